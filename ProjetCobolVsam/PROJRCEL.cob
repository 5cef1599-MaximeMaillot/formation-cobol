       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRCEL.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retours en erreur du prestataire de messagerie sur les
      * courriels du fichier DDEMAIL : numero de message en
      * colonnes 1-7, matricule en 8-13, adresse rejetee en 14-43,
      * date du rejet AAAAMMJJ en 44-51, code rejet du prestataire
      * en 52-54, libelle en 55-80.
           SELECT f-rejets ASSIGN DDRETMEL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      * Master : le mode d'envoi repasse au papier en place sur la
      * fiche.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Anomalies informatives au format de l'etat des anomalies,
      * sous l'agence de la police : l'agence recontacte l'assure
      * pour obtenir un courriel valide.
           SELECT f-etatano ASSIGN DDRCLANO
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ETATANO.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-rejets
           DATA RECORD IS e-rejet.
       01 e-rejet.
         05 NUM-MSG-RJ                 PIC X(7).
         05 MAT-RJ                     PIC X(6).
         05 ADRESSE-RJ                 PIC X(30).
         05 DATE-RJ                    PIC X(8).
         05 CODE-RJ                    PIC X(3).
         05 LIB-RJ                     PIC X(26).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-etatano.
       01 etatano.
           COPY CANO.

       WORKING-STORAGE SECTION.

       01 CR-REJETS                      PIC 99.
         88 EOF-REJETS VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-ETATANO                     PIC 99.

       77 MOTIF-ANO-W                    PIC X(60).

       01 CPT.
         05 CPT-REJETS-LUS               PIC 9(6) VALUE 0.
         05 CPT-PASSES-PAPIER            PIC 9(6) VALUE 0.
         05 CPT-DEJA-PAPIER              PIC 9(6) VALUE 0.
         05 CPT-ADRESSE-CHANGEE          PIC 9(6) VALUE 0.
         05 CPT-INCONNUS                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).
       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.
         05                              PIC 99.

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           OPEN INPUT f-rejets
           IF CR-REJETS > 0
             DISPLAY 'ERROR DDRETMEL : ' CR-REJETS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-etatano
           perform 18000-READ-REJET
           .

       18000-READ-REJET.
           READ f-rejets
           IF NOT EOF-REJETS
             ADD 1 TO CPT-REJETS-LUS
           END-IF
           .

       20000-TRAITEMENT.
           perform until EOF-REJETS
             perform 21000-TRAITE-REJET
             perform 18000-READ-REJET
           END-PERFORM
           .

       21000-TRAITE-REJET.
           IF MAT-RJ NOT NUMERIC
             ADD 1 TO CPT-INCONNUS
           ELSE
             MOVE MAT-RJ TO MAT-X4
             READ f-assures4
               INVALID KEY
                 ADD 1 TO CPT-INCONNUS
               NOT INVALID KEY
                 perform 22000-REPASSE-PAPIER
             END-READ
           END-IF
           .

      * Un rejet sur une adresse de courriel remplacee depuis ne
      * remet pas en cause l'adresse actuelle. Sinon la police
      * repasse au papier (les documents suivants partent a
      * l'imprimerie) et l'agence est avertie : le document rejete
      * n'est pas parvenu a l'assure.
       22000-REPASSE-PAPIER.
           IF ADRESSE-RJ NOT = EMAIL-A4
             ADD 1 TO CPT-ADRESSE-CHANGEE
           ELSE
             IF ENVOI-PAPIER-A4
               ADD 1 TO CPT-DEJA-PAPIER
             ELSE
               MOVE 'P' TO PREF-ENVOI-A4
               REWRITE e-assures4
               ADD 1 TO CPT-PASSES-PAPIER
             END-IF
             MOVE SPACE TO MOTIF-ANO-W
             STRING 'COURRIEL REJETE ' CODE-RJ ' MSG ' NUM-MSG-RJ
                    ' - PASSE AU PAPIER' DELIMITED BY SIZE
               INTO MOTIF-ANO-W
             END-STRING
             perform 23000-ECRIT-ANOMALIE
           END-IF
           .

       23000-ECRIT-ANOMALIE.
           MOVE MAT-A4 TO NUM-MAT
           MOVE SPACE TO CODE-MVT-ANO
           MOVE MOTIF-ANO-W TO LIB-MESS
           MOVE DATE-JOUR TO DATE-ANO
           MOVE TIME-F(1:6) TO HEURE-ANO
           MOVE 'PROJRCEL' TO PROG-ANO
           MOVE 'I' TO SEVERITE-ANO
           MOVE AGENCE-A4 TO AGENCE-ANO
           write etatano
           .

       30000-END-PGM.
           CLOSE f-rejets f-assures4 f-etatano
           DISPLAY 'REJETS LUS          : ' CPT-REJETS-LUS
           DISPLAY 'PASSES AU PAPIER    : ' CPT-PASSES-PAPIER
           DISPLAY 'DEJA AU PAPIER      : ' CPT-DEJA-PAPIER
           DISPLAY 'COURRIEL CHANGE     : ' CPT-ADRESSE-CHANGEE
           DISPLAY 'REJETS INCONNUS     : ' CPT-INCONNUS
      * Anomalies informatives ou rejets inconnus : RC 4.
           IF CPT-PASSES-PAPIER > 0 OR CPT-DEJA-PAPIER > 0
            OR CPT-INCONNUS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
