       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Revue conformite alimentee par PROJGELS et PROJSINP : le
      * responsable conformite y decide chaque correspondance avec
      * la liste des gels d'avoirs encore a examiner.
           SELECT f-confor ASSIGN DDCONFOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-CF
            FILE STATUS IS CR-CONFOR.

      * Master : adresse et agence de la police, pour departager
      * un homonyme.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Conducteur signale : sa date de naissance.
           SELECT OPTIONAL f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Jeton d'execution de la chaine de nuit.
           SELECT OPTIONAL f-token ASSIGN DDTOKEN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TOKEN.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-confor.
       01 e-confor.
           COPY CCONFOR.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-token.
       01 e-token                     PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-TOKEN                    PIC 99.
       77 OPERATEUR-W                 PIC X(8).
      * Zone d'appel de l'ouverture de session (CTRLOPER).
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 PROFIL-W                    PIC X(1).

       01 CR-CONFOR                   PIC 99.
         88 EOF-CONFOR VALUE 10.
       01 CR-ASSURES4                 PIC 99.
       01 CR-CONDUC                   PIC 99.

       77 CPT-EXAMINEES               PIC 9(4) VALUE 0.
       77 CPT-LEVEES                  PIC 9(4) VALUE 0.
       77 CPT-CONFIRMEES              PIC 9(4) VALUE 0.

       77 ACCEPT-REPONSE              PIC X(1).
       77 ACCEPT-COMMENTAIRE          PIC X(30).

       01 DATE-F.
         05 YEAR-F                    PIC 9999.
         05 MONTH-F                   PIC 99.
         05 DAY-F                     PIC 99.
       01 DATE-JOUR REDEFINES DATE-F  PIC 9(8).

       01 FORMAT-TITRE-GELD.
         05                           PIC X(22).
         05                           PIC X(36)
           VALUE 'REVUE CONFORMITE - GELS D''AVOIRS  '.
         05                           PIC X(22).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           DISPLAY FORMAT-TITRE-GELD
           perform 10010-CHECK-TOKEN
           perform 10020-CONTROLE-OPERATEUR
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN I-O f-confor
           IF CR-CONFOR > 0
             DISPLAY 'ERROR DDCONFOR : ' CR-CONFOR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-conduc
           MOVE LOW-VALUE TO CLE-X-CF
           START f-confor KEY IS NOT LESS THAN CLE-X-CF
             INVALID KEY
               MOVE 10 TO CR-CONFOR
           END-START
           perform 22000-READ-CONFOR
           .

      * Refuse d'ouvrir les fichiers tant que la chaine de nuit
      * detient le jeton d'execution.
       10010-CHECK-TOKEN.
           OPEN INPUT f-token
           IF CR-TOKEN < 10
             READ f-token
               AT END
                 MOVE SPACE TO e-token
             END-READ
             CLOSE f-token
             IF e-token(1:4) = 'PRIS'
               DISPLAY 'CHAINE DE NUIT EN COURS (' e-token(1:28)
                       ') - ACCES REFUSE'
               STOP RUN
             END-IF
           END-IF
           .

      * Ouverture de session par CTRLOPER (code et secret contre le
      * referentiel DDOPER) : son
      * code est porte sur chaque decision.
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'PROJGELD' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           IF PROFIL-W NOT = 'M' AND PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL CONSULTATION SEULE - DECISION REFUSEE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       20000-TRAITEMENT.
           perform until EOF-CONFOR
             IF REVUE-A-EXAMINER-CF
               ADD 1 TO CPT-EXAMINEES
               perform 21000-DECIDE-CORRESPONDANCE
             END-IF
             perform 22000-READ-CONFOR
           END-PERFORM
           .

      * Presente la personne de la police et la mesure publiee :
      * L leve la correspondance (homonyme), les reglements
      * repartent ; C la confirme, les reglements restent bloques
      * et le dossier suit la procedure de gel ; N la laisse a
      * examiner.
       21000-DECIDE-CORRESPONDANCE.
           DISPLAY ' '
           DISPLAY 'MATRICULE : ' MAT-CF
                   ' PERSONNE : ' PERS-CF ' RANG : ' RANG-CF
                   ' SIGNALE LE : ' DATE-DETECT-CF
           DISPLAY 'NOM       : ' NOM-CF
           MOVE MAT-CF TO MAT-A4
           READ f-assures4
             INVALID KEY
               DISPLAY 'POLICE PARTIE DU MASTER'
             NOT INVALID KEY
               DISPLAY 'ADRESSE   : ' RUE-A4 ' ' CP-A4 ' ' VILLE-A4
                       ' AGENCE ' AGENCE-A4
           END-READ
           IF PERS-CONDUCTEUR-CF AND CR-CONDUC < 10
             MOVE MAT-CF TO MAT-CD
             MOVE RANG-CF TO RANG-CD
             READ f-conduc
               INVALID KEY
                 continue
               NOT INVALID KEY
                 DISPLAY 'NE LE     : ' DATE-NAIS-CD
             END-READ
           END-IF
           IF ORIGINE-PAIEMENT-CF
             DISPLAY 'REGLEMENT BLOQUE, SINISTRE : ' NUM-SIN-CF
           END-IF
           DISPLAY 'MESURE    : ' REF-GEL-CF ' ' NOM-GEL-CF ' '
                   PRENOM-GEL-CF
           DISPLAY 'LEVER (L), CONFIRMER (C), PASSER (N) : '
           ACCEPT ACCEPT-REPONSE
           EVALUATE ACCEPT-REPONSE
             WHEN 'L'
               SET REVUE-LEVEE-CF TO TRUE
               perform 21100-ENREGISTRE-DECISION
               ADD 1 TO CPT-LEVEES
             WHEN 'C'
               SET REVUE-CONFIRMEE-CF TO TRUE
               perform 21100-ENREGISTRE-DECISION
               ADD 1 TO CPT-CONFIRMEES
             WHEN OTHER
               continue
           END-EVALUATE
           .

       21100-ENREGISTRE-DECISION.
           DISPLAY 'COMMENTAIRE : '
           ACCEPT ACCEPT-COMMENTAIRE
           MOVE ACCEPT-COMMENTAIRE TO COMMENTAIRE-CF
           MOVE DATE-JOUR TO DATE-DECISION-CF
           MOVE OPERATEUR-W TO OPERATEUR-CF
           REWRITE e-confor
           .

       22000-READ-CONFOR.
           IF NOT EOF-CONFOR
             READ f-confor NEXT RECORD
               AT END
                 MOVE 10 TO CR-CONFOR
             END-READ
           END-IF
           .

       30000-END-PGM.
           CLOSE f-confor f-assures4 f-conduc
           DISPLAY ' '
           DISPLAY 'CORRESPONDANCES VUES   : ' CPT-EXAMINEES
           DISPLAY 'LEVEES (HOMONYMES)     : ' CPT-LEVEES
           DISPLAY 'CONFIRMEES             : ' CPT-CONFIRMEES
           STOP RUN
           .
