       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGELS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Criblage complet du portefeuille contre la liste des gels
      * d'avoirs, a passer apres chaque chargement d'une liste
      * publiee (PROJGELC) : titulaire de chaque police et chacun
      * de ses conducteurs declares.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

           SELECT OPTIONAL f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Revue conformite : chaque personne trouvee y est posee a
      * examiner ; une decision deja prise pour la meme mesure
      * est gardee.
           SELECT OPTIONAL f-confor ASSIGN DDCONFOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-CF
            FILE STATUS IS CR-CONFOR.

      * Liste des nouveaux signalements pour le responsable
      * conformite.
           SELECT f-liste ASSIGN DDGELSIG
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LISTE.

      * Historique des criblages pour l'attestation mensuelle.
           SELECT f-gelhis ASSIGN DDGELHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GELHIS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-confor.
       01 e-confor.
           COPY CCONFOR.

       fd f-liste.
       01 ligne-liste                  PIC X(80).

       fd f-gelhis.
       01 e-gelhis.
           COPY CGELHIS.

       WORKING-STORAGE SECTION.

       01 CR-ASSURES4                    PIC 99.
         88 EOF-ASSURES4 VALUE 10.
       01 CR-CONDUC                      PIC 99.
       01 CR-CONFOR                      PIC 99.
       01 CR-LISTE                       PIC 99.
       01 CR-GELHIS                      PIC 99.

       01 CRIBLE-GEL-W.
           COPY CCRIBGEL.

       77 RANG-COND-MAX                  PIC 99 VALUE 10.
       77 IDX-RANG-CD                    PIC 99.

      * Personne trouvee, a poser en revue.
       77 PERS-W                         PIC X(1).
       77 RANG-W                         PIC 99.
       77 NOM-W                          PIC X(20).

       01 CPT.
         05 CPT-TITULAIRES               PIC 9(7) VALUE 0.
         05 CPT-CONDUCTEURS              PIC 9(7) VALUE 0.
         05 CPT-SIGNALES                 PIC 9(7) VALUE 0.
         05 CPT-NOUVEAUX                 PIC 9(7) VALUE 0.
         05 CPT-EN-ATTENTE               PIC 9(7) VALUE 0.
         05 CPT-DEJA-DECIDES             PIC 9(7) VALUE 0.

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

       01 FORMAT-TITRE-GEL.
         05                              PIC X(35)
           VALUE 'CRIBLAGE GELS D''AVOIRS DU '.
         05 DATE-TITRE-F                 PIC 9(8).
         05                              PIC X(15)
           VALUE ' - LISTE DU '.
         05 DATE-PUB-TITRE-F             PIC 9(8).
         05                              PIC X(14).

       01 FORMAT-LIGNE-GEL.
         05 MAT-GEL-F                    PIC 9(6).
         05                              PIC X(1) VALUE '/'.
         05 PERS-GEL-F                   PIC X(1).
         05 RANG-GEL-F                   PIC 9(2).
         05                              PIC X(1).
         05 NOM-GEL-F                    PIC X(20).
         05                              PIC X(1).
         05 REF-GEL-F                    PIC X(10).
         05                              PIC X(1).
         05 NOM-LISTE-F                  PIC X(30).
         05                              PIC X(7).

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
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-conduc
           OPEN I-O f-confor
           IF CR-CONFOR > 9
             DISPLAY 'ERROR DDCONFOR : ' CR-CONFOR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Sans liste, pas de criblage : le passage est refuse plutot
      * que d'attester un portefeuille non crible.
           SET GEL-CONTROLE TO TRUE
           MOVE SPACE TO NOM-CG PRENOM-CG
           MOVE 0 TO DATE-NAIS-CG
           CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
           IF GEL-INDISPONIBLE
             DISPLAY 'LISTE DES GELS INDISPONIBLE - CRIBLAGE REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-liste
           MOVE DATE-JOUR TO DATE-TITRE-F
           MOVE DATE-PUB-CG TO DATE-PUB-TITRE-F
           WRITE ligne-liste FROM FORMAT-TITRE-GEL
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           perform 18000-READ-ASSURES4
           .

       18000-READ-ASSURES4.
           READ f-assures4 NEXT RECORD
             AT END
               continue
           END-READ
           .

      * Toute police du master est criblee, suspendue comprise :
      * elle reste un contrat et un reglement peut encore partir.
       20000-TRAITEMENT.
           perform until EOF-ASSURES4
             perform 21000-CRIBLE-TITULAIRE
             perform 22000-CRIBLE-CONDUCTEURS
             perform 18000-READ-ASSURES4
           END-PERFORM
           .

       21000-CRIBLE-TITULAIRE.
           ADD 1 TO CPT-TITULAIRES
           MOVE NOM-PRE-A4 TO NOM-CG
           MOVE SPACE TO PRENOM-CG
           MOVE 0 TO DATE-NAIS-CG
           CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
           IF GEL-SIGNALE
             MOVE 'A' TO PERS-W
             MOVE 0 TO RANG-W
             MOVE NOM-PRE-A4 TO NOM-W
             perform 25000-POSE-REVUE
           END-IF
           .

       22000-CRIBLE-CONDUCTEURS.
           IF CR-CONDUC < 10
             PERFORM VARYING IDX-RANG-CD FROM 1 BY 1
                       UNTIL IDX-RANG-CD > RANG-COND-MAX
               MOVE MAT-A4 TO MAT-CD
               MOVE IDX-RANG-CD TO RANG-CD
               READ f-conduc
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   perform 22100-CRIBLE-CONDUCTEUR
               END-READ
             END-PERFORM
           END-IF
           .

       22100-CRIBLE-CONDUCTEUR.
           ADD 1 TO CPT-CONDUCTEURS
           MOVE NOM-CD TO NOM-CG
           MOVE SPACE TO PRENOM-CG
           IF DATE-NAIS-CD NUMERIC
             MOVE DATE-NAIS-CD TO DATE-NAIS-CG
           ELSE
             MOVE 0 TO DATE-NAIS-CG
           END-IF
           CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
           IF GEL-SIGNALE
             MOVE 'C' TO PERS-W
             MOVE RANG-CD TO RANG-W
             MOVE NOM-CD TO NOM-W
             perform 25000-POSE-REVUE
           END-IF
           .

      * Pose la personne en revue. Une decision deja prise (faux
      * positif leve ou correspondance confirmee) pour la meme
      * mesure est gardee ; un faux positif leve sur une autre
      * mesure est rouvert, la nouvelle mesure n'ayant pas ete
      * examinee.
       25000-POSE-REVUE.
           ADD 1 TO CPT-SIGNALES
           MOVE MAT-A4 TO MAT-CF
           MOVE PERS-W TO PERS-CF
           MOVE RANG-W TO RANG-CF
           READ f-confor
             INVALID KEY
               MOVE SPACE TO e-confor
               MOVE MAT-A4 TO MAT-CF
               MOVE PERS-W TO PERS-CF
               MOVE RANG-W TO RANG-CF
               perform 25100-REPORTE-SIGNALEMENT
               WRITE e-confor
                 INVALID KEY
                   DISPLAY 'ERROR DDCONFOR ECRITURE : ' CLE-X-CF
               END-WRITE
               ADD 1 TO CPT-NOUVEAUX
               perform 26000-ECRIT-LIGNE
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN REVUE-A-EXAMINER-CF
                   ADD 1 TO CPT-EN-ATTENTE
                 WHEN REF-GEL-CF = REF-GEL-CG
                   ADD 1 TO CPT-DEJA-DECIDES
                 WHEN REVUE-CONFIRMEE-CF
                   ADD 1 TO CPT-DEJA-DECIDES
                 WHEN OTHER
                   perform 25100-REPORTE-SIGNALEMENT
                   REWRITE e-confor
                   ADD 1 TO CPT-NOUVEAUX
                   perform 26000-ECRIT-LIGNE
               END-EVALUATE
           END-READ
           .

       25100-REPORTE-SIGNALEMENT.
           MOVE NOM-W TO NOM-CF
           MOVE REF-GEL-CG TO REF-GEL-CF
           MOVE NOM-GEL-CG TO NOM-GEL-CF
           MOVE PRENOM-GEL-CG TO PRENOM-GEL-CF
           SET ORIGINE-CRIBLAGE-CF TO TRUE
           MOVE 0 TO NUM-SIN-CF
           MOVE DATE-JOUR TO DATE-DETECT-CF
           SET REVUE-A-EXAMINER-CF TO TRUE
           MOVE 0 TO DATE-DECISION-CF
           MOVE SPACE TO OPERATEUR-CF COMMENTAIRE-CF
           .

       26000-ECRIT-LIGNE.
           MOVE MAT-CF TO MAT-GEL-F
           MOVE PERS-CF TO PERS-GEL-F
           MOVE RANG-CF TO RANG-GEL-F
           MOVE NOM-CF TO NOM-GEL-F
           MOVE REF-GEL-CF TO REF-GEL-F
           MOVE NOM-GEL-CF TO NOM-LISTE-F
           WRITE ligne-liste FROM FORMAT-LIGNE-GEL
           .

       30000-END-PGM.
           OPEN EXTEND f-gelhis
           IF CR-GELHIS > 0
             DISPLAY 'ERROR DDGELHIS : ' CR-GELHIS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE SPACE TO e-gelhis
             MOVE DATE-JOUR TO DATE-GH
             MOVE TIME-F(1:6) TO HEURE-GH
             MOVE 'PROJGELS' TO PROG-GH
             SET PASSAGE-CRIBLAGE-GH TO TRUE
             MOVE DATE-PUB-CG TO DATE-PUB-GH
             MOVE CPT-TITULAIRES TO NB-LUS-GH
             MOVE CPT-CONDUCTEURS TO NB-CONDUC-GH
             MOVE CPT-SIGNALES TO NB-SIGNALES-GH
             MOVE CPT-NOUVEAUX TO NB-NOUVEAUX-GH
             MOVE 0 TO NB-BLOQUES-GH
             WRITE e-gelhis
             CLOSE f-gelhis
           END-IF
           CLOSE f-assures4 f-conduc f-confor f-liste
           DISPLAY 'TITULAIRES CRIBLES   : ' CPT-TITULAIRES
           DISPLAY 'CONDUCTEURS CRIBLES  : ' CPT-CONDUCTEURS
           DISPLAY 'PERSONNES SIGNALEES  : ' CPT-SIGNALES
           DISPLAY 'NOUVELLES EN REVUE   : ' CPT-NOUVEAUX
           DISPLAY 'DEJA EN ATTENTE      : ' CPT-EN-ATTENTE
           DISPLAY 'DEJA DECIDEES        : ' CPT-DEJA-DECIDES
           IF RETURN-CODE = 0 AND CPT-NOUVEAUX > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
