            RECORD KEY IS MAT-X3SV
            FILE STATUS IS CR-ASSURES-BAK.

      * Decisions de la revue de souscription (PROJREVU, mode 9 de
      * VSAM1) : une police a ne pas renouveler recoit une lettre de
      * non-renouvellement a la place de l'avis, une police majoree
      * un avis a la prime majoree.
           SELECT OPTIONAL f-revue ASSIGN DDREVUE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RV
            FILE STATUS IS CR-REVUE.

      * Avis de renouvellement formates pour l'imprimerie.
           SELECT f-avis ASSIGN DDAVISR
            ORGANIZATION SEQUENTIAL
       01 e-assures-bak.
           COPY CASSURE3SV.

       fd f-revue.
       01 e-revue.
           COPY CREVUE.

       fd f-avis.
       01 ligne-avis                   PIC X(80).

       01 CR-ASSURES4                    PIC 99.
       01 CR-ASSURES-BAK                 PIC 99.
       01 CR-AVIS                        PIC 99.
       01 CR-REVUE                       PIC 99.

       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 ANC-PRIME-W                    PIC 9(4)V9(2).
      * Prime de base annoncee : celle de la fiche, majoree quand
      * le souscripteur l'a decide pour l'echeance.
       77 PRIME-AVIS-W                   PIC 9(4)V9(2).

      * Echeance a venir de la police et decision de revue qui s'y
      * rapporte.
       01 ECHEANCE-AVIS-W.
         05 ANNEE-ECH-W                  PIC 9(4).
         05 MMJJ-ECH-W.
           10 MOIS-ECH-W                 PIC 9(2).
           10 JOUR-ECH-W                 PIC 9(2).
       01 ECHEANCE-AVIS-9-W REDEFINES ECHEANCE-AVIS-W
                                         PIC 9(8).
       77 MMJJ-JOUR-W                    PIC 9(4).
       77 DECISION-AVIS-SW               PIC X.
         88 AVIS-SANS-DECISION VALUE ' '.
         88 AVIS-MAJORE VALUE 'M'.
         88 AVIS-NON-RENOUV VALUE 'N'.
       77 MAJORATION-AVIS-W              PIC 9(2).

       01 CPT.
         05 CPT-LIGNES-LUES              PIC 9(6) VALUE 0.
         05 CPT-FICHES-ABSENTES          PIC 9(6) VALUE 0.
         05 CPT-AVIS-ANNIV               PIC 9(6) VALUE 0.
         05 CPT-ADRESSES-INVALIDES       PIC 9(6) VALUE 0.
         05 CPT-LETTRES-NON-RENOUV       PIC 9(6) VALUE 0.
         05 CPT-AVIS-MAJORES             PIC 9(6) VALUE 0.

      * Matricules deja avises dans ce run (lignes DDRENOUV) : une
      * police changee dont l'anniversaire tombe aussi le mois
       77 EOF-SCAN-SW                    PIC X.
         88 EOF-SCAN VALUE 'O'.

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * avis ou lettre edite.
       01 CORRES-W.
           COPY CCORRES.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJAVIS'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05                              PIC X(24).
         05                              PIC X(1) VALUE '|'.

       01 FORMAT-LETTRE-TITRE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(31)
           VALUE ' NON-RENOUVELLEMENT DU CONTRAT '.
         05 MAT-LETTRE-F                 PIC 9(6).
         05                              PIC X(3).
         05                              PIC X(3) VALUE 'LE '.
         05 DAY-F                        PIC 99.
         05                              PIC X VALUE '/'.
         05 MONTH-F                      PIC 99.
         05                              PIC X VALUE '/'.
         05 YEAR-F                       PIC 9999.
         05                              PIC X(25).
         05                              PIC X(1) VALUE '|'.

       01 FORMAT-AVIS-IDENTITE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(3).

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
      * La date du run se reporte dans le titre de l'avis : ses
      * zones homonymes ne se remplissent pas toutes seules.
           MOVE CORRESPONDING DATE-F TO FORMAT-AVIS-TITRE
           MOVE CORRESPONDING DATE-F TO FORMAT-LETTRE-TITRE
           OPEN INPUT f-renouv f-assures4 f-assures-bak f-revue
           IF CR-RENOUV > 0
             DISPLAY 'ERROR DDRENOUV : ' CR-RENOUV
             MOVE 8 TO RETURN-CODE
           IF MAT-A4 > 0
             MOVE 'O' TO MAT-AVISE-FLAG(MAT-A4)
           END-IF
           perform 22050-CHERCHE-DECISION
           IF AVIS-NON-RENOUV
             perform 22900-FORMATE-LETTRE-NON-RENOUV
           ELSE
             perform 22100-FORMATE-AVIS-RENOUV
           END-IF
           .

      * Echeance a venir : l'anniversaire de cette annee s'il est
      * encore devant, sinon celui de l'annee prochaine. La revue
      * de souscription de cette echeance, decidee ou deja
      * transmise a la chaine, fixe la forme du courrier.
       22050-CHERCHE-DECISION.
           MOVE SPACE TO DECISION-AVIS-SW
           MOVE 0 TO MAJORATION-AVIS-W
           IF CR-REVUE < 10
            AND DATE-ANNIV-A4 NUMERIC AND DATE-ANNIV-A4 > 0
             MOVE DATE-ANNIV-A4(5:4) TO MMJJ-ECH-W
             MOVE MONTH-F OF DATE-F TO MMJJ-JOUR-W(1:2)
             MOVE DAY-F OF DATE-F TO MMJJ-JOUR-W(3:2)
             IF MMJJ-ECH-W > MMJJ-JOUR-W
               MOVE YEAR-F OF DATE-F TO ANNEE-ECH-W
             ELSE
               COMPUTE ANNEE-ECH-W = YEAR-F OF DATE-F + 1
             END-IF
             perform 22060-LIT-REVUE
      * Un 29 fevrier se revoit au 28 hors annee bissextile.
             IF AVIS-SANS-DECISION
              AND MOIS-ECH-W = 2 AND JOUR-ECH-W = 29
               MOVE 28 TO JOUR-ECH-W
               perform 22060-LIT-REVUE
             END-IF
           END-IF
           .

       22060-LIT-REVUE.
           MOVE MAT-A4 TO MAT-RV
           MOVE ECHEANCE-AVIS-9-W TO ECHEANCE-RV
           READ f-revue
             INVALID KEY
               continue
             NOT INVALID KEY
               IF REVUE-DECIDEE OR REVUE-TRANSMISE
                 EVALUATE TRUE
                   WHEN DECISION-NON-RENOUV
                     SET AVIS-NON-RENOUV TO TRUE
                   WHEN DECISION-MAJORER
                     SET AVIS-MAJORE TO TRUE
                     MOVE MAJORATION-PCT-RV TO MAJORATION-AVIS-W
                 END-EVALUATE
               END-IF
           END-READ
           .

       22100-FORMATE-AVIS-RENOUV.
           MOVE PRIME-A4 TO PRIME-AVIS-W
           IF AVIS-MAJORE
             COMPUTE PRIME-AVIS-W ROUNDED =
               PRIME-A4 * (100 + MAJORATION-AVIS-W) / 100
               ON SIZE ERROR
                 MOVE 9999,99 TO PRIME-AVIS-W
             END-COMPUTE
             ADD 1 TO CPT-AVIS-MAJORES
           END-IF
           CALL 'CALCBM' USING
            BY CONTENT PRIME-AVIS-W
            BY CONTENT TAUX-A4
            BY CONTENT BM-A4
            BY REFERENCE PRIME-BM-W
           MOVE ANC-PRIME-W TO MONTANT-AVIS-F
           WRITE ligne-avis FROM FORMAT-AVIS-MONTANT
           MOVE 'NOUVELLE PRIME DE BASE  : ' TO LIB-MONTANT-F
           MOVE PRIME-AVIS-W TO MONTANT-AVIS-F
           WRITE ligne-avis FROM FORMAT-AVIS-MONTANT
           IF AVIS-MAJORE
             MOVE SPACE TO TEXTE-IDENTITE-F
             STRING 'DONT MAJORATION DE SOUSCRIPTION '
                    MAJORATION-AVIS-W ' %'
               DELIMITED BY SIZE INTO TEXTE-IDENTITE-F
             END-STRING
             WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           END-IF

           MOVE SPACE TO TEXTE-IDENTITE-F
           IF BM-A4 = 'M'
           WRITE ligne-avis FROM FORMAT-AVIS-MONTANT
           WRITE ligne-avis FROM LIGNE-SEPARATEUR
           ADD 1 TO CPT-AVIS-EDITES
           SET DOC-AVIS-CU TO TRUE
           MOVE SPACE TO REF-CU
           IF AVIS-MAJORE
             STRING 'MAJORATION ' MAJORATION-AVIS-W ' %'
               DELIMITED BY SIZE INTO REF-CU
             END-STRING
           END-IF
           perform 22800-TRACE-COURRIER
           .

      * Lettre de non-renouvellement : meme identite que l'avis, la
      * date d'echeance a laquelle la couverture cesse.
       22900-FORMATE-LETTRE-NON-RENOUV.
           WRITE ligne-avis FROM LIGNE-SEPARATEUR
           MOVE MAT-A4 TO MAT-LETTRE-F
           WRITE ligne-avis FROM FORMAT-LETTRE-TITRE

           MOVE NOM-PRE-A4 TO TEXTE-IDENTITE-F
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           MOVE RUE-A4 TO TEXTE-IDENTITE-F
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           MOVE SPACE TO TEXTE-IDENTITE-F
           STRING CP-A4 ' ' VILLE-A4
             DELIMITED BY SIZE INTO TEXTE-IDENTITE-F
           END-STRING
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE

           MOVE 'NOUS VOUS INFORMONS QUE VOTRE CONTRAT'
             TO TEXTE-IDENTITE-F
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           MOVE 'NE SERA PAS RECONDUIT A SON ECHEANCE'
             TO TEXTE-IDENTITE-F
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           MOVE SPACE TO TEXTE-IDENTITE-F
           STRING 'DU ' JOUR-ECH-W '/' MOIS-ECH-W '/' ANNEE-ECH-W
                  ' : LA COUVERTURE CESSE A'
             DELIMITED BY SIZE INTO TEXTE-IDENTITE-F
           END-STRING
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           MOVE 'CETTE DATE.' TO TEXTE-IDENTITE-F
           WRITE ligne-avis FROM FORMAT-AVIS-IDENTITE
           WRITE ligne-avis FROM LIGNE-SEPARATEUR
           ADD 1 TO CPT-LETTRES-NON-RENOUV
           SET DOC-NON-RENOUV-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING 'ECHEANCE ' ECHEANCE-AVIS-9-W
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           perform 22800-TRACE-COURRIER
           .

      * Le pli edite entre dans l'historique des courriers de la
      * police avec l'adresse de la fiche (type et reference poses
      * par l'appelant).
       22800-TRACE-COURRIER.
           MOVE MAT-A4 TO MAT-CU
           MOVE NOM-PRE-A4 TO NOM-CU
           MOVE RUE-A4 TO RUE-CU
           MOVE CP-A4 TO CP-CU
           MOVE VILLE-A4 TO VILLE-CU
           MOVE 'PROJAVIS' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

       30000-END-PGM.
           CLOSE f-renouv f-assures4 f-assures-bak f-avis f-revue
           DISPLAY 'LIGNES RENOUV LUES : ' CPT-LIGNES-LUES
           DISPLAY 'AVIS EDITES        : ' CPT-AVIS-EDITES
           DISPLAY 'DONT MAJORES       : ' CPT-AVIS-MAJORES
           DISPLAY 'NON-RENOUVELLEMENTS: ' CPT-LETTRES-NON-RENOUV
           DISPLAY 'DONT ANNIVERSAIRES : ' CPT-AVIS-ANNIV
           DISPLAY 'RETENUS (NPAI)     : ' CPT-ADRESSES-INVALIDES
           DISPLAY 'FICHES ABSENTES    : ' CPT-FICHES-ABSENTES
           IF RETURN-CODE = 0 AND CPT-FICHES-ABSENTES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
