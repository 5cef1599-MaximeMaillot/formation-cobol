       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGELA.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : mois atteste AAAAMM en colonnes 1-6 ;
      * absente ou a blanc, le mois precedent.
           SELECT OPTIONAL f-param ASSIGN GELAPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Historique des passages : chargements, criblages complets,
      * controles des reglements.
           SELECT f-gelhis ASSIGN DDGELHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GELHIS.

      * Revue conformite : chaque correspondance et sa resolution.
           SELECT OPTIONAL f-confor ASSIGN DDCONFOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-CF
            FILE STATUS IS CR-CONFOR.

      * Attestation mensuelle pour la conformite.
           SELECT f-attest ASSIGN DDGELATT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATTEST.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param                      PIC X(80).

       fd f-gelhis.
       01 e-gelhis.
           COPY CGELHIS.

       fd f-confor.
       01 e-confor.
           COPY CCONFOR.

       fd f-attest.
       01 ligne-attest                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-GELHIS                      PIC 99.
         88 EOF-GELHIS VALUE 10.
       01 CR-CONFOR                      PIC 99.
         88 EOF-CONFOR VALUE 10.
       01 CR-ATTEST                      PIC 99.

       01 MOIS-W.
         05 ANNEE-MOIS-W                 PIC 9(4).
         05 NUM-MOIS-W                   PIC 9(2).
       01 MOIS-9-W REDEFINES MOIS-W      PIC 9(6).

      * Derniere liste chargee et derniere liste criblee en
      * entier : une liste chargee sans criblage complet derriere
      * est signalee.
       77 DATE-PUB-CHARGEE               PIC 9(8) VALUE 0.
       77 DATE-PUB-CRIBLEE               PIC 9(8) VALUE 0.

       01 CPT.
         05 CPT-CHARGEMENTS              PIC 9(5) VALUE 0.
         05 CPT-CRIBLAGES                PIC 9(5) VALUE 0.
         05 CPT-LOTS                     PIC 9(5) VALUE 0.
         05 CPT-TITULAIRES               PIC 9(9) VALUE 0.
         05 CPT-CONDUCTEURS              PIC 9(9) VALUE 0.
         05 CPT-BENEFICIAIRES            PIC 9(9) VALUE 0.
         05 CPT-SIGNALES-PAIE            PIC 9(7) VALUE 0.
         05 CPT-BLOQUES                  PIC 9(7) VALUE 0.
         05 CPT-TOTAL-CRIBLES            PIC 9(9) VALUE 0.
         05 CPT-A-EXAMINER               PIC 9(7) VALUE 0.
         05 CPT-LEVEES                   PIC 9(7) VALUE 0.
         05 CPT-CONFIRMEES               PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-ATT.
         05                              PIC X(44)
           VALUE 'ATTESTATION DE CRIBLAGE GELS D''AVOIRS - MOIS'.
         05                              PIC X(1).
         05 MOIS-TITRE-F                 PIC 9(6).
         05                              PIC X(11)
           VALUE ' - EDITE LE'.
         05                              PIC X(1).
         05 DATE-TITRE-F                 PIC 9(8).
         05                              PIC X(9).

       01 FORMAT-SECTION-ATT.
         05 LIB-SECTION-F                PIC X(80).

      * Ligne d'un passage de l'historique.
       01 FORMAT-PASSAGE-ATT.
         05                              PIC X(2).
         05 DATE-PASS-F                  PIC 9(8).
         05                              PIC X(1).
         05 HEURE-PASS-F                 PIC 9(6).
         05                              PIC X(10) VALUE ' LISTE DU '.
         05 DATE-PUB-PASS-F              PIC 9(8).
         05                              PIC X(1).
         05 LIB-NB1-F                    PIC X(7).
         05 NB1-PASS-F                   PIC Z(6)9.
         05                              PIC X(1).
         05 LIB-NB2-F                    PIC X(6).
         05 NB2-PASS-F                   PIC Z(6)9.
         05                              PIC X(1).
         05 LIB-NB3-F                    PIC X(5).
         05 NB3-PASS-F                   PIC Z(5)9.
         05                              PIC X(4).

      * Ligne libelle / volume des totaux.
       01 FORMAT-TOTAL-ATT.
         05                              PIC X(2).
         05 LIB-TOTAL-F                  PIC X(40).
         05 NB-TOTAL-F                   PIC Z(8)9.
         05                              PIC X(29).

      * Correspondance de la revue conformite et sa resolution.
       01 FORMAT-REVUE-ATT.
         05                              PIC X(2).
         05 MAT-REV-F                    PIC 9(6).
         05                              PIC X(1) VALUE '/'.
         05 PERS-REV-F                   PIC X(1).
         05 RANG-REV-F                   PIC 9(2).
         05                              PIC X(1).
         05 NOM-REV-F                    PIC X(20).
         05                              PIC X(1).
         05 REF-REV-F                    PIC X(10).
         05                              PIC X(1).
         05 STATUT-REV-F                 PIC X(13).
         05                              PIC X(1).
         05 DATE-DEC-REV-F               PIC 9(8).
         05                              PIC X(1).
         05 OPER-REV-F                   PIC X(8).
         05                              PIC X(4).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-PASSAGES
           PERFORM 25000-REVUE
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           IF MONTH-F = 1
             COMPUTE ANNEE-MOIS-W = YEAR-F - 1
             MOVE 12 TO NUM-MOIS-W
           ELSE
             MOVE YEAR-F TO ANNEE-MOIS-W
             COMPUTE NUM-MOIS-W = MONTH-F - 1
           END-IF
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:6) NUMERIC
                   MOVE e-param(1:6) TO MOIS-W
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-gelhis
           IF CR-GELHIS > 0
             DISPLAY 'ERROR DDGELHIS : ' CR-GELHIS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-confor
           OPEN OUTPUT f-attest
           MOVE MOIS-9-W TO MOIS-TITRE-F
           MOVE DATE-JOUR TO DATE-TITRE-F
           WRITE ligne-attest FROM FORMAT-TITRE-ATT
           .

      * ------- Passages du mois -----------------------------------
       20000-PASSAGES.
           MOVE SPACE TO ligne-attest
           WRITE ligne-attest
           MOVE 'PASSAGES DU MOIS' TO LIB-SECTION-F
           WRITE ligne-attest FROM FORMAT-SECTION-ATT
           perform 21000-READ-GELHIS
           perform until EOF-GELHIS
             IF DATE-GH(1:6) = MOIS-W
               perform 22000-TRAITE-PASSAGE
             END-IF
             perform 21000-READ-GELHIS
           END-PERFORM
           perform 23000-EDITE-TOTAUX
           .

       21000-READ-GELHIS.
           READ f-gelhis
             AT END
               continue
           END-READ
           .

       22000-TRAITE-PASSAGE.
           MOVE DATE-GH TO DATE-PASS-F
           MOVE HEURE-GH TO HEURE-PASS-F
           MOVE DATE-PUB-GH TO DATE-PUB-PASS-F
           EVALUATE TRUE
             WHEN PASSAGE-CHARGEMENT-GH
               ADD 1 TO CPT-CHARGEMENTS
               IF DATE-PUB-GH > DATE-PUB-CHARGEE
                 MOVE DATE-PUB-GH TO DATE-PUB-CHARGEE
               END-IF
               MOVE 'CHARGE ' TO LIB-NB1-F
               MOVE NB-LUS-GH TO NB1-PASS-F
               MOVE SPACE TO LIB-NB2-F LIB-NB3-F
               MOVE 0 TO NB2-PASS-F NB3-PASS-F
             WHEN PASSAGE-CRIBLAGE-GH
               ADD 1 TO CPT-CRIBLAGES
               IF DATE-PUB-GH > DATE-PUB-CRIBLEE
                 MOVE DATE-PUB-GH TO DATE-PUB-CRIBLEE
               END-IF
               ADD NB-LUS-GH TO CPT-TITULAIRES
               ADD NB-CONDUC-GH TO CPT-CONDUCTEURS
               MOVE 'TITUL. ' TO LIB-NB1-F
               MOVE NB-LUS-GH TO NB1-PASS-F
               MOVE 'COND. ' TO LIB-NB2-F
               MOVE NB-CONDUC-GH TO NB2-PASS-F
               MOVE 'SIG. ' TO LIB-NB3-F
               MOVE NB-SIGNALES-GH TO NB3-PASS-F
             WHEN OTHER
               ADD 1 TO CPT-LOTS
               ADD NB-LUS-GH TO CPT-BENEFICIAIRES
               ADD NB-SIGNALES-GH TO CPT-SIGNALES-PAIE
               ADD NB-BLOQUES-GH TO CPT-BLOQUES
               MOVE 'BENEF. ' TO LIB-NB1-F
               MOVE NB-LUS-GH TO NB1-PASS-F
               MOVE 'SIG.  ' TO LIB-NB2-F
               MOVE NB-SIGNALES-GH TO NB2-PASS-F
               MOVE 'BLOQ.' TO LIB-NB3-F
               MOVE NB-BLOQUES-GH TO NB3-PASS-F
           END-EVALUATE
           WRITE ligne-attest FROM FORMAT-PASSAGE-ATT
           .

       23000-EDITE-TOTAUX.
           MOVE SPACE TO ligne-attest
           WRITE ligne-attest
           MOVE 'LISTES CHARGEES' TO LIB-TOTAL-F
           MOVE CPT-CHARGEMENTS TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'CRIBLAGES COMPLETS DU PORTEFEUILLE' TO LIB-TOTAL-F
           MOVE CPT-CRIBLAGES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'TITULAIRES CRIBLES' TO LIB-TOTAL-F
           MOVE CPT-TITULAIRES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'CONDUCTEURS CRIBLES' TO LIB-TOTAL-F
           MOVE CPT-CONDUCTEURS TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'LOTS DE REGLEMENTS CONTROLES' TO LIB-TOTAL-F
           MOVE CPT-LOTS TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'BENEFICIAIRES DE REGLEMENTS CRIBLES' TO LIB-TOTAL-F
           MOVE CPT-BENEFICIAIRES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'BENEFICIAIRES SIGNALES' TO LIB-TOTAL-F
           MOVE CPT-SIGNALES-PAIE TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'REGLEMENTS BLOQUES' TO LIB-TOTAL-F
           MOVE CPT-BLOQUES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           COMPUTE CPT-TOTAL-CRIBLES = CPT-TITULAIRES
                 + CPT-CONDUCTEURS + CPT-BENEFICIAIRES
           MOVE 'TOTAL DES ENREGISTREMENTS CRIBLES' TO LIB-TOTAL-F
           MOVE CPT-TOTAL-CRIBLES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           IF DATE-PUB-CHARGEE > DATE-PUB-CRIBLEE
             MOVE SPACE TO LIB-SECTION-F
             STRING '  *** LISTE DU ' DATE-PUB-CHARGEE
                    ' CHARGEE SANS CRIBLAGE COMPLET DU PORTEFEUILLE'
               DELIMITED BY SIZE INTO LIB-SECTION-F
             END-STRING
             WRITE ligne-attest FROM FORMAT-SECTION-ATT
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      * ------- Correspondances et resolutions ---------------------
      * Sont attestees les correspondances detectees ou decidees
      * dans le mois, et toutes celles encore a examiner.
       25000-REVUE.
           MOVE SPACE TO ligne-attest
           WRITE ligne-attest
           MOVE 'CORRESPONDANCES ET RESOLUTIONS' TO LIB-SECTION-F
           WRITE ligne-attest FROM FORMAT-SECTION-ATT
           IF CR-CONFOR < 10
             perform 26000-READ-CONFOR
             perform until EOF-CONFOR
               IF REVUE-A-EXAMINER-CF
                OR DATE-DETECT-CF(1:6) = MOIS-W
                OR DATE-DECISION-CF(1:6) = MOIS-W
                 perform 27000-EDITE-CORRESPONDANCE
               END-IF
               perform 26000-READ-CONFOR
             END-PERFORM
           END-IF
           MOVE SPACE TO ligne-attest
           WRITE ligne-attest
           MOVE 'A EXAMINER' TO LIB-TOTAL-F
           MOVE CPT-A-EXAMINER TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'LEVEES (HOMONYMES)' TO LIB-TOTAL-F
           MOVE CPT-LEVEES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           MOVE 'CONFIRMEES' TO LIB-TOTAL-F
           MOVE CPT-CONFIRMEES TO NB-TOTAL-F
           WRITE ligne-attest FROM FORMAT-TOTAL-ATT
           .

       26000-READ-CONFOR.
           READ f-confor NEXT RECORD
             AT END
               continue
           END-READ
           .

       27000-EDITE-CORRESPONDANCE.
           MOVE MAT-CF TO MAT-REV-F
           MOVE PERS-CF TO PERS-REV-F
           MOVE RANG-CF TO RANG-REV-F
           MOVE NOM-CF TO NOM-REV-F
           MOVE REF-GEL-CF TO REF-REV-F
           EVALUATE TRUE
             WHEN REVUE-A-EXAMINER-CF
               MOVE 'A EXAMINER' TO STATUT-REV-F
               ADD 1 TO CPT-A-EXAMINER
             WHEN REVUE-LEVEE-CF
               MOVE 'LEVEE' TO STATUT-REV-F
               ADD 1 TO CPT-LEVEES
             WHEN OTHER
               MOVE 'CONFIRMEE' TO STATUT-REV-F
               ADD 1 TO CPT-CONFIRMEES
           END-EVALUATE
           MOVE DATE-DECISION-CF TO DATE-DEC-REV-F
           MOVE OPERATEUR-CF TO OPER-REV-F
           WRITE ligne-attest FROM FORMAT-REVUE-ATT
           .

       30000-END-PGM.
           CLOSE f-gelhis f-attest
           IF CR-CONFOR < 10
             CLOSE f-confor
           END-IF
           DISPLAY 'MOIS ATTESTE         : ' MOIS-W
           DISPLAY 'ENREGISTREMENTS CRIB.: ' CPT-TOTAL-CRIBLES
           DISPLAY 'A EXAMINER           : ' CPT-A-EXAMINER
           IF RETURN-CODE = 0 AND CPT-A-EXAMINER > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
