       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRECS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Suivi des recours : les dossiers encore en cours au-dela
      * du delai de relance, puis le taux de recouvrement par
      * assureur du tiers.
           SELECT f-recour ASSIGN DDRECOUR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-RO
            FILE STATUS IS CR-RECOUR.

      * Carte parametre : delai en jours (colonnes 1-3) au-dela
      * duquel un recours en cours est a relancer. Absente ou a
      * zero : 90 jours.
           SELECT OPTIONAL f-param ASSIGN RECSPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

           SELECT f-rapport ASSIGN DDRECSUI
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-recour.
       01 e-recour.
           COPY CRECOUR.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-RECOUR                      PIC 99.
         88 EOF-RECOUR VALUE 10.
       01 CR-PARAM                       PIC 99.
       01 CR-RAPPORT                     PIC 99.

       77 DELAI-RELANCE                  PIC 9(3) VALUE 90.

      * Anciennete du dossier par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Cumuls par assureur du tiers ; la derniere entree recueille
      * les assureurs au-dela de la table.
       01 TAB-ASSUREURS.
         05 NB-ASSUREURS                 PIC 9(3) VALUE 0.
         05 ASSUREUR-T OCCURS 200.
           10 CODE-ASS-T                 PIC X(10).
           10 NB-DOSSIERS-T              PIC 9(6).
           10 NB-EN-COURS-T              PIC 9(6).
           10 RECLAME-T                  PIC 9(11)V9(2).
           10 RECOUVRE-T                 PIC 9(11)V9(2).
       77 IDX-ASS                        PIC 9(3).
       77 ASSUREUR-CHERCHE-W             PIC X(10).
       77 RESTANT-W                      PIC 9(7)V9(2).
       77 TAUX-W                         PIC 9(3)V9(2).

       01 CPT.
         05 CPT-DOSSIERS                 PIC 9(6) VALUE 0.
         05 CPT-EN-COURS                 PIC 9(6) VALUE 0.
         05 CPT-A-RELANCER               PIC 9(6) VALUE 0.
         05 RESTANT-A-RELANCER           PIC 9(11)V9(2) VALUE 0.

       01 TOTAUX.
         05 TOT-DOSSIERS                 PIC 9(6) VALUE 0.
         05 TOT-EN-COURS                 PIC 9(6) VALUE 0.
         05 TOT-RECLAME                  PIC 9(11)V9(2) VALUE 0.
         05 TOT-RECOUVRE                 PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-SUI.
         05                              PIC X(25)
           VALUE 'SUIVI DES RECOURS AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(47).

       01 FORMAT-SECTION-SUI.
         05 LIB-SECTION-F                PIC X(60).
         05                              PIC X(20).

       01 FORMAT-ENTETE-RELANCE.
         05                              PIC X(12) VALUE 'SINISTRE'.
         05                              PIC X(11) VALUE 'ASSUREUR'.
         05                              PIC X(2) VALUE 'T'.
         05                              PIC X(9) VALUE 'OUVERT LE'.
         05                              PIC X(6) VALUE ' JOURS'.
         05                              PIC X(11) VALUE '    RECLAME'.
         05                              PIC X(11) VALUE '   RECOUVRE'.
         05                              PIC X(11) VALUE '    RESTANT'.
         05                              PIC X(7).

       01 FORMAT-LIGNE-RELANCE.
         05 MAT-R-F                      PIC 9(6).
         05                              PIC X VALUE '/'.
         05 NUM-R-F                      PIC 9(4).
         05                              PIC X(1).
         05 ASSUREUR-R-F                 PIC X(10).
         05                              PIC X(1).
         05 TYPE-R-F                     PIC X(1).
         05                              PIC X(1).
         05 DATE-R-F                     PIC 9(8).
         05                              PIC X(1).
         05 JOURS-R-F                    PIC Z(4)9.
         05                              PIC X(1).
         05 RECLAME-R-F                  PIC Z(6)9,99.
         05                              PIC X(1).
         05 RECOUVRE-R-F                 PIC Z(6)9,99.
         05                              PIC X(1).
         05 RESTANT-R-F                  PIC Z(6)9,99.
         05                              PIC X(7).

       01 FORMAT-ENTETE-TAUX.
         05                              PIC X(11) VALUE 'ASSUREUR'.
         05                              PIC X(7) VALUE 'DOSSIER'.
         05                              PIC X(7) VALUE ' EN COU'.
         05                              PIC X(14)
           VALUE '       RECLAME'.
         05                              PIC X(14)
           VALUE '      RECOUVRE'.
         05                              PIC X(9) VALUE '   TAUX'.
         05                              PIC X(18).

       01 FORMAT-LIGNE-TAUX.
         05 ASSUREUR-T-F                 PIC X(10).
         05                              PIC X(1).
         05 NB-DOSSIERS-T-F              PIC Z(5)9.
         05                              PIC X(1).
         05 NB-EN-COURS-T-F              PIC Z(5)9.
         05                              PIC X(1).
         05 RECLAME-T-F                  PIC Z(9)9,99.
         05                              PIC X(1).
         05 RECOUVRE-T-F                 PIC Z(9)9,99.
         05                              PIC X(1).
         05 TAUX-T-F                     PIC ZZ9,99.
         05                              PIC X(2) VALUE ' %'.
         05                              PIC X(19).

       01 FORMAT-TOTAL-RELANCE.
         05                              PIC X(30)
           VALUE 'RECOURS A RELANCER           :'.
         05 NB-REL-F                     PIC Z(5)9.
         05                              PIC X(14)
           VALUE '  RESTANT DU :'.
         05 RESTANT-REL-F                PIC Z(9)9,99.
         05                              PIC X(17).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-TAUX
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:3) NUMERIC
                  AND e-param(1:3) > '000'
                   MOVE e-param(1:3) TO DELAI-RELANCE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-recour
           IF CR-RECOUR > 0
             DISPLAY 'ERROR DDRECOUR : ' CR-RECOUR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-SUI
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACE TO LIB-SECTION-F
           STRING 'RECOURS EN COURS DEPUIS PLUS DE ' DELIMITED SIZE
                  DELAI-RELANCE DELIMITED SIZE
                  ' JOURS' DELIMITED SIZE
                  INTO LIB-SECTION-F
           END-STRING
           WRITE ligne-rapport FROM FORMAT-SECTION-SUI
           WRITE ligne-rapport FROM FORMAT-ENTETE-RELANCE
           .

       20000-TRAITEMENT.
           perform until EOF-RECOUR
             READ f-recour NEXT RECORD
               AT END
                 continue
               NOT AT END
                 ADD 1 TO CPT-DOSSIERS
                 perform 21000-CUMULE-ASSUREUR
                 IF RECOURS-EN-COURS
                   ADD 1 TO CPT-EN-COURS
                   perform 22000-CONTROLE-DELAI
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE CPT-A-RELANCER TO NB-REL-F
           MOVE RESTANT-A-RELANCER TO RESTANT-REL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-RELANCE
           .

       21000-CUMULE-ASSUREUR.
           IF ASSUREUR-RO = SPACE
             MOVE 'NON DECL.' TO ASSUREUR-CHERCHE-W
           ELSE
             MOVE ASSUREUR-RO TO ASSUREUR-CHERCHE-W
           END-IF
           MOVE 0 TO IDX-ASS
           PERFORM VARYING IDX-ASS FROM 1 BY 1
                     UNTIL IDX-ASS > NB-ASSUREURS
                        OR CODE-ASS-T(IDX-ASS) = ASSUREUR-CHERCHE-W
             continue
           END-PERFORM
           IF IDX-ASS > NB-ASSUREURS
             IF NB-ASSUREURS < 200
               ADD 1 TO NB-ASSUREURS
               MOVE NB-ASSUREURS TO IDX-ASS
               MOVE ASSUREUR-CHERCHE-W TO CODE-ASS-T(IDX-ASS)
               MOVE 0 TO NB-DOSSIERS-T(IDX-ASS) NB-EN-COURS-T(IDX-ASS)
                         RECLAME-T(IDX-ASS) RECOUVRE-T(IDX-ASS)
             ELSE
               MOVE 200 TO IDX-ASS
               MOVE 'AUTRES' TO CODE-ASS-T(IDX-ASS)
             END-IF
           END-IF
           ADD 1 TO NB-DOSSIERS-T(IDX-ASS)
           IF RECOURS-EN-COURS
             ADD 1 TO NB-EN-COURS-T(IDX-ASS)
           END-IF
           ADD MONTANT-RECLAME-RO TO RECLAME-T(IDX-ASS)
           ADD MONTANT-RECOUVRE-RO TO RECOUVRE-T(IDX-ASS)
           .

      * Anciennete comptee depuis l'ouverture du dossier.
       22000-CONTROLE-DELAI.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-OUVERTURE-RO TO DATE1-CALC-W
           MOVE DATE-JOUR TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W > DELAI-RELANCE
             ADD 1 TO CPT-A-RELANCER
             COMPUTE RESTANT-W =
                     MONTANT-RECLAME-RO - MONTANT-RECOUVRE-RO
             ADD RESTANT-W TO RESTANT-A-RELANCER
             MOVE MAT-RO TO MAT-R-F
             MOVE NUM-SIN-RO TO NUM-R-F
             MOVE ASSUREUR-RO TO ASSUREUR-R-F
             MOVE TYPE-SIN-RO TO TYPE-R-F
             MOVE DATE-OUVERTURE-RO TO DATE-R-F
             MOVE JOURS-CALC-W TO JOURS-R-F
             MOVE MONTANT-RECLAME-RO TO RECLAME-R-F
             MOVE MONTANT-RECOUVRE-RO TO RECOUVRE-R-F
             MOVE RESTANT-W TO RESTANT-R-F
             WRITE ligne-rapport FROM FORMAT-LIGNE-RELANCE
           END-IF
           .

      * Taux de recouvrement : recouvre sur reclame, par assureur
      * puis pour l'ensemble des recours.
       25000-EDITE-TAUX.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TAUX DE RECOUVREMENT PAR ASSUREUR DU TIERS'
             TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-SUI
           WRITE ligne-rapport FROM FORMAT-ENTETE-TAUX
           PERFORM VARYING IDX-ASS FROM 1 BY 1
                     UNTIL IDX-ASS > NB-ASSUREURS
             MOVE CODE-ASS-T(IDX-ASS) TO ASSUREUR-T-F
             MOVE NB-DOSSIERS-T(IDX-ASS) TO NB-DOSSIERS-T-F
             MOVE NB-EN-COURS-T(IDX-ASS) TO NB-EN-COURS-T-F
             MOVE RECLAME-T(IDX-ASS) TO RECLAME-T-F
             MOVE RECOUVRE-T(IDX-ASS) TO RECOUVRE-T-F
             IF RECLAME-T(IDX-ASS) > 0
               COMPUTE TAUX-W ROUNDED =
                       RECOUVRE-T(IDX-ASS) * 100 / RECLAME-T(IDX-ASS)
             ELSE
               MOVE 0 TO TAUX-W
             END-IF
             MOVE TAUX-W TO TAUX-T-F
             WRITE ligne-rapport FROM FORMAT-LIGNE-TAUX
             ADD NB-DOSSIERS-T(IDX-ASS) TO TOT-DOSSIERS
             ADD NB-EN-COURS-T(IDX-ASS) TO TOT-EN-COURS
             ADD RECLAME-T(IDX-ASS) TO TOT-RECLAME
             ADD RECOUVRE-T(IDX-ASS) TO TOT-RECOUVRE
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL' TO ASSUREUR-T-F
           MOVE TOT-DOSSIERS TO NB-DOSSIERS-T-F
           MOVE TOT-EN-COURS TO NB-EN-COURS-T-F
           MOVE TOT-RECLAME TO RECLAME-T-F
           MOVE TOT-RECOUVRE TO RECOUVRE-T-F
           IF TOT-RECLAME > 0
             COMPUTE TAUX-W ROUNDED = TOT-RECOUVRE * 100 / TOT-RECLAME
           ELSE
             MOVE 0 TO TAUX-W
           END-IF
           MOVE TAUX-W TO TAUX-T-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-TAUX
           .

       30000-END-PGM.
           CLOSE f-recour f-rapport
           DISPLAY 'DOSSIERS DE RECOURS : ' CPT-DOSSIERS
           DISPLAY 'EN COURS            : ' CPT-EN-COURS
           DISPLAY 'A RELANCER          : ' CPT-A-RELANCER
           DISPLAY 'RESTANT DU RELANCE  : ' RESTANT-A-RELANCER
           IF RETURN-CODE = 0 AND CPT-A-RELANCER > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
