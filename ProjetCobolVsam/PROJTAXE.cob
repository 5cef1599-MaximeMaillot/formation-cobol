       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJTAXE.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Detail de la taxe d'assurance des quittances emises par COB4
      * (voir CTAXDET), cumule de run en run.
           SELECT f-taxdet ASSIGN DDTAXDET
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TAXDET.

      * Carte parametre : trimestre declare, annee en colonnes 1-4
      * et trimestre (1 a 4) en colonne 5. Absente, le trimestre
      * civil qui precede la date du run.
           SELECT OPTIONAL f-param ASSIGN TAXEPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Declaration trimestrielle : base taxable et taxe due par
      * taux.
           SELECT f-declar ASSIGN DDTAXDCL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-DECLAR.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-taxdet.
       01 e-taxdet.
           COPY CTAXDET.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-declar.
       01 ligne-declar                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-TAXDET                      PIC 99.
         88 EOF-TAXDET VALUE 10.
       01 CR-PARAM                       PIC 99.
       01 CR-DECLAR                      PIC 99.

       01 TRIMESTRE-DECL.
         05 AN-DECL                      PIC 9(4).
         05 TRIM-DECL                    PIC 9(1).
       77 MOIS-DEBUT-W                   PIC 9(2).
       77 MOIS-FIN-W                     PIC 9(2).
       77 AN-LIGNE-W                     PIC 9(4).
       77 MOIS-LIGNE-W                   PIC 9(2).

      * Cumuls par taux rencontre dans le trimestre.
       01 TAB-TAUX-DECL.
         05 NB-TAUX                      PIC 9(2) VALUE 0.
         05 POSTE-TAUX OCCURS 10.
           10 TAUX-DECL                  PIC 9(2)V9(2).
           10 NB-LIGNES-DECL             PIC 9(7).
           10 BASE-DECL                  PIC 9(11)V9(2).
           10 TAXE-DECL                  PIC 9(11)V9(2).
       77 IDX-TAUX                       PIC 9(2).
       77 IDX-TROUVE                     PIC 9(2).

       01 CPT.
         05 CPT-LUES                     PIC 9(7) VALUE 0.
         05 CPT-RETENUES                 PIC 9(7) VALUE 0.
         05 CPT-HORS-TABLE               PIC 9(7) VALUE 0.
         05 TOT-BASE                     PIC 9(11)V9(2) VALUE 0.
         05 TOT-TAXE                     PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.

       01 FORMAT-TITRE-DECL.
         05                              PIC X(40)
           VALUE 'DECLARATION DE LA TAXE SUR LES CONVENTIO'.
         05                              PIC X(23)
           VALUE 'NS D''ASSURANCE - TRIM. '.
         05 TRIM-T-F                     PIC 9(1).
         05                              PIC X(1) VALUE '/'.
         05 AN-T-F                       PIC 9(4).
         05                              PIC X(11).

       01 FORMAT-ENTETE-DECL.
         05                              PIC X(10) VALUE 'TAUX'.
         05                              PIC X(12) VALUE 'LIGNES'.
         05                              PIC X(20)
           VALUE '      BASE TAXABLE'.
         05                              PIC X(20)
           VALUE '          TAXE DUE'.
         05                              PIC X(18).

       01 FORMAT-LIGNE-DECL.
         05 TAUX-L-F                     PIC Z9,99.
         05                              PIC X(2) VALUE ' %'.
         05                              PIC X(3).
         05 NB-L-F                       PIC Z(6)9.
         05                              PIC X(5).
         05 BASE-L-F                     PIC Z(11)9,99.
         05                              PIC X(5).
         05 TAXE-L-F                     PIC Z(11)9,99.
         05                              PIC X(23).

       01 FORMAT-TOTAL-DECL.
         05                              PIC X(10) VALUE 'TOTAL'.
         05 NB-T-F                       PIC Z(6)9.
         05                              PIC X(5).
         05 BASE-T-F                     PIC Z(11)9,99.
         05                              PIC X(5).
         05 TAXE-T-F                     PIC Z(11)9,99.
         05                              PIC X(23).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-DECLARATION
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           perform 10050-TRIMESTRE-PRECEDENT
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:5) NUMERIC
                  AND e-param(5:1) > '0' AND e-param(5:1) < '5'
                   MOVE e-param(1:4) TO AN-DECL
                   MOVE e-param(5:1) TO TRIM-DECL
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           COMPUTE MOIS-FIN-W = TRIM-DECL * 3
           COMPUTE MOIS-DEBUT-W = MOIS-FIN-W - 2
           OPEN INPUT f-taxdet
           IF CR-TAXDET > 0
             DISPLAY 'ERROR DDTAXDET : ' CR-TAXDET
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-declar
           .

      * Trimestre civil precedant la date du run.
       10050-TRIMESTRE-PRECEDENT.
           MOVE YEAR-F TO AN-DECL
           COMPUTE TRIM-DECL = (MONTH-F + 2) / 3
           IF TRIM-DECL = 1
             MOVE 4 TO TRIM-DECL
             SUBTRACT 1 FROM AN-DECL
           ELSE
             SUBTRACT 1 FROM TRIM-DECL
           END-IF
           .

       18000-READ-TAXDET.
           READ f-taxdet
           IF NOT EOF-TAXDET
             ADD 1 TO CPT-LUES
           END-IF
           .

       20000-TRAITEMENT.
           perform 18000-READ-TAXDET
           perform until EOF-TAXDET
             MOVE DATE-TD(1:4) TO AN-LIGNE-W
             MOVE DATE-TD(5:2) TO MOIS-LIGNE-W
             IF AN-LIGNE-W = AN-DECL
              AND MOIS-LIGNE-W NOT < MOIS-DEBUT-W
              AND MOIS-LIGNE-W NOT > MOIS-FIN-W
               perform 21000-CUMULE-LIGNE
             END-IF
             perform 18000-READ-TAXDET
           END-PERFORM
           .

      * Cumul sur le poste du taux de la ligne, ouvert au premier
      * passage.
       21000-CUMULE-LIGNE.
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-TAUX FROM 1 BY 1
                     UNTIL IDX-TAUX > NB-TAUX
             IF TAUX-DECL(IDX-TAUX) = TAUX-TD
               MOVE IDX-TAUX TO IDX-TROUVE
             END-IF
           END-PERFORM
           IF IDX-TROUVE = 0
             IF NB-TAUX < 10
               ADD 1 TO NB-TAUX
               MOVE NB-TAUX TO IDX-TROUVE
               MOVE TAUX-TD TO TAUX-DECL(IDX-TROUVE)
               MOVE 0 TO NB-LIGNES-DECL(IDX-TROUVE)
                         BASE-DECL(IDX-TROUVE) TAXE-DECL(IDX-TROUVE)
             ELSE
               ADD 1 TO CPT-HORS-TABLE
               DISPLAY 'TAUX NON CUMULE (TABLE PLEINE) : ' TAUX-TD
                       ' MATRICULE ' MAT-TD
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF IDX-TROUVE > 0
             ADD 1 TO NB-LIGNES-DECL(IDX-TROUVE)
             ADD BASE-TD TO BASE-DECL(IDX-TROUVE)
             ADD TAXE-TD TO TAXE-DECL(IDX-TROUVE)
             ADD 1 TO CPT-RETENUES
             ADD BASE-TD TO TOT-BASE
             ADD TAXE-TD TO TOT-TAXE
           END-IF
           .

       25000-EDITE-DECLARATION.
           MOVE TRIM-DECL TO TRIM-T-F
           MOVE AN-DECL TO AN-T-F
           WRITE ligne-declar FROM FORMAT-TITRE-DECL
           MOVE SPACE TO ligne-declar
           WRITE ligne-declar
           WRITE ligne-declar FROM FORMAT-ENTETE-DECL
           PERFORM VARYING IDX-TAUX FROM 1 BY 1
                     UNTIL IDX-TAUX > NB-TAUX
             MOVE TAUX-DECL(IDX-TAUX) TO TAUX-L-F
             MOVE NB-LIGNES-DECL(IDX-TAUX) TO NB-L-F
             MOVE BASE-DECL(IDX-TAUX) TO BASE-L-F
             MOVE TAXE-DECL(IDX-TAUX) TO TAXE-L-F
             WRITE ligne-declar FROM FORMAT-LIGNE-DECL
           END-PERFORM
           MOVE SPACE TO ligne-declar
           WRITE ligne-declar
           MOVE CPT-RETENUES TO NB-T-F
           MOVE TOT-BASE TO BASE-T-F
           MOVE TOT-TAXE TO TAXE-T-F
           WRITE ligne-declar FROM FORMAT-TOTAL-DECL
           .

       30000-END-PGM.
           CLOSE f-taxdet f-declar
           DISPLAY 'TRIMESTRE DECLARE    : ' TRIM-DECL '/' AN-DECL
           DISPLAY 'LIGNES DE TAXE LUES  : ' CPT-LUES
           DISPLAY 'LIGNES DU TRIMESTRE  : ' CPT-RETENUES
           DISPLAY 'BASE TAXABLE         : ' TOT-BASE
           DISPLAY 'TAXE DUE             : ' TOT-TAXE
           STOP RUN
           .
