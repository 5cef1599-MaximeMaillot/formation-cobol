            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties de chaque vehicule : la taxe d'assurance de
      * l'appel se calcule au taux de chaque garantie en vigueur.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Carte parametre : mois a facturer, AAAAMM. Absente, le mois
      * de la date du run est facture.
           SELECT OPTIONAL f-param ASSIGN FACTPRM
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-appels.
       01 e-appel                      PIC X(80).

       77 PRIME-VEH-TOTALE-W             PIC 9(5)V9(2).
       77 PRIME-POLICE-W                 PIC 9(7)V9(2).

      * Taxe d'assurance annuelle de la police (CALCTAXE, vehicule
      * par vehicule) et part de l'appel ; l'appel est emis TTC.
       01 CR-GARANT                      PIC 99.
       77 IDX-GAR                        PIC 99.
       77 HT-VEH-W                       PIC 9(5)V9(2).
       77 TAXE-VEH-W                     PIC 9(5)V9(2).
       01 PARTS-GAR-W.
         05 PART-GAR-W                   PIC 9(4)V9(2) OCCURS 5.
       01 BASES-GAR-W.
         05 BASE-GAR-W                   PIC 9(5)V9(2) OCCURS 5.
       01 TAXES-GAR-W.
         05 TAXE-GAR-W                   PIC 9(5)V9(2) OCCURS 5.
       77 TAXE-POLICE-W                  PIC 9(7)V9(2).
       77 TAXE-FRACTION-W                PIC 9(5)V9(2).
       77 FRACTION-TTC-W                 PIC 9(5)V9(2).

       01 CPT.
         05 CPT-LUES                     PIC 9(6) VALUE 0.
         05 CPT-APPELS                   PIC 9(6) VALUE 0.
         05 CPT-SUSPENDUES               PIC 9(6) VALUE 0.
         05 TOTAL-APPELE                 PIC 9(9)V9(2) VALUE 0.
         05 TOTAL-TAXE-APPELEE           PIC 9(9)V9(2) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJFACT'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 FREQ-AP-F                    PIC X.
         05                              PIC X VALUE ';'.
         05 MONTANT-AP-F                 PIC Z(4)9,99.
         05                              PIC X VALUE ';'.
         05 TAXE-AP-F                    PIC Z(4)9,99.
         05                              PIC X(47).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           MOVE YEAR-F TO AN-FACT
           MOVE MONTH-F TO MOIS-FACT
           perform 10050-LIT-PARAM
             STOP RUN
           END-IF
           OPEN INPUT f-vehic
           OPEN INPUT f-garant
           OPEN OUTPUT f-appels
           perform 18000-READ-ASSURES4
           .

      * La fraction appelee part de la prime totale bonus/malus
      * calculee par le sous-programme partage CALCBM, divisee par
      * le nombre d'echeances de la periodicite ; la taxe
      * d'assurance annuelle s'y fractionne de meme. Le montant de
      * l'appel est TTC, la taxe qu'il comprend suit en detail.
       22000-EMET-APPEL.
           CALL 'CALCBM' USING
            BY CONTENT PRIME-A4
            BY REFERENCE PRIME-BM-W
            BY REFERENCE PRIME-TOTALE-W
           MOVE PRIME-TOTALE-W TO PRIME-POLICE-W
           MOVE 0 TO TAXE-POLICE-W
           MOVE PRIME-TOTALE-W TO HT-VEH-W
           MOVE 1 TO IDX-RANG
           perform 22700-TAXE-VEHICULE
           perform 22500-AJOUTE-VEHICULES
           COMPUTE FRACTION-W ROUNDED =
             PRIME-POLICE-W / NB-FRACTIONS
           COMPUTE TAXE-FRACTION-W ROUNDED =
             TAXE-POLICE-W / NB-FRACTIONS
           COMPUTE FRACTION-TTC-W = FRACTION-W + TAXE-FRACTION-W
           MOVE MAT-A4 TO MAT-AP-F
           MOVE PERIODE-FACTUREE TO PERIODE-AP-F
           MOVE FREQ-PAIE-A4 TO FREQ-AP-F
           MOVE FRACTION-TTC-W TO MONTANT-AP-F
           MOVE TAXE-FRACTION-W TO TAXE-AP-F
           WRITE e-appel FROM FORMAT-LIGNE-APPEL
           ADD 1 TO CPT-APPELS
           ADD FRACTION-TTC-W TO TOTAL-APPELE
           ADD TAXE-FRACTION-W TO TOTAL-TAXE-APPELEE
           .

      * Les vehicules au-dela du premier s'ajoutent a l'appel de la
                    BY REFERENCE PRIME-VEH-BM-W
                    BY REFERENCE PRIME-VEH-TOTALE-W
                   ADD PRIME-VEH-TOTALE-W TO PRIME-POLICE-W
                   MOVE PRIME-VEH-TOTALE-W TO HT-VEH-W
                   perform 22700-TAXE-VEHICULE
               END-READ
             END-PERFORM
           END-IF
           .

      * Taxe annuelle du vehicule de rang IDX-RANG sur sa prime HT,
      * selon les parts de ses garanties en vigueur (sans fiche
      * garanties, toute la prime au taux de la RC).
       22700-TAXE-VEHICULE.
           INITIALIZE PARTS-GAR-W
           IF CR-GARANT < 10
             MOVE MAT-A4 TO MAT-GA
             MOVE IDX-RANG TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     MOVE PRIME-GA(IDX-GAR) TO PART-GAR-W(IDX-GAR)
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           CALL 'CALCTAXE' USING
            BY CONTENT HT-VEH-W
            BY CONTENT PARTS-GAR-W
            BY REFERENCE BASES-GAR-W
            BY REFERENCE TAXES-GAR-W
            BY REFERENCE TAXE-VEH-W
           ADD TAXE-VEH-W TO TAXE-POLICE-W
           .

       30000-END-PGM.
           CLOSE f-assures4 f-appels f-vehic f-garant
           DISPLAY 'PERIODE FACTUREE : ' PERIODE-FACTUREE
           DISPLAY 'FICHES LUES      : ' CPT-LUES
           DISPLAY 'APPELS EMIS      : ' CPT-APPELS
           DISPLAY 'POLICES SUSPENDUES (NON APPELEES) : '
                   CPT-SUSPENDUES
           DISPLAY 'TOTAL APPELE     : ' TOTAL-APPELE
           DISPLAY 'DONT TAXE ASSUR. : ' TOTAL-TAXE-APPELEE
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
