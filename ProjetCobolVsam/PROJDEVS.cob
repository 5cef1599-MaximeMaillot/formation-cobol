       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJDEVS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre du rapport de conversion des devis :
      *   col 1-6   mois d'emission analyse AAAAMM (defaut : le
      *             troisieme mois avant celui du run, dont tous les
      *             devis ont atteint leur date de validite)
           SELECT OPTIONAL f-param ASSIGN DEVSPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Depot des devis : les devis emis dans le mois analyse, avec
      * leur statut, leur delai de conversion et le matricule de la
      * police issue de la conversion.
           SELECT f-devis ASSIGN DDDEVIS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-DEVIS-X
            FILE STATUS IS CR-DEVIS.

      * Fichier des assures : prime que porte la police convertie
      * apres son passage dans la chaine.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Rapport mensuel de conversion des devis.
           SELECT f-rapport ASSIGN DDDEVSRP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 MOIS-P                     PIC X(6).
         05                            PIC X(74).

       fd f-devis.
       01 e-devis.
           COPY CDEVIS.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-DEVIS                       PIC 99.
         88 EOF-DEVIS VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-RAPPORT                     PIC 99.

       01 MOIS-ANALYSE-W.
         05 AN-ANALYSE-W                 PIC 9(4).
         05 MM-ANALYSE-W                 PIC 9(2).
       01 MOIS-ANALYSE-9 REDEFINES MOIS-ANALYSE-W
                                         PIC 9(6).
       77 ABS-MOIS-W                     PIC 9(6).

      * Cases du rapport : 1-99 departement, 100 departement
      * inconnu, 101-105 type de vehicule, 106-110 tranche de prime
      * totale du devis, 111-159 partenaire apporteur (dans l'ordre
      * de rencontre), 160 autres partenaires au-dela de la table.
      * En cours : devis encore emis et dans leur validite.
       01 TAB-CASES.
         05 CASE-T OCCURS 160.
           10 EMIS-C                     PIC 9(6).
           10 CONVERTIS-C                PIC 9(6).
           10 PERIMES-C                  PIC 9(6).
           10 DELAI-C                    PIC 9(8).
           10 NB-DELAI-C                 PIC 9(6).
       01 TOTAL-CASES.
         05 EMIS-TOT                     PIC 9(6).
         05 CONVERTIS-TOT                PIC 9(6).
         05 PERIMES-TOT                  PIC 9(6).
         05 DELAI-TOT                    PIC 9(8).
         05 NB-DELAI-TOT                 PIC 9(6).
       01 TAB-PARTENAIRES.
         05 NB-PARTENAIRES               PIC 9(2) VALUE 0.
         05 PARTENAIRE-T                 PIC X(5) OCCURS 49.
       77 IDX-CASE                       PIC 9(3).
       77 IDX-CASE-FIN                   PIC 9(3).
       77 IDX-PART                       PIC 9(2).
       77 IDX-TYPE-V                     PIC 9(1).
       77 IDX-TRANCHE                    PIC 9(1).
       77 NUM-CASE-W                     PIC 99.
       01 PART-SW                        PIC X.
         88 PART-TROUVE VALUE 'O'.

       01 CASE-W.
         05 EMIS-W                       PIC 9(6).
         05 CONVERTIS-W                  PIC 9(6).
         05 PERIMES-W                    PIC 9(6).
         05 DELAI-W                      PIC 9(8).
         05 NB-DELAI-W                   PIC 9(6).
       77 EN-COURS-W                     PIC 9(6).
       77 TAUX-W                         PIC 9(3)V9(1).
       77 DELAI-MOYEN-W                  PIC 9(3).

      * Prime de la police par CALCBM, comme la chaine la calcule.
       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 ECART-W                        PIC S9(5)V9(2).
       77 ECART-TOT-W                    PIC S9(9)V9(2).

       01 CPT.
         05 CPT-LUS                      PIC 9(6) VALUE 0.
         05 CPT-COMPARES                 PIC 9(6) VALUE 0.
         05 CPT-IDENTIQUES               PIC 9(6) VALUE 0.
         05 CPT-ECARTS                   PIC 9(6) VALUE 0.
         05 CPT-HORS-PORTEFEUILLE        PIC 9(6) VALUE 0.
         05 PRIME-DEVIS-CUMUL            PIC 9(9)V9(2) VALUE 0.
         05 PRIME-POLICE-CUMUL           PIC 9(9)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-DEVS.
         05                              PIC X(40)
           VALUE 'CONVERSION DES DEVIS EMIS - MOIS '.
         05 MOIS-T-F                     PIC 9(6).
         05                              PIC X(8) VALUE ' - AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(18).

       01 FORMAT-SECTION-DEVS.
         05 LIB-SECTION-F                PIC X(40).
         05                              PIC X(40).

       01 FORMAT-ENTETE-DEVS.
         05                              PIC X(21) VALUE 'CASE'.
         05                              PIC X(6) VALUE '  EMIS'.
         05                              PIC X(8) VALUE '   CONV.'.
         05                              PIC X(8) VALUE ' PERIMES'.
         05                              PIC X(8) VALUE '   COURS'.
         05                              PIC X(9) VALUE '     TAUX'.
         05                              PIC X(5) VALUE 'DELAI'.
         05                              PIC X(15).

       01 FORMAT-LIGNE-DEVS.
         05 LIB-CASE-F                   PIC X(20).
         05                              PIC X(1).
         05 EMIS-F                       PIC Z(5)9.
         05                              PIC X(2).
         05 CONVERTIS-F                  PIC Z(5)9.
         05                              PIC X(2).
         05 PERIMES-F                    PIC Z(5)9.
         05                              PIC X(2).
         05 EN-COURS-F                   PIC Z(5)9.
         05                              PIC X(2).
         05 TAUX-F                       PIC ZZ9,9.
         05                              PIC X(2) VALUE ' %'.
         05                              PIC X(2).
         05 DELAI-F                      PIC ZZ9.
         05                              PIC X(15).

       01 FORMAT-ENTETE-PRIME.
         05                              PIC X(7) VALUE 'DEVIS'.
         05                              PIC X(7) VALUE 'POLICE'.
         05                              PIC X(2) VALUE 'T'.
         05                              PIC X(10) VALUE '  DEVIS'.
         05                              PIC X(10) VALUE '   POLICE'.
         05                              PIC X(11) VALUE '      ECART'.
         05                              PIC X(33).

       01 FORMAT-LIGNE-PRIME.
         05 NUM-P-F                      PIC 9(6).
         05                              PIC X(1).
         05 MAT-P-F                      PIC 9(6).
         05                              PIC X(1).
         05 TYPE-P-F                     PIC X(1).
         05                              PIC X(1).
         05 PRIME-DEVIS-P-F              PIC Z(5)9,99.
         05                              PIC X(1).
         05 PRIME-POLICE-P-F             PIC Z(5)9,99.
         05                              PIC X(1).
         05 ECART-P-F                    PIC -Z(5)9,99.
         05                              PIC X(34).

       01 FORMAT-TOTAL-PRIME.
         05 LIB-TOT-P-F                  PIC X(30).
         05 NB-TOT-P-F                   PIC Z(5)9.
         05                              PIC X(2).
         05 MONTANT-TOT-P-F              PIC -Z(8)9,99.
         05                              PIC X(29).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 26000-EDITE-CONVERSION
           PERFORM 27000-COMPARE-PRIMES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           COMPUTE ABS-MOIS-W = YEAR-F * 12 + MONTH-F - 1 - 3
           DIVIDE ABS-MOIS-W BY 12 GIVING AN-ANALYSE-W
             REMAINDER MM-ANALYSE-W
           ADD 1 TO MM-ANALYSE-W
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF MOIS-P NUMERIC
                  AND MOIS-P(5:2) > '00' AND MOIS-P(5:2) < '13'
                   MOVE MOIS-P TO MOIS-ANALYSE-W
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           INITIALIZE TAB-CASES TOTAL-CASES
           OPEN INPUT f-devis
           IF CR-DEVIS > 0
             DISPLAY 'ERROR DDDEVIS : ' CR-DEVIS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           MOVE MOIS-ANALYSE-9 TO MOIS-T-F
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-DEVS
           .

       20000-TRAITEMENT.
           perform until EOF-DEVIS
             READ f-devis NEXT RECORD
               AT END
                 continue
               NOT AT END
                 IF DATE-DEVIS-DV(1:6) = MOIS-ANALYSE-W
                   ADD 1 TO CPT-LUS
                   perform 21000-CUMULE-DEVIS
                 END-IF
             END-READ
           END-PERFORM
           .

      * Un devis alimente une case de chaque axe. Le delai de
      * conversion n'est connu que des devis convertis depuis que
      * PROJDEVC le garde au devis.
       21000-CUMULE-DEVIS.
           IF DEPT-DV NUMERIC AND DEPT-DV > 0
             MOVE DEPT-DV TO IDX-CASE
           ELSE
             MOVE 100 TO IDX-CASE
           END-IF
           perform 25900-CUMULE-CASE
           EVALUATE TYPE-V-DV
             WHEN 'V'
               MOVE 1 TO IDX-TYPE-V
             WHEN 'M'
               MOVE 2 TO IDX-TYPE-V
             WHEN 'U'
               MOVE 3 TO IDX-TYPE-V
             WHEN 'C'
               MOVE 4 TO IDX-TYPE-V
             WHEN OTHER
               MOVE 5 TO IDX-TYPE-V
           END-EVALUATE
           COMPUTE IDX-CASE = 100 + IDX-TYPE-V
           perform 25900-CUMULE-CASE
           EVALUATE TRUE
             WHEN PRIME-TOTALE-DV < 300
               MOVE 1 TO IDX-TRANCHE
             WHEN PRIME-TOTALE-DV < 500
               MOVE 2 TO IDX-TRANCHE
             WHEN PRIME-TOTALE-DV < 800
               MOVE 3 TO IDX-TRANCHE
             WHEN PRIME-TOTALE-DV < 1200
               MOVE 4 TO IDX-TRANCHE
             WHEN OTHER
               MOVE 5 TO IDX-TRANCHE
           END-EVALUATE
           COMPUTE IDX-CASE = 105 + IDX-TRANCHE
           perform 25900-CUMULE-CASE
           perform 21100-INDEX-PARTENAIRE
           perform 25900-CUMULE-CASE
           ADD 1 TO EMIS-TOT
           EVALUATE TRUE
             WHEN DEVIS-CONVERTI
               ADD 1 TO CONVERTIS-TOT
               IF DELAI-CONVERSION-DV NUMERIC
                AND MAT-CONVERSION-DV NUMERIC
                AND MAT-CONVERSION-DV > 0
                 ADD DELAI-CONVERSION-DV TO DELAI-TOT
                 ADD 1 TO NB-DELAI-TOT
               END-IF
             WHEN DEVIS-PERIME
               ADD 1 TO PERIMES-TOT
           END-EVALUATE
           .

       21100-INDEX-PARTENAIRE.
           MOVE 'N' TO PART-SW
           PERFORM VARYING IDX-PART FROM 1 BY 1
                     UNTIL IDX-PART > NB-PARTENAIRES
                        OR PART-TROUVE
             IF PARTENAIRE-T(IDX-PART) = PARTENAIRE-DV
               MOVE 'O' TO PART-SW
               COMPUTE IDX-CASE = 110 + IDX-PART
             END-IF
           END-PERFORM
           IF NOT PART-TROUVE
             IF NB-PARTENAIRES < 49
               ADD 1 TO NB-PARTENAIRES
               MOVE PARTENAIRE-DV TO PARTENAIRE-T(NB-PARTENAIRES)
               COMPUTE IDX-CASE = 110 + NB-PARTENAIRES
             ELSE
               MOVE 160 TO IDX-CASE
             END-IF
           END-IF
           .

       25900-CUMULE-CASE.
           ADD 1 TO EMIS-C(IDX-CASE)
           EVALUATE TRUE
             WHEN DEVIS-CONVERTI
               ADD 1 TO CONVERTIS-C(IDX-CASE)
               IF DELAI-CONVERSION-DV NUMERIC
                AND MAT-CONVERSION-DV NUMERIC
                AND MAT-CONVERSION-DV > 0
                 ADD DELAI-CONVERSION-DV TO DELAI-C(IDX-CASE)
                 ADD 1 TO NB-DELAI-C(IDX-CASE)
               END-IF
             WHEN DEVIS-PERIME
               ADD 1 TO PERIMES-C(IDX-CASE)
           END-EVALUATE
           .

      * Une section par axe ; seules les cases alimentees sont
      * editees. Taux : convertis sur emis ; delai : moyenne en
      * jours entre emission et conversion.
       26000-EDITE-CONVERSION.
           MOVE 'PAR PARTENAIRE' TO LIB-SECTION-F
           MOVE 111 TO IDX-CASE
           MOVE 160 TO IDX-CASE-FIN
           perform 26100-EDITE-SECTION
           MOVE 'PAR TYPE DE VEHICULE' TO LIB-SECTION-F
           MOVE 101 TO IDX-CASE
           MOVE 105 TO IDX-CASE-FIN
           perform 26100-EDITE-SECTION
           MOVE 'PAR DEPARTEMENT' TO LIB-SECTION-F
           MOVE 1 TO IDX-CASE
           MOVE 100 TO IDX-CASE-FIN
           perform 26100-EDITE-SECTION
           MOVE 'PAR TRANCHE DE PRIME TOTALE' TO LIB-SECTION-F
           MOVE 106 TO IDX-CASE
           MOVE 110 TO IDX-CASE-FIN
           perform 26100-EDITE-SECTION
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL DU MOIS' TO LIB-CASE-F
           MOVE TOTAL-CASES TO CASE-W
           perform 26300-EDITE-TAUX
           .

       26100-EDITE-SECTION.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SECTION-DEVS
           WRITE ligne-rapport FROM FORMAT-ENTETE-DEVS
           PERFORM VARYING IDX-CASE FROM IDX-CASE BY 1
                     UNTIL IDX-CASE > IDX-CASE-FIN
             IF EMIS-C(IDX-CASE) > 0
               perform 26200-LIBELLE-CASE
               MOVE CASE-T(IDX-CASE) TO CASE-W
               perform 26300-EDITE-TAUX
             END-IF
           END-PERFORM
           .

       26200-LIBELLE-CASE.
           MOVE SPACE TO LIB-CASE-F
           EVALUATE TRUE
             WHEN IDX-CASE < 100
               MOVE IDX-CASE TO NUM-CASE-W
               STRING 'DEPT ' NUM-CASE-W DELIMITED BY SIZE
                 INTO LIB-CASE-F
             WHEN IDX-CASE = 100
               MOVE 'DEPT INCONNU' TO LIB-CASE-F
             WHEN IDX-CASE = 101
               MOVE 'VOITURE' TO LIB-CASE-F
             WHEN IDX-CASE = 102
               MOVE 'MOTO' TO LIB-CASE-F
             WHEN IDX-CASE = 103
               MOVE 'UTILITAIRE' TO LIB-CASE-F
             WHEN IDX-CASE = 104
               MOVE 'CAMION' TO LIB-CASE-F
             WHEN IDX-CASE = 105
               MOVE 'HORS BAREME' TO LIB-CASE-F
             WHEN IDX-CASE = 106
               MOVE 'MOINS DE 300' TO LIB-CASE-F
             WHEN IDX-CASE = 107
               MOVE '300 A 499,99' TO LIB-CASE-F
             WHEN IDX-CASE = 108
               MOVE '500 A 799,99' TO LIB-CASE-F
             WHEN IDX-CASE = 109
               MOVE '800 A 1199,99' TO LIB-CASE-F
             WHEN IDX-CASE = 110
               MOVE '1200 ET PLUS' TO LIB-CASE-F
             WHEN IDX-CASE = 160
               MOVE 'AUTRES PARTENAIRES' TO LIB-CASE-F
             WHEN OTHER
               COMPUTE IDX-PART = IDX-CASE - 110
               IF PARTENAIRE-T(IDX-PART) = SPACE
                 MOVE 'SANS PARTENAIRE' TO LIB-CASE-F
               ELSE
                 STRING 'PARTENAIRE ' PARTENAIRE-T(IDX-PART)
                   DELIMITED BY SIZE INTO LIB-CASE-F
               END-IF
           END-EVALUATE
           .

       26300-EDITE-TAUX.
           COMPUTE EN-COURS-W = EMIS-W - CONVERTIS-W - PERIMES-W
           MOVE EMIS-W TO EMIS-F
           MOVE CONVERTIS-W TO CONVERTIS-F
           MOVE PERIMES-W TO PERIMES-F
           MOVE EN-COURS-W TO EN-COURS-F
           MOVE 0 TO TAUX-W DELAI-MOYEN-W
           IF EMIS-W > 0
             COMPUTE TAUX-W ROUNDED = CONVERTIS-W * 100 / EMIS-W
           END-IF
           IF NB-DELAI-W > 0
             COMPUTE DELAI-MOYEN-W ROUNDED = DELAI-W / NB-DELAI-W
               ON SIZE ERROR
                 MOVE 999 TO DELAI-MOYEN-W
             END-COMPUTE
           END-IF
           MOVE TAUX-W TO TAUX-F
           MOVE DELAI-MOYEN-W TO DELAI-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-DEVS
           .

      * Prime du devis contre la prime que porte la police issue de
      * la conversion, calculee par CALCBM comme dans la chaine :
      * seuls les ecarts sont detailles. Police pas encore passee
      * dans la chaine : comptee a part.
       27000-COMPARE-PRIMES.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'PRIME DU DEVIS / PRIME DE LA POLICE'
             TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-DEVS
           WRITE ligne-rapport FROM FORMAT-ENTETE-PRIME
           CLOSE f-devis
           MOVE 0 TO CR-DEVIS
           OPEN INPUT f-devis
           perform until EOF-DEVIS
             READ f-devis NEXT RECORD
               AT END
                 continue
               NOT AT END
                 IF DATE-DEVIS-DV(1:6) = MOIS-ANALYSE-W
                  AND DEVIS-CONVERTI
                  AND MAT-CONVERSION-DV NUMERIC
                  AND MAT-CONVERSION-DV > 0
                   perform 27100-COMPARE-DEVIS
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'POLICES COMPAREES            :' TO LIB-TOT-P-F
           MOVE CPT-COMPARES TO NB-TOT-P-F
           COMPUTE ECART-TOT-W =
             PRIME-POLICE-CUMUL - PRIME-DEVIS-CUMUL
           MOVE ECART-TOT-W TO MONTANT-TOT-P-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-PRIME
           MOVE 'PRIME CONFORME AU DEVIS      :' TO LIB-TOT-P-F
           MOVE CPT-IDENTIQUES TO NB-TOT-P-F
           MOVE 0 TO MONTANT-TOT-P-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-PRIME
           MOVE 'PRIME DIFFERENTE DU DEVIS    :' TO LIB-TOT-P-F
           MOVE CPT-ECARTS TO NB-TOT-P-F
           MOVE ECART-TOT-W TO MONTANT-TOT-P-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-PRIME
           MOVE 'PAS ENCORE EN PORTEFEUILLE   :' TO LIB-TOT-P-F
           MOVE CPT-HORS-PORTEFEUILLE TO NB-TOT-P-F
           MOVE 0 TO MONTANT-TOT-P-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-PRIME
           .

       27100-COMPARE-DEVIS.
           MOVE MAT-CONVERSION-DV TO MAT-A4
           READ f-assures4
             INVALID KEY
               ADD 1 TO CPT-HORS-PORTEFEUILLE
             NOT INVALID KEY
               CALL 'CALCBM' USING
                BY CONTENT PRIME-A4
                BY CONTENT TAUX-A4
                BY CONTENT BM-A4
                BY REFERENCE PRIME-BM-W
                BY REFERENCE PRIME-TOTALE-W
               ADD 1 TO CPT-COMPARES
               ADD PRIME-TOTALE-DV TO PRIME-DEVIS-CUMUL
               ADD PRIME-TOTALE-W TO PRIME-POLICE-CUMUL
               COMPUTE ECART-W = PRIME-TOTALE-W - PRIME-TOTALE-DV
               IF ECART-W = 0
                 ADD 1 TO CPT-IDENTIQUES
               ELSE
                 ADD 1 TO CPT-ECARTS
                 MOVE NUM-DEVIS TO NUM-P-F
                 MOVE MAT-A4 TO MAT-P-F
                 MOVE TYPE-V-DV TO TYPE-P-F
                 MOVE PRIME-TOTALE-DV TO PRIME-DEVIS-P-F
                 MOVE PRIME-TOTALE-W TO PRIME-POLICE-P-F
                 MOVE ECART-W TO ECART-P-F
                 WRITE ligne-rapport FROM FORMAT-LIGNE-PRIME
               END-IF
           END-READ
           .

       30000-END-PGM.
           CLOSE f-devis f-assures4 f-rapport
           DISPLAY 'MOIS ANALYSE         : ' MOIS-ANALYSE-9
           DISPLAY 'DEVIS DU MOIS        : ' CPT-LUS
           DISPLAY 'CONVERTIS            : ' CONVERTIS-TOT
           DISPLAY 'PERIMES              : ' PERIMES-TOT
           DISPLAY 'PRIMES COMPAREES     : ' CPT-COMPARES
           DISPLAY 'PRIMES EN ECART      : ' CPT-ECARTS
           DISPLAY 'HORS PORTEFEUILLE    : ' CPT-HORS-PORTEFEUILLE
           STOP RUN
           .
