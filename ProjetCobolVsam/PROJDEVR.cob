       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJDEVR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Relance hebdomadaire des devis : les devis emis dont la date
      * de validite est depassee passent au statut perime sans
      * attendre une tentative de conversion ; ceux qui expirent
      * dans l'horizon de relance partent au canal partenaires.
           SELECT f-devis ASSIGN DDDEVIS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-DEVIS-X
            FILE STATUS IS CR-DEVIS.

      * Carte parametre : horizon de relance en jours en colonnes
      * 1-3. Absente ou non numerique, 15 jours.
           SELECT OPTIONAL f-param ASSIGN DEVRPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Liste de relance pour le canal partenaires.
           SELECT f-relance ASSIGN DDDEVRLC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELANCE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-devis.
       01 e-devis.
           COPY CDEVIS.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-relance.
       01 ligne-relance                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-DEVIS                       PIC 99.
         88 EOF-DEVIS VALUE 10.
       01 CR-PARAM                       PIC 99.
       01 CR-RELANCE                     PIC 99.

       77 HORIZON-RELANCE                PIC 9(3) VALUE 15.

      * Jours restants avant expiration par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

       01 CPT.
         05 CPT-LUS                      PIC 9(6) VALUE 0.
         05 CPT-EMIS                     PIC 9(6) VALUE 0.
         05 CPT-PERIMES                  PIC 9(6) VALUE 0.
         05 CPT-RELANCES                 PIC 9(6) VALUE 0.
         05 PRIME-RELANCEE               PIC 9(9)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-RLC.
         05                              PIC X(30)
           VALUE 'DEVIS A RELANCER AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(16)
           VALUE ' - EXPIRANT SOUS'.
         05 HORIZON-T-F                  PIC ZZ9.
         05                              PIC X(6) VALUE ' JOURS'.
         05                              PIC X(17).

       01 FORMAT-ENTETE-RLC.
         05                              PIC X(6) VALUE 'PART.'.
         05                              PIC X(7) VALUE 'DEVIS'.
         05                              PIC X(21) VALUE 'PROSPECT'.
         05                              PIC X(2) VALUE 'T'.
         05                              PIC X(3) VALUE 'DP'.
         05                              PIC X(10) VALUE '   PRIME'.
         05                              PIC X(9) VALUE ' EMIS LE'.
         05                              PIC X(9) VALUE ' VALIDE'.
         05                              PIC X(13) VALUE ' JOURS'.

       01 FORMAT-LIGNE-RLC.
         05 PARTENAIRE-R-F               PIC X(5).
         05                              PIC X(1).
         05 NUM-R-F                      PIC 9(6).
         05                              PIC X(1).
         05 NOM-R-F                      PIC X(20).
         05                              PIC X(1).
         05 TYPE-R-F                     PIC X(1).
         05                              PIC X(1).
         05 DEPT-R-F                     PIC 9(2).
         05                              PIC X(1).
         05 PRIME-R-F                    PIC Z(5)9,99.
         05                              PIC X(1).
         05 DATE-R-F                     PIC 9(8).
         05                              PIC X(1).
         05 VALID-R-F                    PIC 9(8).
         05                              PIC X(1).
         05 JOURS-R-F                    PIC ZZ9.
         05                              PIC X(10).

       01 FORMAT-TOTAL-RLC.
         05                              PIC X(30)
           VALUE 'DEVIS A RELANCER             :'.
         05 NB-RLC-F                     PIC Z(5)9.
         05                              PIC X(10)
           VALUE '  PRIME : '.
         05 PRIME-RLC-F                  PIC Z(8)9,99.
         05                              PIC X(22).

       01 FORMAT-PERIMES-RLC.
         05                              PIC X(30)
           VALUE 'DEVIS PASSES PERIMES         :'.
         05 NB-PER-F                     PIC Z(5)9.
         05                              PIC X(44).

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
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:3) NUMERIC
                   MOVE e-param(1:3) TO HORIZON-RELANCE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN I-O f-devis
           IF CR-DEVIS > 0
             DISPLAY 'ERROR DDDEVIS : ' CR-DEVIS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-relance
           MOVE DATE-JOUR TO DATE-T-F
           MOVE HORIZON-RELANCE TO HORIZON-T-F
           WRITE ligne-relance FROM FORMAT-TITRE-RLC
           MOVE SPACE TO ligne-relance
           WRITE ligne-relance
           WRITE ligne-relance FROM FORMAT-ENTETE-RLC
           .

       20000-TRAITEMENT.
           perform until EOF-DEVIS
             READ f-devis NEXT RECORD
               AT END
                 continue
               NOT AT END
                 ADD 1 TO CPT-LUS
                 IF DEVIS-EMIS
                   ADD 1 TO CPT-EMIS
                   perform 21000-CONTROLE-DEVIS
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACE TO ligne-relance
           WRITE ligne-relance
           MOVE CPT-RELANCES TO NB-RLC-F
           MOVE PRIME-RELANCEE TO PRIME-RLC-F
           WRITE ligne-relance FROM FORMAT-TOTAL-RLC
           MOVE CPT-PERIMES TO NB-PER-F
           WRITE ligne-relance FROM FORMAT-PERIMES-RLC
           .

      * Meme regle que la conversion PROJDEVC : le devis est
      * perime des que sa date de validite est depassee.
       21000-CONTROLE-DEVIS.
           IF DATE-VALIDITE-DV < DATE-JOUR
             SET DEVIS-PERIME TO TRUE
             REWRITE e-devis
             ADD 1 TO CPT-PERIMES
           ELSE
             MOVE 'J' TO FONCTION-CALC-W
             MOVE DATE-JOUR TO DATE1-CALC-W
             MOVE DATE-VALIDITE-DV TO DATE2-CALC-W
             MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
             CALL 'CALCDATE' USING
              BY CONTENT FONCTION-CALC-W
              BY CONTENT DATE1-CALC-W
              BY CONTENT DATE2-CALC-W
              BY CONTENT NBJOURS-CALC-W
              BY REFERENCE JOURS-CALC-W
              BY REFERENCE DATE-RESULT-CALC-W
              BY REFERENCE VALIDE-CALC-W
             IF VALIDE-CALC-W = 'V'
              AND JOURS-CALC-W NOT > HORIZON-RELANCE
               perform 22000-ECRIT-RELANCE
             END-IF
           END-IF
           .

       22000-ECRIT-RELANCE.
           ADD 1 TO CPT-RELANCES
           ADD PRIME-TOTALE-DV TO PRIME-RELANCEE
           MOVE PARTENAIRE-DV TO PARTENAIRE-R-F
           MOVE NUM-DEVIS TO NUM-R-F
           MOVE NOM-PRE-DV TO NOM-R-F
           MOVE TYPE-V-DV TO TYPE-R-F
           MOVE DEPT-DV TO DEPT-R-F
           MOVE PRIME-TOTALE-DV TO PRIME-R-F
           MOVE DATE-DEVIS-DV TO DATE-R-F
           MOVE DATE-VALIDITE-DV TO VALID-R-F
           MOVE JOURS-CALC-W TO JOURS-R-F
           WRITE ligne-relance FROM FORMAT-LIGNE-RLC
           .

       30000-END-PGM.
           CLOSE f-devis f-relance
           DISPLAY 'DEVIS LUS          : ' CPT-LUS
           DISPLAY 'DEVIS EMIS         : ' CPT-EMIS
           DISPLAY 'PASSES PERIMES     : ' CPT-PERIMES
           DISPLAY 'DEVIS A RELANCER   : ' CPT-RELANCES
           STOP RUN
           .
