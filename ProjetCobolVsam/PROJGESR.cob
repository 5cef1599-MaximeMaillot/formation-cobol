       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGESR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Charge hebdomadaire des gestionnaires de sinistres : tous les
      * sinistres sont lus, le gestionnaire et les dates de suivi
      * viennent du dossier de gestion.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Dossiers de gestion ; un sinistre sans dossier (anterieur a
      * la gestion) est compte sans gestionnaire, ouvert et suivi
      * a la date du sinistre.
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

      * Carte parametre : date de fin de la semaine (colonnes 1-8,
      * AAAAMMJJ, defaut la date du jour) et nombre de jours sans
      * intervention au-dela duquel un sinistre ouvert est signale
      * (colonnes 9-11, defaut 30).
           SELECT OPTIONAL f-param ASSIGN GESPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

           SELECT f-rapport ASSIGN DDGESLST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-SINGES                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-RAPPORT                     PIC 99.

       77 DATE-FIN-SEM                   PIC 9(8).
       77 DATE-DEB-SEM                   PIC 9(8).
       77 DELAI-INACTIVITE               PIC 9(3) VALUE 30.

      * Anciennete et inactivite par CALCDATE (fonction 'J'), debut
      * de semaine par la fonction 'P'.
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Zones de suivi du sinistre lu.
       77 GESTION-W                      PIC X(8).
       77 DATE-OUVERT-W                  PIC 9(8).
       77 DATE-ACTIV-W                   PIC 9(8).
       77 DATE-CLOT-W                    PIC 9(8).

      * Cumuls par gestionnaire ; la premiere entree recueille les
      * sinistres sans gestionnaire, la derniere les gestionnaires
      * au-dela de la table.
       01 TAB-GESTION.
         05 NB-GESTION                   PIC 9(3) VALUE 1.
         05 GESTION-T OCCURS 100.
           10 CODE-GES-T                 PIC X(8).
           10 NB-OUVERTS-T               PIC 9(5).
           10 NB-ENTRES-T                PIC 9(5).
           10 NB-SORTIS-T                PIC 9(5).
           10 AGE-TOTAL-T                PIC 9(9).
           10 NB-INACTIFS-T              PIC 9(5).
           10 PROVISION-T                PIC 9(11)V9(2).
           10 CHARGE-T                   PIC 9(5).
       77 IDX-GES                        PIC 9(3).
       77 IDX-DEST                       PIC 9(3).
       77 IDX-CAND                       PIC 9(3).
       77 DOSSIER-TROUVE-SW              PIC X(1).
         88 DOSSIER-TROUVE VALUE 'O'.

      * Reequilibrage : cible a la moyenne arrondie de l'equipe.
       77 NB-GESTIONNAIRES               PIC 9(3) VALUE 0.
       77 MOYENNE-W                      PIC 9(5)V9(2).
       77 CIBLE-W                        PIC 9(5).
       77 EXCEDENT-W                     PIC 9(5).
       77 TRANSFERT-W                    PIC 9(5).
       77 CPT-SUGGESTIONS                PIC 9(4) VALUE 0.

       01 TOTAUX.
         05 TOT-OUVERTS                  PIC 9(6) VALUE 0.
         05 TOT-OUVERTS-AFFECTES         PIC 9(6) VALUE 0.
         05 TOT-ENTRES                   PIC 9(6) VALUE 0.
         05 TOT-SORTIS                   PIC 9(6) VALUE 0.
         05 TOT-AGE                      PIC 9(9) VALUE 0.
         05 TOT-INACTIFS                 PIC 9(6) VALUE 0.
         05 TOT-PROVISION                PIC 9(11)V9(2) VALUE 0.

       01 CPT.
         05 CPT-SINISTRES                PIC 9(6) VALUE 0.
         05 CPT-SANS-DOSSIER             PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-GES.
         05                              PIC X(33)
           VALUE 'CHARGE DES GESTIONNAIRES SEMAINE '.
         05 DATE-DEB-T-F                 PIC 9(8).
         05                              PIC X(3) VALUE ' - '.
         05 DATE-FIN-T-F                 PIC 9(8).
         05                              PIC X(28).

       01 FORMAT-SECTION-GES.
         05 LIB-SECTION-F                PIC X(60).
         05                              PIC X(20).

       01 FORMAT-ENTETE-GES.
         05                              PIC X(12) VALUE 'GESTION.'.
         05                              PIC X(8) VALUE ' OUVERTS'.
         05                              PIC X(8) VALUE '  ENTRES'.
         05                              PIC X(8) VALUE '  SORTIS'.
         05                              PIC X(8) VALUE ' AGE MOY'.
         05                              PIC X(8) VALUE ' INACTIF'.
         05                              PIC X(16)
           VALUE '      PROVISIONS'.
         05                              PIC X(12).

       01 FORMAT-LIGNE-GES.
         05 GESTION-L-F                  PIC X(12).
         05                              PIC X(1).
         05 OUVERTS-L-F                  PIC Z(6)9.
         05                              PIC X(1).
         05 ENTRES-L-F                   PIC Z(6)9.
         05                              PIC X(1).
         05 SORTIS-L-F                   PIC Z(6)9.
         05                              PIC X(1).
         05 AGE-L-F                      PIC Z(6)9.
         05                              PIC X(1).
         05 INACTIFS-L-F                 PIC Z(6)9.
         05                              PIC X(2).
         05 PROVISION-L-F                PIC Z(10)9,99.
         05                              PIC X(12).

       01 FORMAT-MOYENNE-GES.
         05                              PIC X(36)
           VALUE 'MOYENNE DES OUVERTS PAR GESTIONNAIRE'.
         05                              PIC X(3) VALUE ' : '.
         05 MOYENNE-M-F                  PIC Z(4)9,99.
         05                              PIC X(33).

       01 FORMAT-SUGGESTION.
         05                              PIC X(10) VALUE 'TRANSFERER'.
         05 NB-S-F                       PIC Z(4)9.
         05                              PIC X(13)
           VALUE ' DOSSIERS DE '.
         05 SOURCE-S-F                   PIC X(8).
         05                              PIC X(3) VALUE ' A '.
         05 DEST-S-F                     PIC X(8).
         05                              PIC X(33).

       01 FORMAT-NON-AFFECTES.
         05 NB-N-F                       PIC Z(4)9.
         05                              PIC X(41)
           VALUE ' SINISTRE(S) OUVERT(S) SANS GESTIONNAIRE'.
         05                              PIC X(34)
           VALUE ' - A AFFECTER (PROJGESM)'.

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-CHARGE
           PERFORM 26000-SUGGERE-REEQUILIBRAGE
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE DATE-JOUR TO DATE-FIN-SEM
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:8) NUMERIC
                  AND e-param(1:8) > '00000000'
                   MOVE e-param(1:8) TO DATE-FIN-SEM
                 END-IF
                 IF e-param(9:3) NUMERIC
                  AND e-param(9:3) > '000'
                   MOVE e-param(9:3) TO DELAI-INACTIVITE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           MOVE 'P' TO FONCTION-CALC-W
           MOVE DATE-FIN-SEM TO DATE1-CALC-W
           MOVE 0 TO DATE2-CALC-W JOURS-CALC-W
           MOVE -6 TO NBJOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W NOT = 'V'
             DISPLAY 'DATE DE FIN DE SEMAINE INVALIDE : ' DATE-FIN-SEM
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE DATE-RESULT-CALC-W TO DATE-DEB-SEM
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACE TO CODE-GES-T(1)
           MOVE 0 TO NB-OUVERTS-T(1) NB-ENTRES-T(1) NB-SORTIS-T(1)
                     AGE-TOTAL-T(1) NB-INACTIFS-T(1) PROVISION-T(1)
           OPEN OUTPUT f-rapport
           MOVE DATE-DEB-SEM TO DATE-DEB-T-F
           MOVE DATE-FIN-SEM TO DATE-FIN-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-GES
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           .

       20000-TRAITEMENT.
           perform until EOF-SINIST
             READ f-sinist NEXT RECORD
               AT END
                 continue
               NOT AT END
                 ADD 1 TO CPT-SINISTRES
                 perform 21000-LIT-DOSSIER
                 perform 22000-CUMULE-SINISTRE
             END-READ
           END-PERFORM
           .

       21000-LIT-DOSSIER.
           MOVE CLE-X-SIN TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE 'N' TO DOSSIER-TROUVE-SW
             NOT INVALID KEY
               MOVE 'O' TO DOSSIER-TROUVE-SW
           END-READ
           IF DOSSIER-TROUVE
             MOVE GESTION-GS TO GESTION-W
             MOVE DATE-OUVERT-GS TO DATE-OUVERT-W
             MOVE DATE-ACTIV-GS TO DATE-ACTIV-W
             MOVE DATE-CLOT-GS TO DATE-CLOT-W
           ELSE
             ADD 1 TO CPT-SANS-DOSSIER
             MOVE SPACE TO GESTION-W
             MOVE DATE-SIN TO DATE-OUVERT-W
             MOVE DATE-SIN TO DATE-ACTIV-W
             MOVE 0 TO DATE-CLOT-W
           END-IF
           .

      * Seuls comptent les sinistres ouverts a la fin de la semaine
      * et ceux entres ou sortis dans la semaine.
       22000-CUMULE-SINISTRE.
           IF SIN-CLOS
             IF DATE-CLOT-W NOT < DATE-DEB-SEM
              AND DATE-CLOT-W NOT > DATE-FIN-SEM
               perform 22100-CHERCHE-GESTIONNAIRE
               ADD 1 TO NB-SORTIS-T(IDX-GES)
               perform 22200-COMPTE-ENTREE
             END-IF
           ELSE
             IF DATE-OUVERT-W NOT > DATE-FIN-SEM
               perform 22100-CHERCHE-GESTIONNAIRE
               perform 22200-COMPTE-ENTREE
               perform 22300-COMPTE-OUVERT
             END-IF
           END-IF
           .

       22100-CHERCHE-GESTIONNAIRE.
           PERFORM VARYING IDX-GES FROM 1 BY 1
                     UNTIL IDX-GES > NB-GESTION
                        OR CODE-GES-T(IDX-GES) = GESTION-W
             continue
           END-PERFORM
           IF IDX-GES > NB-GESTION
             IF NB-GESTION < 100
               ADD 1 TO NB-GESTION
               MOVE NB-GESTION TO IDX-GES
               MOVE GESTION-W TO CODE-GES-T(IDX-GES)
               MOVE 0 TO NB-OUVERTS-T(IDX-GES) NB-ENTRES-T(IDX-GES)
                         NB-SORTIS-T(IDX-GES) AGE-TOTAL-T(IDX-GES)
                         NB-INACTIFS-T(IDX-GES) PROVISION-T(IDX-GES)
             ELSE
               MOVE 100 TO IDX-GES
               MOVE 'AUTRES' TO CODE-GES-T(IDX-GES)
             END-IF
           END-IF
           .

       22200-COMPTE-ENTREE.
           IF DATE-OUVERT-W NOT < DATE-DEB-SEM
            AND DATE-OUVERT-W NOT > DATE-FIN-SEM
             ADD 1 TO NB-ENTRES-T(IDX-GES)
           END-IF
           .

      * Sinistre ouvert : anciennete depuis l'ouverture du dossier,
      * inactivite depuis la derniere intervention, provision.
       22300-COMPTE-OUVERT.
           ADD 1 TO NB-OUVERTS-T(IDX-GES)
           ADD RESERVE-SIN TO PROVISION-T(IDX-GES)
           MOVE DATE-OUVERT-W TO DATE1-CALC-W
           perform 22400-JOURS-DEPUIS
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W > 0
             ADD JOURS-CALC-W TO AGE-TOTAL-T(IDX-GES)
           END-IF
           MOVE DATE-ACTIV-W TO DATE1-CALC-W
           perform 22400-JOURS-DEPUIS
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W > DELAI-INACTIVITE
             ADD 1 TO NB-INACTIFS-T(IDX-GES)
           END-IF
           .

       22400-JOURS-DEPUIS.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-FIN-SEM TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           .

      * Une ligne par gestionnaire, les sinistres sans gestionnaire
      * en tete, puis le total et la moyenne de l'equipe (sur les
      * seuls gestionnaires designes).
       25000-EDITE-CHARGE.
           WRITE ligne-rapport FROM FORMAT-ENTETE-GES
           PERFORM VARYING IDX-GES FROM 1 BY 1
                     UNTIL IDX-GES > NB-GESTION
             IF IDX-GES = 1
               MOVE 'NON AFFECTE' TO GESTION-L-F
             ELSE
               MOVE CODE-GES-T(IDX-GES) TO GESTION-L-F
               ADD 1 TO NB-GESTIONNAIRES
               ADD NB-OUVERTS-T(IDX-GES) TO TOT-OUVERTS-AFFECTES
             END-IF
             MOVE NB-OUVERTS-T(IDX-GES) TO OUVERTS-L-F
                                           CHARGE-T(IDX-GES)
             MOVE NB-ENTRES-T(IDX-GES) TO ENTRES-L-F
             MOVE NB-SORTIS-T(IDX-GES) TO SORTIS-L-F
             IF NB-OUVERTS-T(IDX-GES) > 0
               COMPUTE AGE-L-F ROUNDED =
                       AGE-TOTAL-T(IDX-GES) / NB-OUVERTS-T(IDX-GES)
             ELSE
               MOVE 0 TO AGE-L-F
             END-IF
             MOVE NB-INACTIFS-T(IDX-GES) TO INACTIFS-L-F
             MOVE PROVISION-T(IDX-GES) TO PROVISION-L-F
             IF IDX-GES > 1 OR NB-OUVERTS-T(1) > 0
              OR NB-ENTRES-T(1) > 0 OR NB-SORTIS-T(1) > 0
               WRITE ligne-rapport FROM FORMAT-LIGNE-GES
             END-IF
             ADD NB-OUVERTS-T(IDX-GES) TO TOT-OUVERTS
             ADD NB-ENTRES-T(IDX-GES) TO TOT-ENTRES
             ADD NB-SORTIS-T(IDX-GES) TO TOT-SORTIS
             ADD AGE-TOTAL-T(IDX-GES) TO TOT-AGE
             ADD NB-INACTIFS-T(IDX-GES) TO TOT-INACTIFS
             ADD PROVISION-T(IDX-GES) TO TOT-PROVISION
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL' TO GESTION-L-F
           MOVE TOT-OUVERTS TO OUVERTS-L-F
           MOVE TOT-ENTRES TO ENTRES-L-F
           MOVE TOT-SORTIS TO SORTIS-L-F
           IF TOT-OUVERTS > 0
             COMPUTE AGE-L-F ROUNDED = TOT-AGE / TOT-OUVERTS
           ELSE
             MOVE 0 TO AGE-L-F
           END-IF
           MOVE TOT-INACTIFS TO INACTIFS-L-F
           MOVE TOT-PROVISION TO PROVISION-L-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-GES
           IF NB-GESTIONNAIRES > 0
             COMPUTE MOYENNE-W ROUNDED =
                     TOT-OUVERTS-AFFECTES / NB-GESTIONNAIRES
           ELSE
             MOVE 0 TO MOYENNE-W
           END-IF
           MOVE MOYENNE-W TO MOYENNE-M-F
           WRITE ligne-rapport FROM FORMAT-MOYENNE-GES
           .

      * Suggestion de reequilibrage : l'excedent de chaque
      * gestionnaire au-dessus de la moyenne va aux gestionnaires
      * les moins charges, jusqu'a la cible (moyenne arrondie).
       26000-SUGGERE-REEQUILIBRAGE.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'SUGGESTION DE REEQUILIBRAGE' TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-GES
           COMPUTE CIBLE-W ROUNDED = MOYENNE-W
           PERFORM VARYING IDX-GES FROM 2 BY 1
                     UNTIL IDX-GES > NB-GESTION
             IF CHARGE-T(IDX-GES) > MOYENNE-W
              AND CHARGE-T(IDX-GES) > CIBLE-W
               perform 26100-REPARTIT-EXCEDENT
             END-IF
           END-PERFORM
           IF NB-OUVERTS-T(1) > 0
             MOVE NB-OUVERTS-T(1) TO NB-N-F
             WRITE ligne-rapport FROM FORMAT-NON-AFFECTES
           END-IF
           IF CPT-SUGGESTIONS = 0 AND NB-OUVERTS-T(1) = 0
             MOVE 'CHARGE EQUILIBREE - AUCUN TRANSFERT'
               TO LIB-SECTION-F
             WRITE ligne-rapport FROM FORMAT-SECTION-GES
           END-IF
           .

       26100-REPARTIT-EXCEDENT.
           COMPUTE EXCEDENT-W = CHARGE-T(IDX-GES) - CIBLE-W
           perform until EXCEDENT-W = 0
             perform 26200-CHERCHE-MOINS-CHARGE
             IF IDX-DEST = 0
               MOVE 0 TO EXCEDENT-W
             ELSE
               COMPUTE TRANSFERT-W = CIBLE-W - CHARGE-T(IDX-DEST)
               IF TRANSFERT-W > EXCEDENT-W
                 MOVE EXCEDENT-W TO TRANSFERT-W
               END-IF
               SUBTRACT TRANSFERT-W FROM EXCEDENT-W
                                         CHARGE-T(IDX-GES)
               ADD TRANSFERT-W TO CHARGE-T(IDX-DEST)
               MOVE TRANSFERT-W TO NB-S-F
               MOVE CODE-GES-T(IDX-GES) TO SOURCE-S-F
               MOVE CODE-GES-T(IDX-DEST) TO DEST-S-F
               WRITE ligne-rapport FROM FORMAT-SUGGESTION
               ADD 1 TO CPT-SUGGESTIONS
             END-IF
           END-PERFORM
           .

      * Gestionnaire le moins charge encore sous la cible (zero :
      * plus aucun).
       26200-CHERCHE-MOINS-CHARGE.
           MOVE 0 TO IDX-DEST
           PERFORM VARYING IDX-CAND FROM 2 BY 1
                     UNTIL IDX-CAND > NB-GESTION
             IF CHARGE-T(IDX-CAND) < CIBLE-W
               IF IDX-DEST = 0
                 MOVE IDX-CAND TO IDX-DEST
               ELSE
                 IF CHARGE-T(IDX-CAND) < CHARGE-T(IDX-DEST)
                   MOVE IDX-CAND TO IDX-DEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-sinist f-singes f-rapport
           DISPLAY 'SINISTRES LUS       : ' CPT-SINISTRES
           DISPLAY 'SANS DOSSIER        : ' CPT-SANS-DOSSIER
           DISPLAY 'OUVERTS             : ' TOT-OUVERTS
           DISPLAY 'NON AFFECTES        : ' NB-OUVERTS-T(1)
           DISPLAY 'INACTIFS            : ' TOT-INACTIFS
           DISPLAY 'TRANSFERTS SUGGERES : ' CPT-SUGGESTIONS
           IF RETURN-CODE = 0 AND NB-OUVERTS-T(1) > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
