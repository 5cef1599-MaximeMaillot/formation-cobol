       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPLAN.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : premiere date du plan AAAAMMJJ en colonnes
      * 1-8 (a blanc, la date du run) et nombre de jours en 10-11.
      * Sans nombre de jours, une date donnee n'edite que ce jour-la
      * et le plan par defaut couvre les 30 prochains jours.
           SELECT OPTIONAL f-param ASSIGN PLANPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Calendrier des jours feries (AAAAMMJJ en colonnes 1-8), le
      * meme que celui de l'exploitation (COBDATE).
           SELECT OPTIONAL f-feries ASSIGN DDFERIE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FERIES.

      * Journal consolide des steps : dernier passage reussi (un
      * DEBUT solde par sa FIN) de chaque job du plan.
           SELECT OPTIONAL f-stats ASSIGN PROJSTAT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-STATS.

      * Plan de production : jobs dus jour par jour avec la valeur
      * de leur carte parametre, puis les jobs en retard.
           SELECT f-plan ASSIGN DDPLAN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PLAN.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param                      PIC X(80).

       fd f-feries.
       01 e-ferie.
         05 DATE-FERIE                 PIC 9(8).
         05                            PIC X(72).

       fd f-stats.
       01 stats-rec                    PIC X(80).

       fd f-plan.
       01 ligne-plan                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-FERIES                      PIC 99.
         88 EOF-FERIES VALUE 10.
       01 CR-STATS                       PIC 99.
         88 EOF-STATS VALUE 10.
       01 CR-PLAN                        PIC 99.

       01 TAB-FERIES.
         05 FERIE-T                      PIC 9(8) OCCURS 100.
       77 NB-FERIES                      PIC 9(3) VALUE 0.
       77 IDX-FERIE                      PIC 9(3).

      * Jobs du plan : programme, libelle, age maximal en jours du
      * dernier passage reussi avant alerte (frequence plus le
      * report possible sur jours feries).
       01 JOBS-V.
         05 PIC X(8) VALUE 'PROJETM'.
         05 PIC X(30) VALUE 'CHAINE DE NUIT'.
         05 PIC 9(3) VALUE 2.
         05 PIC X(8) VALUE 'PROJAVIS'.
         05 PIC X(30) VALUE 'AVIS DE RENOUVELLEMENT'.
         05 PIC 9(3) VALUE 2.
         05 PIC X(8) VALUE 'PROJFACT'.
         05 PIC X(30) VALUE 'FACTURATION MENSUELLE'.
         05 PIC 9(3) VALUE 38.
         05 PIC X(8) VALUE 'PROJCOMM'.
         05 PIC X(30) VALUE 'RELEVES DE COMMISSIONS'.
         05 PIC 9(3) VALUE 38.
         05 PIC X(8) VALUE 'PROJCLOT'.
         05 PIC X(30) VALUE 'CLOTURE MENSUELLE'.
         05 PIC 9(3) VALUE 38.
         05 PIC X(8) VALUE 'PROJARCH'.
         05 PIC X(30) VALUE 'ARCHIVAGE TRIMESTRIEL'.
         05 PIC 9(3) VALUE 100.
         05 PIC X(8) VALUE 'PROJBONI'.
         05 PIC X(30) VALUE 'BONIFICATION ANNUELLE'.
         05 PIC 9(3) VALUE 380.
       01 TAB-JOBS REDEFINES JOBS-V.
         05 JOB-T OCCURS 7.
           10 PROG-JOB                   PIC X(8).
           10 LIB-JOB                    PIC X(30).
           10 AGE-MAX-JOB                PIC 9(3).
       77 NB-JOBS                        PIC 9(2) VALUE 7.
       77 IDX-JOB                        PIC 9(2).
       01 TAB-PASSAGES.
         05 PASSAGE-JOB OCCURS 7.
           10 DATE-DEBUT-JOB             PIC 9(8).
           10 DERNIER-OK-JOB             PIC 9(8).

      * Durees de conservation des journaux coupes par PROJARCH, en
      * mois : la date de coupe de chaque carte ARCHPRM est le
      * premier du mois, tant de mois avant le passage.
       01 RETENTIONS-V.
         05 PIC X(8) VALUE 'DDJOURNL'.
         05 PIC 9(3) VALUE 60.
         05 PIC X(8) VALUE 'DDAUDIT'.
         05 PIC 9(3) VALUE 60.
         05 PIC X(8) VALUE 'DDHISTPR'.
         05 PIC 9(3) VALUE 120.
         05 PIC X(8) VALUE 'DDANOHIS'.
         05 PIC 9(3) VALUE 24.
         05 PIC X(8) VALUE 'DDMVTARC'.
         05 PIC 9(3) VALUE 36.
         05 PIC X(8) VALUE 'PROJSTAT'.
         05 PIC 9(3) VALUE 24.
       01 TAB-RETENTIONS REDEFINES RETENTIONS-V.
         05 RETENTION-T OCCURS 6.
           10 FICHIER-RET                PIC X(8).
           10 MOIS-RET                   PIC 9(3).
       77 IDX-RET                        PIC 9(2).

       01 weekday-desc.
         COPY weekday.
       01 weekday-tab REDEFINES weekday-desc.
         05 weekday                      PIC X(10) OCCURS 7.

      * Zones d'appel des services de dates partages.
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).
       77 DATE-CTRL-W                    PIC 9(8).
       77 VALIDE-CTRL-W                  PIC X(1).
       77 WEEKDAY-CTRL-W                 PIC 9(1).
       77 OUVRABLE-CTRL-W                PIC X(1).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

      * Jour du plan en cours.
       01 DATE-PLAN-W.
         05 AN-PLAN                      PIC 9(4).
         05 MOIS-PLAN                    PIC 9(2).
         05 JOUR-PLAN                    PIC 9(2).
       01 DATE-PLAN-9 REDEFINES DATE-PLAN-W PIC 9(8).
       77 NB-JOURS-PLAN                  PIC 9(2).
       77 IDX-JOUR                       PIC 9(2).
       77 JOUR-SEMAINE-PLAN              PIC 9(1).
       77 FERIE-PLAN-SW                  PIC X(1).
         88 PLAN-FERIE VALUE 'O'.

      * Date testee par les calculs de calendrier.
       01 DATE-TEST-W.
         05 AN-TEST                      PIC 9(4).
         05 MOIS-TEST                    PIC 9(2).
         05 JOUR-TEST                    PIC 9(2).
       01 DATE-TEST-9 REDEFINES DATE-TEST-W PIC 9(8).
       77 OUVRABLE-SW                    PIC X(1).
         88 JOUR-OUVRABLE VALUE 'O'.
         88 JOUR-NON-OUVRABLE VALUE 'N'.

      * Mois dont on cherche le premier jour ouvrable ou la date de
      * cloture.
       01 MOIS-CHERCHE-W.
         05 AN-CHERCHE                   PIC 9(4).
         05 MOIS-CHERCHE                 PIC 9(2).
       01 MOIS-CHERCHE-9 REDEFINES MOIS-CHERCHE-W PIC 9(6).
       77 PREMIER-OUVRABLE-W             PIC 9(8).
       77 DATE-CLOTURE-W                 PIC 9(8).

      * Date de coupe d'une carte ARCHPRM.
       01 DATE-COUPE-W.
         05 AN-COUPE                     PIC 9(4).
         05 MOIS-COUPE                   PIC 9(2).
         05 JOUR-COUPE                   PIC 9(2).
       77 MOIS-ABSOLU-W                  PIC 9(6).
       77 AGE-JOB-W                      PIC S9(7).

       01 LIGNE-DEBUT-W.
         05 MARQUE-DEBUT                 PIC X(8).
         05 PROG-DEBUT                   PIC X(8).
         05                              PIC X(4).
         05 JJ-DEBUT                     PIC X(2).
         05                              PIC X.
         05 MM-DEBUT                     PIC X(2).
         05                              PIC X.
         05 AAAA-DEBUT                   PIC X(4).
         05                              PIC X(50).
       01 DATE-LIGNE-W.
         05 AAAA-LIGNE                   PIC 9(4).
         05 MM-LIGNE                     PIC 9(2).
         05 JJ-LIGNE                     PIC 9(2).
       01 DATE-LIGNE-9 REDEFINES DATE-LIGNE-W PIC 9(8).

       01 CPT.
         05 CPT-JOBS-DUS                 PIC 9(4) VALUE 0.
         05 CPT-JOBS-EN-RETARD           PIC 9(2) VALUE 0.

       01 FORMAT-TITRE-PLAN.
         05                              PIC X(22)
           VALUE 'PLAN DE PRODUCTION DU '.
         05 DATE-DEB-T-F                 PIC 9(8).
         05                              PIC X(4) VALUE ' AU '.
         05 DATE-FIN-T-F                 PIC 9(8).
         05                              PIC X(12) VALUE ' - EDITE LE '.
         05 DATE-RUN-T-F                 PIC 9(8).
         05                              PIC X(18).

       01 FORMAT-JOUR-PLAN.
         05 DATE-J-F                     PIC 9(8).
         05                              PIC X(1).
         05 JOUR-J-F                     PIC X(10).
         05                              PIC X(1).
         05 FERIE-J-F                    PIC X(20).
         05                              PIC X(40).

       01 FORMAT-JOB-PLAN.
         05                              PIC X(3).
         05 PROG-J-F                     PIC X(8).
         05                              PIC X(1).
         05 LIB-J-F                      PIC X(30).
         05                              PIC X(1).
         05 CARTE-J-F                    PIC X(8).
         05                              PIC X(1).
         05 VALEUR-J-F                   PIC X(28).

       01 FORMAT-PASSAGE.
         05 PROG-P-F                     PIC X(8).
         05                              PIC X(1).
         05 LIB-P-F                      PIC X(30).
         05                              PIC X(1).
         05 DATE-P-F                     PIC 9(8).
         05                              PIC X(1).
         05 AGE-P-F                      PIC Z(4)9.
         05                              PIC X(3) VALUE ' J '.
         05 ETAT-P-F                     PIC X(23).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 28000-CONTROLE-PASSAGES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE DATE-JOUR TO DATE-PLAN-9
           MOVE 30 TO NB-JOURS-PLAN
           INITIALIZE TAB-PASSAGES
           perform 10050-LIT-PARAM
           perform 11000-CHARGE-FERIES
           perform 12000-LIT-PASSAGES
           OPEN OUTPUT f-plan
           IF CR-PLAN > 0
             DISPLAY 'ERROR DDPLAN : ' CR-PLAN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       10050-LIT-PARAM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:8) NUMERIC AND e-param(1:8) > '00000000'
                   MOVE e-param(1:8) TO DATE-PLAN-9
                   MOVE 1 TO NB-JOURS-PLAN
                 END-IF
                 IF e-param(10:2) NUMERIC AND e-param(10:2) > '00'
                   MOVE e-param(10:2) TO NB-JOURS-PLAN
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           MOVE DATE-PLAN-9 TO DATE-CTRL-W
           perform 25500-APPELLE-CTRLDATE
           IF VALIDE-CTRL-W NOT = 'V'
             DISPLAY 'PLANPRM : DATE INVALIDE ' e-param(1:8)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       11000-CHARGE-FERIES.
           OPEN INPUT f-feries
           IF CR-FERIES < 10
             perform until EOF-FERIES OR NB-FERIES = 100
               READ f-feries
                 AT END
                   continue
                 NOT AT END
                   IF DATE-FERIE NUMERIC AND DATE-FERIE > 0
                     ADD 1 TO NB-FERIES
                     MOVE DATE-FERIE TO FERIE-T(NB-FERIES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-feries
           ELSE
             DISPLAY 'DDFERIE ABSENT - SEULS LES WEEK-ENDS SONT CHOMES'
           END-IF
           .

      * Un DEBUT date ouvre un passage du programme ; la FIN qui
      * suit le solde : ce passage est reussi, a la date du DEBUT.
       12000-LIT-PASSAGES.
           OPEN INPUT f-stats
           IF CR-STATS < 10
             perform 12100-READ-STATS
             perform until EOF-STATS
               MOVE stats-rec TO LIGNE-DEBUT-W
               perform 12200-CHERCHE-JOB
               IF IDX-JOB NOT > NB-JOBS
                 EVALUATE MARQUE-DEBUT
                   WHEN 'DEBUT : '
                     perform 12300-OUVRE-PASSAGE
                   WHEN 'FIN   : '
                     IF DATE-DEBUT-JOB(IDX-JOB) >
                        DERNIER-OK-JOB(IDX-JOB)
                       MOVE DATE-DEBUT-JOB(IDX-JOB)
                         TO DERNIER-OK-JOB(IDX-JOB)
                     END-IF
                     MOVE 0 TO DATE-DEBUT-JOB(IDX-JOB)
                   WHEN OTHER
                     continue
                 END-EVALUATE
               END-IF
               perform 12100-READ-STATS
             END-PERFORM
             CLOSE f-stats
           ELSE
             DISPLAY 'PROJSTAT ABSENT - PASSAGES NON CONTROLES'
           END-IF
           .

       12100-READ-STATS.
           READ f-stats
           .

       12200-CHERCHE-JOB.
           PERFORM VARYING IDX-JOB FROM 1 BY 1
                     UNTIL IDX-JOB > NB-JOBS
                        OR PROG-JOB(IDX-JOB) = PROG-DEBUT
             continue
           END-PERFORM
           .

       12300-OUVRE-PASSAGE.
           MOVE 0 TO DATE-DEBUT-JOB(IDX-JOB)
           IF AAAA-DEBUT NUMERIC AND MM-DEBUT NUMERIC
            AND JJ-DEBUT NUMERIC
             MOVE AAAA-DEBUT TO AAAA-LIGNE
             MOVE MM-DEBUT TO MM-LIGNE
             MOVE JJ-DEBUT TO JJ-LIGNE
             MOVE DATE-LIGNE-9 TO DATE-DEBUT-JOB(IDX-JOB)
           END-IF
           .

      * Un bloc par jour du plan : la date, son jour de semaine, le
      * cas echeant le ferie, puis chaque job du et sa carte.
       20000-TRAITEMENT.
           MOVE DATE-PLAN-9 TO DATE-DEB-T-F
           MOVE DATE-PLAN-9 TO DATE1-CALC-W
           COMPUTE NBJOURS-CALC-W = NB-JOURS-PLAN - 1
           MOVE 'P' TO FONCTION-CALC-W
           perform 25600-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO DATE-FIN-T-F
           MOVE DATE-JOUR TO DATE-RUN-T-F
           WRITE ligne-plan FROM FORMAT-TITRE-PLAN
           PERFORM VARYING IDX-JOUR FROM 1 BY 1
                     UNTIL IDX-JOUR > NB-JOURS-PLAN
             perform 21000-PLANIFIE-JOUR
             MOVE DATE-PLAN-9 TO DATE1-CALC-W
             MOVE 1 TO NBJOURS-CALC-W
             MOVE 'P' TO FONCTION-CALC-W
             perform 25600-APPELLE-CALCDATE
             MOVE DATE-RESULT-CALC-W TO DATE-PLAN-9
           END-PERFORM
           .

       21000-PLANIFIE-JOUR.
           MOVE SPACE TO ligne-plan
           WRITE ligne-plan
           MOVE DATE-PLAN-9 TO DATE-TEST-9
           perform 25000-CONTROLE-OUVRABLE
           MOVE DATE-PLAN-9 TO DATE-J-F
           MOVE weekday(WEEKDAY-CTRL-W) TO JOUR-J-F
           MOVE SPACE TO FERIE-J-F
           IF PLAN-FERIE
             MOVE 'JOUR FERIE' TO FERIE-J-F
           END-IF
           WRITE ligne-plan FROM FORMAT-JOUR-PLAN
      * La chaine et les avis passent toutes les nuits ; les avis
      * balaient les anniversaires du mois suivant le 1er du mois.
           MOVE 1 TO IDX-JOB
           MOVE SPACE TO CARTE-J-F VALEUR-J-F
           perform 22900-ECRIT-JOB
           MOVE 2 TO IDX-JOB
           IF JOUR-PLAN = 1
             MOVE '+ BALAYAGE ANNIVERSAIRES' TO VALEUR-J-F
           END-IF
           perform 22900-ECRIT-JOB
           perform 22000-JOBS-DEBUT-DE-MOIS
           perform 23000-CLOTURE-MENSUELLE
           .

      * Facturation et commissions au premier jour ouvrable du
      * mois ; archivage au premier jour ouvrable du trimestre,
      * bonification au premier jour ouvrable de l'annee.
       22000-JOBS-DEBUT-DE-MOIS.
           MOVE AN-PLAN TO AN-CHERCHE
           MOVE MOIS-PLAN TO MOIS-CHERCHE
           perform 24000-PREMIER-OUVRABLE
           IF PREMIER-OUVRABLE-W = DATE-PLAN-9
             MOVE 3 TO IDX-JOB
             MOVE 'FACTPRM' TO CARTE-J-F
             MOVE SPACE TO VALEUR-J-F
             MOVE MOIS-CHERCHE-9 TO VALEUR-J-F(1:6)
             perform 22900-ECRIT-JOB
             MOVE 4 TO IDX-JOB
             MOVE SPACE TO CARTE-J-F
             MOVE 'SANS CARTE' TO VALEUR-J-F
             perform 22900-ECRIT-JOB
             IF MOIS-PLAN = 1 OR 4 OR 7 OR 10
               perform 22500-ARCHIVAGE
             END-IF
             IF MOIS-PLAN = 1
               MOVE 7 TO IDX-JOB
               MOVE 'BONIPRM' TO CARTE-J-F
               MOVE SPACE TO VALEUR-J-F
               COMPUTE AN-COUPE = AN-PLAN - 1
               MOVE 1 TO MOIS-COUPE JOUR-COUPE
               STRING DATE-COUPE-W '0000' DELIMITED BY SIZE
                 INTO VALEUR-J-F
               END-STRING
               perform 22900-ECRIT-JOB
             END-IF
           END-IF
           .

      * Une carte ARCHPRM par journal : nom du fichier et date de
      * coupe, le premier du mois a la retention du journal.
       22500-ARCHIVAGE.
           MOVE 6 TO IDX-JOB
           PERFORM VARYING IDX-RET FROM 1 BY 1 UNTIL IDX-RET > 6
             COMPUTE MOIS-ABSOLU-W = AN-PLAN * 12 + MOIS-PLAN - 1
                                   - MOIS-RET(IDX-RET)
             DIVIDE MOIS-ABSOLU-W BY 12 GIVING AN-COUPE
               REMAINDER MOIS-COUPE
             ADD 1 TO MOIS-COUPE
             MOVE 1 TO JOUR-COUPE
             MOVE 'ARCHPRM' TO CARTE-J-F
             MOVE SPACE TO VALEUR-J-F
             STRING FICHIER-RET(IDX-RET) DATE-COUPE-W
               DELIMITED BY SIZE INTO VALEUR-J-F
             END-STRING
             perform 22900-ECRIT-JOB
           END-PERFORM
           .

       22900-ECRIT-JOB.
           MOVE PROG-JOB(IDX-JOB) TO PROG-J-F
           MOVE LIB-JOB(IDX-JOB) TO LIB-J-F
           WRITE ligne-plan FROM FORMAT-JOB-PLAN
           ADD 1 TO CPT-JOBS-DUS
           MOVE SPACE TO CARTE-J-F VALEUR-J-F
           .

      * La cloture d'un mois passe son dernier jour, reportee au
      * jour ouvrable suivant quand il est chome : elle peut donc
      * tomber en debut de mois suivant, sur le mois precedent, d'ou
      * la carte CLOTPRM toujours posee.
       23000-CLOTURE-MENSUELLE.
           MOVE AN-PLAN TO AN-CHERCHE
           MOVE MOIS-PLAN TO MOIS-CHERCHE
           perform 24500-DATE-CLOTURE
           IF DATE-CLOTURE-W NOT = DATE-PLAN-9
             IF MOIS-CHERCHE = 1
               MOVE 12 TO MOIS-CHERCHE
               SUBTRACT 1 FROM AN-CHERCHE
             ELSE
               SUBTRACT 1 FROM MOIS-CHERCHE
             END-IF
             perform 24500-DATE-CLOTURE
           END-IF
           IF DATE-CLOTURE-W = DATE-PLAN-9
             MOVE 5 TO IDX-JOB
             MOVE 'CLOTPRM' TO CARTE-J-F
             MOVE SPACE TO VALEUR-J-F
             MOVE MOIS-CHERCHE-9 TO VALEUR-J-F(1:6)
             perform 22900-ECRIT-JOB
           END-IF
           .

      * Premier jour ouvrable du mois cherche.
       24000-PREMIER-OUVRABLE.
           MOVE AN-CHERCHE TO AN-TEST
           MOVE MOIS-CHERCHE TO MOIS-TEST
           MOVE 1 TO JOUR-TEST
           perform 24900-AVANCE-A-OUVRABLE
           MOVE DATE-TEST-9 TO PREMIER-OUVRABLE-W
           .

      * Dernier jour du mois cherche (veille du premier du mois
      * suivant), avance au premier jour ouvrable.
       24500-DATE-CLOTURE.
           MOVE AN-CHERCHE TO AN-TEST
           MOVE MOIS-CHERCHE TO MOIS-TEST
           MOVE 1 TO JOUR-TEST
           IF MOIS-TEST = 12
             MOVE 1 TO MOIS-TEST
             ADD 1 TO AN-TEST
           ELSE
             ADD 1 TO MOIS-TEST
           END-IF
           MOVE DATE-TEST-9 TO DATE1-CALC-W
           MOVE -1 TO NBJOURS-CALC-W
           MOVE 'P' TO FONCTION-CALC-W
           perform 25600-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO DATE-TEST-9
           perform 24900-AVANCE-A-OUVRABLE
           MOVE DATE-TEST-9 TO DATE-CLOTURE-W
           .

       24900-AVANCE-A-OUVRABLE.
           perform 25000-CONTROLE-OUVRABLE
           perform until JOUR-OUVRABLE OR VALIDE-CTRL-W NOT = 'V'
             MOVE DATE-TEST-9 TO DATE1-CALC-W
             MOVE 1 TO NBJOURS-CALC-W
             MOVE 'P' TO FONCTION-CALC-W
             perform 25600-APPELLE-CALCDATE
             MOVE DATE-RESULT-CALC-W TO DATE-TEST-9
             perform 25000-CONTROLE-OUVRABLE
           END-PERFORM
           .

      * Jour ouvrable : du lundi au vendredi (CTRLDATE) et absent
      * du calendrier des feries.
       25000-CONTROLE-OUVRABLE.
           MOVE DATE-TEST-9 TO DATE-CTRL-W
           perform 25500-APPELLE-CTRLDATE
           MOVE 'N' TO FERIE-PLAN-SW
           PERFORM VARYING IDX-FERIE FROM 1 BY 1
                     UNTIL IDX-FERIE > NB-FERIES
             IF FERIE-T(IDX-FERIE) = DATE-TEST-9
               MOVE 'O' TO FERIE-PLAN-SW
             END-IF
           END-PERFORM
           IF OUVRABLE-CTRL-W = 'O' AND NOT PLAN-FERIE
             SET JOUR-OUVRABLE TO TRUE
           ELSE
             SET JOUR-NON-OUVRABLE TO TRUE
           END-IF
           .

       25500-APPELLE-CTRLDATE.
           CALL 'CTRLDATE' USING
            BY CONTENT DATE-CTRL-W
            BY REFERENCE VALIDE-CTRL-W
            BY REFERENCE WEEKDAY-CTRL-W
            BY REFERENCE OUVRABLE-CTRL-W
           .

       25600-APPELLE-CALCDATE.
           MOVE 0 TO DATE2-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           .

      * Age du dernier passage reussi de chaque job a la date du
      * run, contre l'age maximal que permet sa frequence.
       28000-CONTROLE-PASSAGES.
           MOVE SPACE TO ligne-plan
           WRITE ligne-plan
           MOVE 'DERNIERS PASSAGES REUSSIS (PROJSTAT)' TO ligne-plan
           WRITE ligne-plan
           PERFORM VARYING IDX-JOB FROM 1 BY 1 UNTIL IDX-JOB > NB-JOBS
             MOVE PROG-JOB(IDX-JOB) TO PROG-P-F
             MOVE LIB-JOB(IDX-JOB) TO LIB-P-F
             MOVE DERNIER-OK-JOB(IDX-JOB) TO DATE-P-F
             IF DERNIER-OK-JOB(IDX-JOB) = 0
               MOVE 0 TO AGE-P-F
               MOVE 'AUCUN PASSAGE REUSSI' TO ETAT-P-F
               ADD 1 TO CPT-JOBS-EN-RETARD
             ELSE
               MOVE 'J' TO FONCTION-CALC-W
               MOVE DERNIER-OK-JOB(IDX-JOB) TO DATE1-CALC-W
               MOVE DATE-JOUR TO DATE2-CALC-W
               MOVE 0 TO NBJOURS-CALC-W
               CALL 'CALCDATE' USING
                BY CONTENT FONCTION-CALC-W
                BY CONTENT DATE1-CALC-W
                BY CONTENT DATE2-CALC-W
                BY CONTENT NBJOURS-CALC-W
                BY REFERENCE JOURS-CALC-W
                BY REFERENCE DATE-RESULT-CALC-W
                BY REFERENCE VALIDE-CALC-W
               MOVE JOURS-CALC-W TO AGE-JOB-W
               MOVE AGE-JOB-W TO AGE-P-F
               IF AGE-JOB-W > AGE-MAX-JOB(IDX-JOB)
                 MOVE 'EN RETARD' TO ETAT-P-F
                 ADD 1 TO CPT-JOBS-EN-RETARD
               ELSE
                 MOVE 'OK' TO ETAT-P-F
               END-IF
             END-IF
             WRITE ligne-plan FROM FORMAT-PASSAGE
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-plan
           DISPLAY 'JOURS PLANIFIES     : ' NB-JOURS-PLAN
           DISPLAY 'PASSAGES DE JOBS DUS: ' CPT-JOBS-DUS
           DISPLAY 'JOBS EN RETARD      : ' CPT-JOBS-EN-RETARD
           IF CPT-JOBS-EN-RETARD > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
