       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREVU.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre de la revue (toutes zones facultatives) :
      *   col 1-6   mois d'echeance vise AAAAMM (defaut : le mois
      *             qui suit le prochain, celui que PROJAVIS avisera
      *             a son prochain passage du premier du mois)
      *   col 8-9   seuil de sinistres responsables (defaut 2)
      *   col 11-13 seuil S/P en % (defaut 100)
      *   col 15-16 seuil de creances relancees (defaut 2)
      *   col 18-19 fenetre conducteur recent en mois (defaut 12)
      *   col 21-22 periode d'observation des sinistres en mois
      *             (defaut 36)
           SELECT OPTIONAL f-param ASSIGN REVUPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Master du jour, balaye pour les anniversaires du mois vise.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

           SELECT OPTIONAL f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

           SELECT OPTIONAL f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

           SELECT OPTIONAL f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Polices en revue : creees ici au statut liste, decidees
      * en mode 9 de VSAM1, transmises par PROJREVM.
           SELECT OPTIONAL f-revue ASSIGN DDREVUE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RV
            FILE STATUS IS CR-REVUE.

      * Liste de revue pour les souscripteurs.
           SELECT f-liste ASSIGN DDREVLST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LISTE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 MOIS-VISE-P                PIC X(6).
         05                            PIC X(1).
         05 SEUIL-SIN-P                PIC X(2).
         05                            PIC X(1).
         05 SEUIL-SP-P                 PIC X(3).
         05                            PIC X(1).
         05 SEUIL-RELANCES-P           PIC X(2).
         05                            PIC X(1).
         05 FENETRE-COND-P             PIC X(2).
         05                            PIC X(1).
         05 PERIODE-OBS-P              PIC X(2).
         05                            PIC X(58).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-revue.
       01 e-revue.
           COPY CREVUE.

       fd f-liste.
       01 ligne-liste                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
         88 EOF-ASSURES4 VALUE 10.
       01 CR-SINIST                      PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-CONDUC                      PIC 99.
       01 CR-REVUE                       PIC 99.
       01 CR-LISTE                       PIC 99.

      * Seuils de la revue, repris de la carte parametre.
       77 SEUIL-SIN-W                    PIC 9(2) VALUE 2.
       77 SEUIL-SP-W                     PIC 9(3) VALUE 100.
       77 SEUIL-RELANCES-W               PIC 9(2) VALUE 2.
       77 FENETRE-COND-W                 PIC 9(2) VALUE 12.
       77 PERIODE-OBS-W                  PIC 9(2) VALUE 36.

      * Mois d'echeance vise et bornes des fenetres d'observation,
      * calculees a rebours depuis la date du run.
       01 MOIS-VISE-W.
         05 ANNEE-VISEE-W                PIC 9(4).
         05 MOIS-VISE-MM-W               PIC 9(2).
       77 DEBUT-OBS-SIN-W                PIC 9(8).
       77 DEBUT-OBS-RELANCE-W            PIC 9(8).
       77 DEBUT-OBS-COND-W               PIC 9(8).

      * Calcul d'une date decalee d'un nombre de mois : le mois est
      * ramene en mois absolus, le jour reste celui du run.
       77 NB-MOIS-W                      PIC S9(3).
       77 MOIS-ABS-W                     PIC 9(6).
       77 ANNEE-CALC-W                   PIC 9(4).
       77 MOIS-CALC-W                    PIC 9(2).
       77 DATE-CALC-W                    PIC 9(8).

      * Echeance a venir de la police en cours.
       01 ECHEANCE-W.
         05 ANNEE-ECH-W                  PIC 9(4).
         05 MMJJ-ECH-W.
           10 MOIS-ECH-W                 PIC 9(2).
           10 JOUR-ECH-W                 PIC 9(2).
       01 ECHEANCE-9-W REDEFINES ECHEANCE-W
                                         PIC 9(8).
       77 QUOTIENT-W                     PIC 9(4).
       77 RESTE-W                        PIC 9(4).

      * Releve de la police en cours.
       77 NB-SIN-RESP-W                  PIC 9(2).
       77 COUT-SIN-W                     PIC 9(8)V9(2).
       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 PRIME-PERIODE-W                PIC 9(7)V9(2).
       77 RATIO-SP-W                     PIC 9(4).
       77 NB-RELANCES-W                  PIC 9(2).
       77 COND-RECENT-W                  PIC X(1).
       77 IDX-RANG-CD                    PIC 99.
       77 RANG-COND-MAX                  PIC 99 VALUE 10.
       77 MOTIF-REVUE-SW                 PIC X.
         88 REVUE-A-POSER VALUE 'O'.
       77 FIN-LECTURE-SW                 PIC X.
         88 FIN-LECTURE VALUE 'O'.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 CPT.
         05 CPT-FICHES-LUES              PIC 9(6) VALUE 0.
         05 CPT-ECHEANCES                PIC 9(6) VALUE 0.
         05 CPT-LISTEES                  PIC 9(6) VALUE 0.
         05 CPT-NOUVELLES                PIC 9(6) VALUE 0.
         05 CPT-DEJA-DECIDEES            PIC 9(6) VALUE 0.

       01 FORMAT-TITRE-LISTE.
         05                              PIC X(40)
           VALUE 'REVUE DE SOUSCRIPTION - ECHEANCES DE '.
         05 MOIS-TITRE-F                 PIC 99.
         05                              PIC X VALUE '/'.
         05 ANNEE-TITRE-F                PIC 9999.
         05                              PIC X(7) VALUE ' - LE '.
         05 DATE-TITRE-F                 PIC 9(8).
         05                              PIC X(18).

       01 FORMAT-ENTETE-LISTE.
         05                              PIC X(40)
           VALUE 'MATRIC NOM                  ECHEANCE  S'.
         05                              PIC X(40)
           VALUE 'IN S/P % REL CND DECISION'.

       01 FORMAT-LIGNE-LISTE.
         05 MAT-L-F                      PIC 9(6).
         05                              PIC X(1).
         05 NOM-L-F                      PIC X(20).
         05                              PIC X(1).
         05 ECHEANCE-L-F                 PIC 9(8).
         05                              PIC X(2).
         05 NB-SIN-L-F                   PIC Z9.
         05                              PIC X(1).
         05 RATIO-L-F                    PIC ZZZ9.
         05                              PIC X(3).
         05 NB-REL-L-F                   PIC Z9.
         05                              PIC X(3).
         05 COND-L-F                     PIC X(1).
         05                              PIC X(2).
         05 DECISION-L-F                 PIC X(24).

       01 FORMAT-TOTAL-LISTE.
         05                              PIC X(26)
           VALUE 'POLICES EN REVUE        : '.
         05 NB-LISTE-F                   PIC Z(5)9.
         05                              PIC X(48).

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
           perform 10100-LIT-PARAM
           perform 10200-CALCULE-BORNES
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-sinist f-recev f-conduc
           OPEN I-O f-revue
           IF CR-REVUE > 0 AND CR-REVUE NOT = 5
             DISPLAY 'ERROR DDREVUE : ' CR-REVUE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-liste
           MOVE MOIS-VISE-MM-W TO MOIS-TITRE-F
           MOVE ANNEE-VISEE-W TO ANNEE-TITRE-F
           MOVE DATE-JOUR TO DATE-TITRE-F
           WRITE ligne-liste FROM FORMAT-TITRE-LISTE
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           WRITE ligne-liste FROM FORMAT-ENTETE-LISTE
           .

      * Carte absente ou zone a blanc : valeur par defaut.
       10100-LIT-PARAM.
           MOVE SPACE TO e-param
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 MOVE SPACE TO e-param
             END-READ
             CLOSE f-param
           END-IF
           IF MOIS-VISE-P NUMERIC
             MOVE MOIS-VISE-P TO MOIS-VISE-W
           ELSE
             MOVE 2 TO NB-MOIS-W
             perform 10300-DECALE-MOIS
             MOVE ANNEE-CALC-W TO ANNEE-VISEE-W
             MOVE MOIS-CALC-W TO MOIS-VISE-MM-W
           END-IF
           IF SEUIL-SIN-P NUMERIC AND SEUIL-SIN-P > 0
             MOVE SEUIL-SIN-P TO SEUIL-SIN-W
           END-IF
           IF SEUIL-SP-P NUMERIC AND SEUIL-SP-P > 0
             MOVE SEUIL-SP-P TO SEUIL-SP-W
           END-IF
           IF SEUIL-RELANCES-P NUMERIC AND SEUIL-RELANCES-P > 0
             MOVE SEUIL-RELANCES-P TO SEUIL-RELANCES-W
           END-IF
           IF FENETRE-COND-P NUMERIC AND FENETRE-COND-P > 0
             MOVE FENETRE-COND-P TO FENETRE-COND-W
           END-IF
           IF PERIODE-OBS-P NUMERIC AND PERIODE-OBS-P > 0
             MOVE PERIODE-OBS-P TO PERIODE-OBS-W
           END-IF
           .

      * Bornes basses des fenetres : sinistres sur la periode
      * d'observation, relances sur les douze derniers mois,
      * conducteurs sur la fenetre parametree.
       10200-CALCULE-BORNES.
           COMPUTE NB-MOIS-W = 0 - PERIODE-OBS-W
           perform 10300-DECALE-MOIS
           MOVE DATE-CALC-W TO DEBUT-OBS-SIN-W
           MOVE -12 TO NB-MOIS-W
           perform 10300-DECALE-MOIS
           MOVE DATE-CALC-W TO DEBUT-OBS-RELANCE-W
           COMPUTE NB-MOIS-W = 0 - FENETRE-COND-W
           perform 10300-DECALE-MOIS
           MOVE DATE-CALC-W TO DEBUT-OBS-COND-W
           .

      * Date du run decalee de NB-MOIS-W mois (negatif : en
      * arriere). Un jour 31 tombant dans un mois plus court reste
      * tel quel : la date ne sert qu'a des comparaisons.
       10300-DECALE-MOIS.
           COMPUTE MOIS-ABS-W =
             YEAR-F OF DATE-F * 12 + MONTH-F OF DATE-F - 1
             + NB-MOIS-W
           DIVIDE MOIS-ABS-W BY 12
             GIVING ANNEE-CALC-W REMAINDER MOIS-CALC-W
           ADD 1 TO MOIS-CALC-W
           COMPUTE DATE-CALC-W =
             ANNEE-CALC-W * 10000 + MOIS-CALC-W * 100
             + DAY-F OF DATE-F
           .

       20000-TRAITEMENT.
           MOVE 0 TO CR-ASSURES4
           MOVE LOW-VALUE TO MAT-X4
           START f-assures4 KEY IS NOT LESS THAN MAT-X4
             INVALID KEY
               MOVE 10 TO CR-ASSURES4
           END-START
           perform until EOF-ASSURES4
             READ f-assures4 NEXT RECORD
               AT END
                 continue
               NOT AT END
                 ADD 1 TO CPT-FICHES-LUES
                 perform 21000-EXAMINE-POLICE
             END-READ
           END-PERFORM
           .

      * Seules les polices en vigueur dont l'anniversaire tombe
      * dans le mois vise, souscrites avant l'annee visee, passent
      * en revue ; une resiliation deja en cours n'a plus rien a
      * decider.
       21000-EXAMINE-POLICE.
           IF MAT-A4 > 0
            AND NOT POLICE-RESILIATION-A4
            AND DATE-ANNIV-A4 NUMERIC AND DATE-ANNIV-A4 > 0
            AND DATE-ANNIV-A4(5:2) = MOIS-VISE-MM-W
            AND DATE-ANNIV-A4(1:4) < ANNEE-VISEE-W
             ADD 1 TO CPT-ECHEANCES
             perform 21100-POSE-ECHEANCE
             perform 22000-COMPTE-SINISTRES
             perform 23000-COMPTE-RELANCES
             perform 24000-CHERCHE-CONDUCTEUR
             MOVE 'N' TO MOTIF-REVUE-SW
             IF NB-SIN-RESP-W NOT < SEUIL-SIN-W
              OR RATIO-SP-W NOT < SEUIL-SP-W
              OR NB-RELANCES-W NOT < SEUIL-RELANCES-W
              OR COND-RECENT-W = 'O'
               SET REVUE-A-POSER TO TRUE
             END-IF
             IF REVUE-A-POSER
               perform 25000-POSE-REVUE
             END-IF
           END-IF
           .

      * Echeance a venir : jour et mois de l'anniversaire dans
      * l'annee visee ; un 29 fevrier hors annee bissextile se
      * ramene au 28.
       21100-POSE-ECHEANCE.
           MOVE ANNEE-VISEE-W TO ANNEE-ECH-W
           MOVE DATE-ANNIV-A4(5:4) TO MMJJ-ECH-W
           IF MOIS-ECH-W = 2 AND JOUR-ECH-W = 29
             DIVIDE ANNEE-ECH-W BY 4
               GIVING QUOTIENT-W REMAINDER RESTE-W
             IF RESTE-W NOT = 0
               MOVE 28 TO JOUR-ECH-W
             END-IF
           END-IF
           .

      * Sinistres de la police : les responsables de la periode
      * sont comptes, tous ceux de la periode sont cumules pour le
      * S/P, rapporte a la prime totale de la meme periode.
       22000-COMPTE-SINISTRES.
           MOVE 0 TO NB-SIN-RESP-W
           MOVE 0 TO COUT-SIN-W
           MOVE 0 TO RATIO-SP-W
           IF CR-SINIST < 10
             MOVE 'N' TO FIN-LECTURE-SW
             MOVE MAT-A4 TO MAT-SIN
             MOVE 0 TO NUM-SIN
             START f-sinist KEY IS NOT LESS THAN CLE-X-SIN
               INVALID KEY
                 SET FIN-LECTURE TO TRUE
             END-START
             perform until FIN-LECTURE
               READ f-sinist NEXT RECORD
                 AT END
                   SET FIN-LECTURE TO TRUE
                 NOT AT END
                   IF MAT-SIN = MAT-A4
                     perform 22100-RETIENT-SINISTRE
                   ELSE
                     SET FIN-LECTURE TO TRUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           IF COUT-SIN-W > 0
             CALL 'CALCBM' USING
              BY CONTENT PRIME-A4
              BY CONTENT TAUX-A4
              BY CONTENT BM-A4
              BY REFERENCE PRIME-BM-W
              BY REFERENCE PRIME-TOTALE-W
             COMPUTE PRIME-PERIODE-W ROUNDED =
               PRIME-TOTALE-W * PERIODE-OBS-W / 12
             IF PRIME-PERIODE-W > 0
               COMPUTE RATIO-SP-W ROUNDED =
                 COUT-SIN-W * 100 / PRIME-PERIODE-W
                 ON SIZE ERROR
                   MOVE 9999 TO RATIO-SP-W
               END-COMPUTE
             ELSE
               MOVE 9999 TO RATIO-SP-W
             END-IF
           END-IF
           .

       22100-RETIENT-SINISTRE.
           IF DATE-SIN NOT < DEBUT-OBS-SIN-W
             ADD MONTANT-SIN TO COUT-SIN-W
             IF RESP-ENGAGEE AND NB-SIN-RESP-W < 99
               ADD 1 TO NB-SIN-RESP-W
             END-IF
           END-IF
           .

      * Creances de la police emises sur les douze derniers mois et
      * deja passees en relance.
       23000-COMPTE-RELANCES.
           MOVE 0 TO NB-RELANCES-W
           IF CR-RECEV < 10
             MOVE 'N' TO FIN-LECTURE-SW
             MOVE MAT-A4 TO MAT-RC
             MOVE DEBUT-OBS-RELANCE-W TO DATE-RC
             START f-recev KEY IS NOT LESS THAN CLE-X-RC
               INVALID KEY
                 SET FIN-LECTURE TO TRUE
             END-START
             perform until FIN-LECTURE
               READ f-recev NEXT RECORD
                 AT END
                   SET FIN-LECTURE TO TRUE
                 NOT AT END
                   IF MAT-RC = MAT-A4
                     IF CREANCE-DEBIT
                      AND NIVEAU-RELANCE-RC NUMERIC
                      AND NIVEAU-RELANCE-RC > 0
                      AND NB-RELANCES-W < 99
                       ADD 1 TO NB-RELANCES-W
                     END-IF
                   ELSE
                     SET FIN-LECTURE TO TRUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      * Conducteur ajoute a la police dans la fenetre, apres sa
      * souscription : le conducteur declare a la creation n'est
      * pas un ajout.
       24000-CHERCHE-CONDUCTEUR.
           MOVE 'N' TO COND-RECENT-W
           IF CR-CONDUC < 10
             PERFORM VARYING IDX-RANG-CD FROM 1 BY 1
                       UNTIL IDX-RANG-CD > RANG-COND-MAX
               MOVE MAT-A4 TO MAT-CD
               MOVE IDX-RANG-CD TO RANG-CD
               READ f-conduc
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   IF DATE-AJOUT-CD NUMERIC
                    AND DATE-AJOUT-CD NOT < DEBUT-OBS-COND-W
                    AND DATE-AJOUT-CD > DATE-ANNIV-A4
                     MOVE 'O' TO COND-RECENT-W
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      * Pose ou rafraichit la revue de la police pour son echeance.
      * Une revue deja decidee ou transmise garde sa decision : le
      * souscripteur ne la reprend pas a chaque passage.
       25000-POSE-REVUE.
           MOVE MAT-A4 TO MAT-RV
           MOVE ECHEANCE-9-W TO ECHEANCE-RV
           READ f-revue
             INVALID KEY
               MOVE SPACE TO e-revue
               MOVE MAT-A4 TO MAT-RV
               MOVE ECHEANCE-9-W TO ECHEANCE-RV
               perform 25100-REPORTE-MOTIFS
               MOVE SPACE TO DECISION-RV
               MOVE 0 TO MAJORATION-PCT-RV
               MOVE SPACE TO SOUSCRIPTEUR-RV
               MOVE 0 TO DATE-DECISION-RV
               SET REVUE-LISTEE TO TRUE
               WRITE e-revue
                 INVALID KEY
                   DISPLAY 'ERROR DDREVUE ECRITURE : ' MAT-A4
               END-WRITE
               ADD 1 TO CPT-NOUVELLES
             NOT INVALID KEY
               IF REVUE-LISTEE
                 perform 25100-REPORTE-MOTIFS
                 REWRITE e-revue
               ELSE
                 ADD 1 TO CPT-DEJA-DECIDEES
               END-IF
           END-READ
           ADD 1 TO CPT-LISTEES
           perform 26000-ECRIT-LIGNE
           .

       25100-REPORTE-MOTIFS.
           MOVE DATE-JOUR TO DATE-LISTE-RV
           MOVE NB-SIN-RESP-W TO NB-SIN-RESP-RV
           MOVE RATIO-SP-W TO RATIO-SP-RV
           MOVE NB-RELANCES-W TO NB-RELANCES-RV
           MOVE COND-RECENT-W TO COND-RECENT-RV
           .

       26000-ECRIT-LIGNE.
           MOVE MAT-A4 TO MAT-L-F
           MOVE NOM-PRE-A4 TO NOM-L-F
           MOVE ECHEANCE-9-W TO ECHEANCE-L-F
           MOVE NB-SIN-RESP-W TO NB-SIN-L-F
           MOVE RATIO-SP-W TO RATIO-L-F
           MOVE NB-RELANCES-W TO NB-REL-L-F
           MOVE COND-RECENT-W TO COND-L-F
           EVALUATE TRUE
             WHEN DECISION-RENOUVELER
               MOVE 'RENOUVELER' TO DECISION-L-F
             WHEN DECISION-MAJORER
               MOVE SPACE TO DECISION-L-F
               STRING 'MAJORER DE ' MAJORATION-PCT-RV ' %'
                 DELIMITED BY SIZE INTO DECISION-L-F
               END-STRING
             WHEN DECISION-NON-RENOUV
               MOVE 'NE PAS RENOUVELER' TO DECISION-L-F
             WHEN OTHER
               MOVE 'A DECIDER' TO DECISION-L-F
           END-EVALUATE
           WRITE ligne-liste FROM FORMAT-LIGNE-LISTE
           .

       30000-END-PGM.
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           MOVE CPT-LISTEES TO NB-LISTE-F
           WRITE ligne-liste FROM FORMAT-TOTAL-LISTE
           CLOSE f-assures4 f-sinist f-recev f-conduc f-revue f-liste
           DISPLAY 'FICHES LUES          : ' CPT-FICHES-LUES
           DISPLAY 'ECHEANCES DU MOIS    : ' CPT-ECHEANCES
           DISPLAY 'POLICES EN REVUE     : ' CPT-LISTEES
           DISPLAY 'DONT NOUVELLES       : ' CPT-NOUVELLES
           DISPLAY 'DONT DEJA DECIDEES   : ' CPT-DEJA-DECIDEES
           STOP RUN
           .
