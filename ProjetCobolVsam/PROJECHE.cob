       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECHE.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartes du recouvrement, un echeancier par carte 'P' suivie
      * de ses cartes 'E' :
      *   P : matricule en colonnes 2-7, dates des quittances
      *       couvertes AAAAMMJJ par 8 colonnes a partir de la
      *       colonne 9 (huit au plus) ;
      *   E : matricule en colonnes 2-7, date d'echeance AAAAMMJJ
      *       en 9-16, montant en 18-24 (centimes compris).
      * Un echeancier termine ou rompu du matricule est remplace,
      * un echeancier en cours ne l'est pas.
           SELECT OPTIONAL f-cartes ASSIGN DDPLNCAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CARTES.

      * Echeanciers de paiement (voir CPLAN).
           SELECT OPTIONAL f-plan ASSIGN DDECHEAN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X-PL
            FILE STATUS IS CR-PLAN.

      * Base des creances : les creances couvertes doivent exister
      * et rester dues.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Master : le matricule doit exister.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Compte rendu des cartes et des echeanciers enregistres.
           SELECT f-liste ASSIGN DDPLANLS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LISTE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-cartes.
       01 e-carte.
         05 TYPE-CA                    PIC X(1).
           88 CARTE-PLAN               VALUE 'P'.
           88 CARTE-ECHEANCE           VALUE 'E'.
         05 MAT-CA                     PIC X(6).
         05                            PIC X(1).
         05 SUITE-CA                   PIC X(72).
         05 DATES-CA REDEFINES SUITE-CA.
           10 DATE-QUIT-CA             PIC X(8) OCCURS 8.
           10                          PIC X(8).
         05 ECHEANCE-CA REDEFINES SUITE-CA.
           10 DATE-ECH-CA              PIC X(8).
           10                          PIC X(1).
           10 MONTANT-ECH-CA           PIC X(7).
           10                          PIC X(56).

       fd f-plan.
       01 e-plan.
           COPY CPLAN.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-liste.
       01 ligne-liste                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-CARTES                      PIC 99.
         88 EOF-CARTES VALUE 10.
       01 CR-PLAN                        PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-LISTE                       PIC 99.

      * Resultat du controle d'une carte : blanc, carte acceptee.
       77 REFUS-W                        PIC X(25).

      * Echeancier en cours de constitution dans l'enregistrement
      * e-plan : O carte 'P' acceptee, R carte 'P' refusee (ses
      * cartes 'E' le sont aussi), N aucun.
       77 PLAN-SW                        PIC X(1) VALUE 'N'.
         88 PLAN-EN-CONSTITUTION VALUE 'O'.
         88 PLAN-REFUSE VALUE 'R'.
         88 SANS-PLAN VALUE 'N'.
      * Echeancier termine ou rompu deja present pour le matricule :
      * l'enregistrement se remplace au lieu de se creer.
       77 PLAN-EXISTANT-SW               PIC X(1).
         88 PLAN-EXISTANT VALUE 'O'.

       77 MAT-PLAN-W                     PIC X(6).
       77 IDX-CA                         PIC 9(2).
       77 IDX-DBL                        PIC 9(2).
       77 RESTE-DU-PLAN-W                PIC 9(7)V9(2).
       77 TOTAL-ECH-W                    PIC 9(7)V9(2).
       77 MONTANT-ECH-W                  PIC 9(5)V9(2).

       01 CPT.
         05 CPT-CARTES-LUES              PIC 9(6) VALUE 0.
         05 CPT-CARTES-REFUSEES          PIC 9(6) VALUE 0.
         05 CPT-PLANS-ENREGISTRES        PIC 9(6) VALUE 0.
         05 CPT-PLANS-REFUSES            PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-PLAN.
         05                              PIC X(44)
           VALUE 'ECHEANCIERS DE PAIEMENT NEGOCIES - RUN DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(28).

       01 FORMAT-LIGNE-CARTE.
         05 CARTE-L-F                    PIC X(40).
         05                              PIC X(3) VALUE ' : '.
         05 RESULTAT-L-F                 PIC X(25).
         05                              PIC X(12).

       01 FORMAT-LIGNE-PLAN.
         05                              PIC X(11) VALUE 'ECHEANCIER '.
         05 MAT-P-F                      PIC X(6).
         05                              PIC X(1).
         05 NB-ECH-P-F                   PIC Z9.
         05                              PIC X(6) VALUE ' ECH. '.
         05 TOTAL-P-F                    PIC Z(6)9,99.
         05                              PIC X(7) VALUE ' / DU '.
         05 RESTE-P-F                    PIC Z(6)9,99.
         05                              PIC X(3) VALUE ' : '.
         05 RESULTAT-P-F                 PIC X(24).

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
      * Premier run : le fichier des echeanciers se cree a
      * l'ouverture (code retour 05).
           OPEN I-O f-plan
           IF CR-PLAN > 9
             DISPLAY 'ERROR DDECHEAN : ' CR-PLAN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-liste
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-liste FROM FORMAT-TITRE-PLAN
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           .

       20000-TRAITEMENT.
           OPEN INPUT f-cartes
           IF CR-CARTES < 10
             perform 21000-READ-CARTE
             perform until EOF-CARTES
               EVALUATE TRUE
                 WHEN CARTE-PLAN
                   perform 24000-CLOT-PLAN
                   perform 22000-OUVRE-PLAN
                 WHEN CARTE-ECHEANCE
                   perform 23000-AJOUTE-ECHEANCE
                 WHEN OTHER
                   MOVE 'TYPE DE CARTE INCONNU' TO REFUS-W
                   perform 25000-TRACE-CARTE
               END-EVALUATE
               perform 21000-READ-CARTE
             END-PERFORM
             perform 24000-CLOT-PLAN
             CLOSE f-cartes
           END-IF
           .

       21000-READ-CARTE.
           READ f-cartes
           IF NOT EOF-CARTES
             ADD 1 TO CPT-CARTES-LUES
           END-IF
           .

      * Carte 'P' : controle du matricule et des creances couvertes,
      * l'echeancier se constitue dans e-plan jusqu'a la carte 'P'
      * suivante ou la fin des cartes.
       22000-OUVRE-PLAN.
           MOVE SPACE TO REFUS-W
           MOVE MAT-CA TO MAT-PLAN-W
           MOVE 0 TO RESTE-DU-PLAN-W TOTAL-ECH-W
           MOVE 'N' TO PLAN-EXISTANT-SW
           IF MAT-CA NOT NUMERIC
             MOVE 'MATRICULE INVALIDE' TO REFUS-W
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-CA TO MAT-X4
             READ f-assures4
               INVALID KEY
                 MOVE 'MATRICULE INCONNU' TO REFUS-W
             END-READ
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-CA TO MAT-X-PL
             READ f-plan
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF PLAN-ACTIF
                   MOVE 'ECHEANCIER DEJA EN COURS' TO REFUS-W
                 ELSE
                   SET PLAN-EXISTANT TO TRUE
                 END-IF
             END-READ
           END-IF
           IF REFUS-W = SPACE
             MOVE SPACE TO e-plan
             MOVE MAT-CA TO MAT-X-PL
             MOVE DATE-JOUR TO DATE-ACCORD-PL
             SET PLAN-ACTIF TO TRUE
             MOVE 0 TO DATE-STATUT-PL NB-CREANCES-PL NB-ECHEANCES-PL
             PERFORM VARYING IDX-CA FROM 1 BY 1
                       UNTIL IDX-CA > 8 OR REFUS-W NOT = SPACE
               IF DATE-QUIT-CA(IDX-CA) NOT = SPACE
                 perform 22100-CONTROLE-CREANCE
               END-IF
             END-PERFORM
           END-IF
           IF REFUS-W = SPACE AND NB-CREANCES-PL = 0
             MOVE 'AUCUNE CREANCE COUVERTE' TO REFUS-W
           END-IF
           IF REFUS-W = SPACE
             SET PLAN-EN-CONSTITUTION TO TRUE
             MOVE 'ECHEANCIER OUVERT' TO RESULTAT-L-F
             MOVE e-carte TO CARTE-L-F
             WRITE ligne-liste FROM FORMAT-LIGNE-CARTE
           ELSE
             SET PLAN-REFUSE TO TRUE
             ADD 1 TO CPT-PLANS-REFUSES
             perform 25000-TRACE-CARTE
           END-IF
           .

      * Une creance couverte existe, est due par l'assure, reste
      * ouverte et n'est citee qu'une fois.
       22100-CONTROLE-CREANCE.
           IF DATE-QUIT-CA(IDX-CA) NOT NUMERIC
             MOVE 'DATE QUITTANCE INVALIDE' TO REFUS-W
           END-IF
           IF REFUS-W = SPACE
             PERFORM VARYING IDX-DBL FROM 1 BY 1
                       UNTIL IDX-DBL > NB-CREANCES-PL
               IF DATE-QUIT-PL(IDX-DBL) = DATE-QUIT-CA(IDX-CA)
                 MOVE 'CREANCE EN DOUBLE' TO REFUS-W
               END-IF
             END-PERFORM
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-CA TO MAT-RC
             MOVE DATE-QUIT-CA(IDX-CA) TO DATE-RC
             READ f-recev
               INVALID KEY
                 MOVE 'CREANCE INCONNUE' TO REFUS-W
               NOT INVALID KEY
                 IF CREANCE-AVOIR OR NOT CREANCE-OUVERTE
                   MOVE 'CREANCE NON DUE' TO REFUS-W
                 END-IF
             END-READ
           END-IF
           IF REFUS-W = SPACE
             ADD 1 TO NB-CREANCES-PL
             MOVE DATE-RC TO DATE-QUIT-PL(NB-CREANCES-PL)
             COMPUTE RESTE-DU-PLAN-W = RESTE-DU-PLAN-W
                                     + MONTANT-DU-RC - MONTANT-REGLE-RC
           END-IF
           .

      * Carte 'E' : une echeance de plus, a une date posterieure a
      * la precedente.
       23000-AJOUTE-ECHEANCE.
           MOVE SPACE TO REFUS-W
           EVALUATE TRUE
             WHEN PLAN-REFUSE AND MAT-CA = MAT-PLAN-W
               MOVE 'ECHEANCIER REFUSE' TO REFUS-W
             WHEN NOT PLAN-EN-CONSTITUTION
               MOVE 'ECHEANCE HORS ECHEANCIER' TO REFUS-W
             WHEN MAT-CA NOT = MAT-PLAN-W
               MOVE 'ECHEANCE HORS ECHEANCIER' TO REFUS-W
             WHEN NB-ECHEANCES-PL NOT < 12
               MOVE 'TROP D''ECHEANCES' TO REFUS-W
             WHEN DATE-ECH-CA NOT NUMERIC
               MOVE 'DATE ECHEANCE INVALIDE' TO REFUS-W
             WHEN MONTANT-ECH-CA NOT NUMERIC
               MOVE 'MONTANT INVALIDE' TO REFUS-W
             WHEN OTHER
               continue
           END-EVALUATE
           IF REFUS-W = SPACE AND NB-ECHEANCES-PL > 0
             IF DATE-ECH-CA NOT > DATE-ECH-PL(NB-ECHEANCES-PL)
               MOVE 'ECHEANCE MAL ORDONNEE' TO REFUS-W
             END-IF
           END-IF
           IF REFUS-W = SPACE
             MOVE MONTANT-ECH-CA TO MONTANT-ECH-W(1:7)
             IF MONTANT-ECH-W = 0
               MOVE 'MONTANT INVALIDE' TO REFUS-W
             END-IF
           END-IF
           IF REFUS-W = SPACE
             ADD 1 TO NB-ECHEANCES-PL
             MOVE DATE-ECH-CA TO DATE-ECH-PL(NB-ECHEANCES-PL)
             MOVE MONTANT-ECH-W TO MONTANT-ECH-PL(NB-ECHEANCES-PL)
             MOVE 0 TO REGLE-ECH-PL(NB-ECHEANCES-PL)
             ADD MONTANT-ECH-W TO TOTAL-ECH-W
             MOVE 'ECHEANCE RETENUE' TO RESULTAT-L-F
             MOVE e-carte TO CARTE-L-F
             WRITE ligne-liste FROM FORMAT-LIGNE-CARTE
           ELSE
             perform 25000-TRACE-CARTE
           END-IF
           .

      * Fin d'un echeancier : il doit avoir des echeances et
      * couvrir au moins ce qui reste du sur ses creances.
       24000-CLOT-PLAN.
           IF PLAN-EN-CONSTITUTION
             MOVE SPACE TO REFUS-W
             IF NB-ECHEANCES-PL = 0
               MOVE 'SANS ECHEANCE' TO REFUS-W
             ELSE
               IF TOTAL-ECH-W < RESTE-DU-PLAN-W
                 MOVE 'ECHEANCES < RESTE DU' TO REFUS-W
               END-IF
             END-IF
             IF REFUS-W = SPACE
               IF PLAN-EXISTANT
                 REWRITE e-plan
               ELSE
                 WRITE e-plan
                   INVALID KEY
                     MOVE 'ECHEANCIER DEJA PRESENT' TO REFUS-W
                 END-WRITE
               END-IF
             END-IF
             IF REFUS-W = SPACE
               ADD 1 TO CPT-PLANS-ENREGISTRES
               MOVE 'ENREGISTRE' TO RESULTAT-P-F
             ELSE
               ADD 1 TO CPT-PLANS-REFUSES
               MOVE REFUS-W TO RESULTAT-P-F
             END-IF
             MOVE MAT-PLAN-W TO MAT-P-F
             MOVE NB-ECHEANCES-PL TO NB-ECH-P-F
             MOVE TOTAL-ECH-W TO TOTAL-P-F
             MOVE RESTE-DU-PLAN-W TO RESTE-P-F
             WRITE ligne-liste FROM FORMAT-LIGNE-PLAN
             MOVE SPACE TO ligne-liste
             WRITE ligne-liste
           END-IF
           SET SANS-PLAN TO TRUE
           .

       25000-TRACE-CARTE.
           ADD 1 TO CPT-CARTES-REFUSEES
           MOVE e-carte TO CARTE-L-F
           MOVE REFUS-W TO RESULTAT-L-F
           WRITE ligne-liste FROM FORMAT-LIGNE-CARTE
           .

       30000-END-PGM.
           CLOSE f-plan f-recev f-assures4 f-liste
           DISPLAY 'CARTES LUES            : ' CPT-CARTES-LUES
           DISPLAY 'CARTES REFUSEES        : ' CPT-CARTES-REFUSEES
           DISPLAY 'ECHEANCIERS ENREGISTRES: ' CPT-PLANS-ENREGISTRES
           DISPLAY 'ECHEANCIERS REFUSES    : ' CPT-PLANS-REFUSES
           IF CPT-CARTES-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
