       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJFVA.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : nature en colonne 1 (J declaration du jour,
      * S stock complet de resynchronisation ; blanc vaut J), date
      * traitee AAAAMMJJ en colonnes 3-10 (blanc : le jour), code de
      * l'assureur declarant en colonnes 12-16 (obligatoire).
           SELECT OPTIONAL f-param ASSIGN FVAPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Journal des mouvements appliques par la chaine et des
      * changements de statut de PROJRECV : dates d'effet et causes
      * du jour, suspensions et remises en vigueur.
           SELECT f-journal ASSIGN DDJOURNL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.

      * Journal des vehicules : chaque plaque posee, changee,
      * transferee ou retiree dans la nuit y a sa ligne avant/apres.
           SELECT f-vehjrn ASSIGN DDVEHJRN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-VEHJRN.

           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Vehicules : par rang pour une police suspendue ou remise en
      * vigueur, en entier pour le stock.
           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Declaration du jour et stock mensuel, transmis au fichier
      * national des vehicules assures (voir CFVA).
           SELECT f-fvajou ASSIGN DDFVAJOU
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FVAJOU.

           SELECT f-fvastk ASSIGN DDFVASTK
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FVASTK.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 NATURE-PRM                 PIC X(1).
         05                            PIC X(1).
         05 DATE-PRM                   PIC X(8).
         05                            PIC X(1).
         05 ASSUREUR-PRM               PIC X(5).
         05                            PIC X(64).

       fd f-journal.
       01 e-journal.
           COPY CJOURMVT.

       fd f-vehjrn.
       01 e-vehjrn.
           COPY CJOURVEH.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-fvajou.
       01 e-fvajou                     PIC X(80).

       fd f-fvastk.
       01 e-fvastk                     PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-JOURNAL                     PIC 99.
         88 EOF-JOURNAL VALUE 10.
       01 CR-VEHJRN                      PIC 99.
         88 EOF-VEHJRN VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-VEHIC                       PIC 99.
         88 EOF-VEHIC VALUE 10.
       01 CR-FVAJOU                      PIC 99.
       01 CR-FVASTK                      PIC 99.

       77 NATURE-W                       PIC X(1) VALUE 'J'.
         88 DECLARATION-JOUR VALUE 'J'.
         88 DECLARATION-STOCK VALUE 'S'.
       77 ASSUREUR-W                     PIC X(5) VALUE SPACE.
       77 DATE-TRAITEE                   PIC 9(8).
       77 DATE-DECLAREE-W                PIC 9(8).
       77 MAT-W                          PIC 9(6).
       77 MAT-POLICE-W                   PIC 9(6).
       77 CAUSE-W                        PIC X(1).
       77 IDX-RANG                       PIC 99.
       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.

       77 POLICE-LUE-SW                  PIC X(1).
         88 POLICE-TROUVEE VALUE 'O'.
         88 POLICE-ABSENTE VALUE 'N'.
       77 DECLARE-SW                     PIC X(1).
         88 A-DECLARER VALUE 'O'.

      * Ce que la nuit a fait de chaque police, a plat sur le
      * matricule comme dans la chaine : date d'effet et cause du
      * dernier mouvement du jour, statut pose par PROJRECV le jour
      * meme (I suspendue, V remise en vigueur).
       01 TAB-MAT-JOUR.
         05 MAT-JOUR OCCURS 999999.
           10 EFFET-MAT                  PIC 9(8).
           10 CAUSE-MAT                  PIC X(1).
           10 STATUT-JOUR-MAT            PIC X(1).

      * Images du journal des vehicules decoupees selon ASSURVEH
      * (80 octets, voir CASSVEH) : matricule, rang et plaque.
       01 VEHIC-AVANT-W.
         05 MAT-VAV                      PIC 9(6).
         05 RANG-VAV                     PIC 9(2).
         05 TYPE-V-VAV                   PIC X(1).
         05                              PIC X(9).
         05 IMMAT-VAV                    PIC X(10).
         05                              PIC X(52).
       01 VEHIC-APRES-W.
         05 MAT-VAP                      PIC 9(6).
         05 RANG-VAP                     PIC 9(2).
         05 TYPE-V-VAP                   PIC X(1).
         05                              PIC X(9).
         05 IMMAT-VAP                    PIC X(10).
         05                              PIC X(52).

      * Fiche apres d'une ligne de journal : matricule d'arrivee
      * d'un transfert.
       01 FICHE-APRES-W.
         05 MAT-FAP                      PIC 9(6).
         05                              PIC X(154).

       01 LIGNE-FVA.
           COPY CFVA.

       01 CPT.
         05 CPT-DEBUTS                   PIC 9(7) VALUE 0.
         05 CPT-FINS                     PIC 9(7) VALUE 0.
         05 CPT-STOCK                    PIC 9(7) VALUE 0.
         05 CPT-IGNOREES                 PIC 9(7) VALUE 0.
         05 CPT-LIGNES                   PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           IF DECLARATION-STOCK
             PERFORM 25000-STOCK
           ELSE
             PERFORM 20000-DECLARATION-JOUR
           END-IF
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE DATE-JOUR TO DATE-TRAITEE
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF NATURE-PRM = 'S'
                   SET DECLARATION-STOCK TO TRUE
                 END-IF
                 IF DATE-PRM NUMERIC
                   MOVE DATE-PRM TO DATE-TRAITEE
                 END-IF
                 MOVE ASSUREUR-PRM TO ASSUREUR-W
             END-READ
             CLOSE f-param
           END-IF
      * Le fichier national refuse un envoi sans assureur declarant.
           IF ASSUREUR-W = SPACE
             DISPLAY 'CODE ASSUREUR ABSENT DE LA CARTE FVAPRM'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4 f-vehic
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-VEHIC > 0
             DISPLAY 'ERROR ASSURVEH : ' CR-VEHIC
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACE TO LIGNE-FVA
           SET ENTETE-FV TO TRUE
           MOVE ASSUREUR-W TO ASSUREUR-FV
           MOVE DATE-TRAITEE TO DATE-FICHIER-FV
           MOVE NATURE-W TO NATURE-FV
           IF DECLARATION-STOCK
             OPEN OUTPUT f-fvastk
             WRITE e-fvastk FROM LIGNE-FVA
           ELSE
             OPEN OUTPUT f-fvajou
             WRITE e-fvajou FROM LIGNE-FVA
           END-IF
           .

      * ------- Declaration du jour --------------------------------
      * Trois passes : le journal des mouvements donne, par police,
      * la date d'effet et la cause ; le journal des vehicules donne
      * les plaques entrees et sorties dans la nuit ; les lignes de
      * statut de PROJRECV, ecrites apres la chaine, suspendent ou
      * remettent en vigueur toutes les plaques de la police.
       20000-DECLARATION-JOUR.
           INITIALIZE TAB-MAT-JOUR
           perform 21000-DATES-DU-JOUR
           perform 22000-VEHICULES-DU-JOUR
           perform 24000-STATUTS-DU-JOUR
           .

       21000-DATES-DU-JOUR.
           perform 18000-OUVRE-JOURNAL
           perform until EOF-JOURNAL
             IF DATE-J = DATE-TRAITEE AND MAT-J > 0
               perform 21100-NOTE-POLICE
             END-IF
             perform 18100-READ-JOURNAL
           END-PERFORM
           CLOSE f-journal
           .

      * Un transfert porte la date et la cause sur les deux
      * matricules : la plaque sort de l'ancien et entre au nouveau.
       21100-NOTE-POLICE.
           MOVE DATE-TRAITEE TO DATE-DECLAREE-W
           IF DATE-EFFET-J NUMERIC AND DATE-EFFET-J > 0
             MOVE DATE-EFFET-J TO DATE-DECLAREE-W
           END-IF
           EVALUATE CODE-MVT-J
             WHEN 'C'
             WHEN 'M'
             WHEN 'S'
               MOVE DATE-DECLAREE-W TO EFFET-MAT(MAT-J)
               MOVE CODE-MVT-J TO CAUSE-MAT(MAT-J)
             WHEN 'T'
               MOVE DATE-DECLAREE-W TO EFFET-MAT(MAT-J)
               MOVE CODE-MVT-J TO CAUSE-MAT(MAT-J)
               MOVE IMAGE-APRES-J TO FICHE-APRES-W
               IF MAT-FAP NUMERIC AND MAT-FAP > 0
                 MOVE DATE-DECLAREE-W TO EFFET-MAT(MAT-FAP)
                 MOVE CODE-MVT-J TO CAUSE-MAT(MAT-FAP)
               END-IF
             WHEN 'I'
             WHEN 'V'
               MOVE CODE-MVT-J TO STATUT-JOUR-MAT(MAT-J)
             WHEN OTHER
               continue
           END-EVALUATE
           .

      * Seules comptent les lignes ou la plaque, ou le contrat qui
      * la porte, change : une retarification ou une bonification
      * reecrit le vehicule sans rien changer a la couverture.
       22000-VEHICULES-DU-JOUR.
           OPEN INPUT f-vehjrn
           IF CR-VEHJRN > 0
             DISPLAY 'ERROR DDVEHJRN : ' CR-VEHJRN
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           perform 18200-READ-VEHJRN
           perform until EOF-VEHJRN
             IF DATE-JV = DATE-TRAITEE
               MOVE IMAGE-AVANT-JV TO VEHIC-AVANT-W
               MOVE IMAGE-APRES-JV TO VEHIC-APRES-W
               IF IMMAT-VAV NOT = IMMAT-VAP
                OR MAT-VAV NOT = MAT-VAP
                 perform 22100-PLAQUE-DU-JOUR
               END-IF
             END-IF
             perform 18200-READ-VEHJRN
           END-PERFORM
           CLOSE f-vehjrn
           .

       22100-PLAQUE-DU-JOUR.
           IF IMMAT-VAV NOT = SPACE
             MOVE MAT-VAV TO MAT-W
             perform 22200-CONTROLE-POLICE
             IF A-DECLARER
               MOVE SPACE TO LIGNE-FVA
               SET FIN-COUVERTURE-FV TO TRUE
               MOVE IMMAT-VAV TO IMMAT-FV
               MOVE MAT-VAV TO MAT-FV
               MOVE RANG-VAV TO RANG-FV
               MOVE TYPE-V-VAV TO TYPE-V-FV
               perform 22300-DATE-ET-CAUSE
               perform 23000-ECRIT-LIGNE-JOUR
             END-IF
           END-IF
           IF IMMAT-VAP NOT = SPACE
             MOVE MAT-VAP TO MAT-W
             perform 22200-CONTROLE-POLICE
             IF A-DECLARER
               MOVE SPACE TO LIGNE-FVA
               SET DEBUT-COUVERTURE-FV TO TRUE
               MOVE IMMAT-VAP TO IMMAT-FV
               MOVE MAT-VAP TO MAT-FV
               MOVE RANG-VAP TO RANG-FV
               MOVE TYPE-V-VAP TO TYPE-V-FV
               perform 22300-DATE-ET-CAUSE
               perform 23000-ECRIT-LIGNE-JOUR
             END-IF
           END-IF
           .

      * Une police deja suspendue avant ce jour n'a plus de plaque
      * au fichier national : ses changements de vehicule attendent
      * la remise en vigueur, qui declarera les plaques en place.
      * Une police remise en vigueur ce jour est declaree en entier
      * par la passe des statuts.
       22200-CONTROLE-POLICE.
           SET A-DECLARER TO TRUE
           IF STATUT-JOUR-MAT(MAT-W) = 'V'
             MOVE 'N' TO DECLARE-SW
           ELSE
             MOVE MAT-W TO MAT-A4
             READ f-assures4
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF POLICE-SUSPENDUE-A4
                  AND STATUT-JOUR-MAT(MAT-W) NOT = 'I'
                   MOVE 'N' TO DECLARE-SW
                 END-IF
             END-READ
           END-IF
           IF NOT A-DECLARER
             ADD 1 TO CPT-IGNOREES
           END-IF
           .

      * Date d'effet et cause du mouvement du jour sur la police ; un
      * vehicule retouche hors mouvement (pas de ligne au journal
      * des mouvements) est date du jour et classe en changement.
       22300-DATE-ET-CAUSE.
           IF EFFET-MAT(MAT-W) > 0
             MOVE EFFET-MAT(MAT-W) TO DATE-FV
             MOVE CAUSE-MAT(MAT-W) TO CAUSE-FV
           ELSE
             MOVE DATE-TRAITEE TO DATE-FV
             MOVE 'M' TO CAUSE-FV
           END-IF
           .

       23000-ECRIT-LIGNE-JOUR.
           WRITE e-fvajou FROM LIGNE-FVA
           ADD 1 TO CPT-LIGNES
           IF DEBUT-COUVERTURE-FV
             ADD 1 TO CPT-DEBUTS
           ELSE
             ADD 1 TO CPT-FINS
           END-IF
           .

      * Suspension pour impayes : toutes les plaques de la police
      * sortent ; remise en vigueur : toutes y rentrent, a la date
      * du changement de statut.
       24000-STATUTS-DU-JOUR.
           perform 18000-OUVRE-JOURNAL
           perform until EOF-JOURNAL
             IF DATE-J = DATE-TRAITEE AND MAT-J > 0
              AND (CODE-MVT-J = 'I' OR CODE-MVT-J = 'V')
               perform 24100-PLAQUES-DE-LA-POLICE
             END-IF
             perform 18100-READ-JOURNAL
           END-PERFORM
           CLOSE f-journal
           .

       24100-PLAQUES-DE-LA-POLICE.
           MOVE DATE-TRAITEE TO DATE-DECLAREE-W
           IF DATE-EFFET-J NUMERIC AND DATE-EFFET-J > 0
             MOVE DATE-EFFET-J TO DATE-DECLAREE-W
           END-IF
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             MOVE MAT-J TO MAT-AV
             MOVE IDX-RANG TO RANG-AV
             READ f-vehic
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF IMMAT-AV NOT = SPACE
                   MOVE SPACE TO LIGNE-FVA
                   IF CODE-MVT-J = 'I'
                     SET FIN-COUVERTURE-FV TO TRUE
                   ELSE
                     SET DEBUT-COUVERTURE-FV TO TRUE
                   END-IF
                   MOVE IMMAT-AV TO IMMAT-FV
                   MOVE DATE-DECLAREE-W TO DATE-FV
                   MOVE MAT-AV TO MAT-FV
                   MOVE RANG-AV TO RANG-FV
                   MOVE CODE-MVT-J TO CAUSE-FV
                   MOVE TYPE-V-AV TO TYPE-V-FV
                   perform 23000-ECRIT-LIGNE-JOUR
                 END-IF
             END-READ
           END-PERFORM
           .

       18000-OUVRE-JOURNAL.
           OPEN INPUT f-journal
           IF CR-JOURNAL > 0
             DISPLAY 'ERROR DDJOURNL : ' CR-JOURNAL
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           perform 18100-READ-JOURNAL
           .

       18100-READ-JOURNAL.
           READ f-journal
           .

       18200-READ-VEHJRN.
           READ f-vehjrn
           .

      * ------- Stock mensuel ---------------------------------------
      * Toutes les plaques des polices couvertes (active ou
      * resiliation en cours ; une police suspendue n'est pas
      * couverte), datees de l'effet de la police quand il est
      * connu : le fichier national remplace son stock par celui-ci.
       25000-STOCK.
           MOVE 0 TO MAT-POLICE-W
           perform 25100-READ-VEHIC
           perform until EOF-VEHIC
             IF IMMAT-AV NOT = SPACE
               IF MAT-AV NOT = MAT-POLICE-W
                 perform 25200-LIT-POLICE
               END-IF
               IF POLICE-TROUVEE AND NOT POLICE-SUSPENDUE-A4
                 perform 25300-ECRIT-STOCK
               ELSE
                 ADD 1 TO CPT-IGNOREES
               END-IF
             END-IF
             perform 25100-READ-VEHIC
           END-PERFORM
           .

       25100-READ-VEHIC.
           READ f-vehic NEXT RECORD
             AT END
               MOVE 10 TO CR-VEHIC
           END-READ
           .

       25200-LIT-POLICE.
           MOVE MAT-AV TO MAT-POLICE-W
           MOVE MAT-AV TO MAT-A4
           READ f-assures4
             INVALID KEY
               SET POLICE-ABSENTE TO TRUE
             NOT INVALID KEY
               SET POLICE-TROUVEE TO TRUE
           END-READ
           .

       25300-ECRIT-STOCK.
           MOVE SPACE TO LIGNE-FVA
           SET STOCK-FV TO TRUE
           MOVE IMMAT-AV TO IMMAT-FV
           MOVE 0 TO DATE-FV
           IF DATE-ANNIV-A4 NUMERIC
             MOVE DATE-ANNIV-A4 TO DATE-FV
           END-IF
           MOVE MAT-AV TO MAT-FV
           MOVE RANG-AV TO RANG-FV
           MOVE TYPE-V-AV TO TYPE-V-FV
           WRITE e-fvastk FROM LIGNE-FVA
           ADD 1 TO CPT-STOCK
           ADD 1 TO CPT-LIGNES
           .

       30000-END-PGM.
           MOVE SPACE TO LIGNE-FVA
           SET FIN-FICHIER-FV TO TRUE
           MOVE CPT-LIGNES TO NB-LIGNES-FV
           IF DECLARATION-STOCK
             WRITE e-fvastk FROM LIGNE-FVA
             CLOSE f-fvastk
           ELSE
             WRITE e-fvajou FROM LIGNE-FVA
             CLOSE f-fvajou
           END-IF
           CLOSE f-assures4 f-vehic
           IF DECLARATION-STOCK
             DISPLAY 'PLAQUES AU STOCK          : ' CPT-STOCK
           ELSE
             DISPLAY 'DEBUTS DE COUVERTURE      : ' CPT-DEBUTS
             DISPLAY 'FINS DE COUVERTURE        : ' CPT-FINS
           END-IF
           DISPLAY 'PLAQUES NON DECLAREES     : ' CPT-IGNOREES
           STOP RUN
           .
