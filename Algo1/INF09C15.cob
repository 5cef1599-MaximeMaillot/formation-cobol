       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB9REC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mouvements de stock du jour : les entrees fournisseurs citent
      * leur bon de commande et se rapprochent du carnet ; les autres
      * mouvements (sorties, ajustements d'inventaire) passent tels
      * quels.
           SELECT f-mvtstk ASSIGN ddmvtstk
            FILE STATUS IS CR-MVTSTK.
      * Carnet des commandes alimente par COB9CMD, mis a jour en
      * place : quantite recue, reliquat, solde.
           select f-cmdouv assign ddcmdouv
            FILE STATUS IS CR-CMDOUV.
      * Mouvements retenus pour COB9MAJ (ddmvtstk de la mise a jour
      * du stock) : les entrees rejetees n'entrent pas en stock.
           select f-mvtret assign ddmvtret
            FILE STATUS IS CR-MVTRET.
      * Entrees rejetees avec leur motif.
           select f-rejets assign ddrecrej
            FILE STATUS IS CR-REJETS.
      * Historique des receptions rapprochees, cumule de run en run
      * pour l'etat mensuel des fournisseurs COB9FRN.
           select optional f-histo assign ddcmdhis
            FILE STATUS IS CR-HISTO.
      * Etat des commandes encore attendues : reliquats et
      * commandes en retard.
           select f-reliquat assign ddreliq
            FILE STATUS IS CR-RELIQUAT.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd F-MVTSTK
           BLOCK CONTAINS 0
           DATA RECORD IS E-MVTSTK.
       01 E-MVTSTK                 PIC X(80).
       fd F-CMDOUV
           BLOCK CONTAINS 0
           DATA RECORD IS E-CMDOUV.
       01 E-CMDOUV.
         05 NUM-CMD-OU             PIC 9(6).
         05 NUM-STOCK-OU           PIC 9(6).
         05 FOURNISSEUR-OU         PIC 9(3).
         05 DATE-CMD-OU            PIC 9(8).
         05 DATE-PREVUE-OU         PIC 9(8).
         05 DELAI-OU               PIC 9(3).
         05 QTE-CMD-OU             PIC 9(4).
         05 QTE-RECUE-OU           PIC 9(4).
      * O commande ouverte, P partiellement livree (reliquat en
      * attente), S soldee.
         05 STATUT-OU              PIC X(1).
           88 CMD-OUVERTE          VALUE 'O'.
           88 CMD-PARTIELLE        VALUE 'P'.
           88 CMD-SOLDEE           VALUE 'S'.
         05 DATE-SOLDE-OU          PIC 9(8).
         05 DATE-DERN-REC-OU       PIC 9(8).
         05                        PIC X(21).
       fd F-MVTRET.
       01 E-MVTRET                 PIC X(80).
       fd F-REJETS.
       01 E-REJET                  PIC X(80).
       fd F-HISTO
           BLOCK CONTAINS 0
           DATA RECORD IS E-HISTO.
       01 E-HISTO.
         05 NUM-CMD-HI             PIC 9(6).
         05 NUM-STOCK-HI           PIC 9(6).
         05 FOURNISSEUR-HI         PIC 9(3).
         05 DATE-CMD-HI            PIC 9(8).
         05 DATE-PREVUE-HI         PIC 9(8).
         05 DATE-REC-HI            PIC 9(8).
      * Delai annonce par le fournisseur a la commande et delai
      * constate, en jours depuis la date de commande.
         05 DELAI-HI               PIC 9(3).
         05 JOURS-REEL-HI          PIC 9(4).
         05 QTE-REC-HI             PIC 9(4).
      * O : cette reception solde la commande.
         05 SOLDE-HI               PIC X(1).
         05                        PIC X(29).
       fd F-RELIQUAT.
       01 LIGNE-RELIQUAT           PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-MVTSTK                PIC 99.
         88 EOF-MVTSTK VALUE 10.
       01 CR-CMDOUV                PIC 99.
         88 EOF-CMDOUV VALUE 10.
       01 CR-MVTRET                PIC 99.
       01 CR-REJETS                PIC 99.
       01 CR-HISTO                 PIC 99.
       01 CR-RELIQUAT              PIC 99.

      * Vue du mouvement, au format de COB9MAJ.
       01 MVT-W.
         05 NUM-MVTSTK             PIC 9(6).
         05 CODE-MVTSTK            PIC X(1).
           88 MVT-ENTREE           VALUE 'E'.
         05 QTE-MVTSTK             PIC 9(4).
         05 NUM-CMD-MVTSTK         PIC 9(6).
         05 NUM-CMD-MVTSTK-X REDEFINES NUM-CMD-MVTSTK
                                   PIC X(6).
         05 DATE-MVTSTK            PIC 9(8).
         05 PU-ACHAT-MVTSTK        PIC 9(4)V9(2).
         05 ORIGINE-MVTSTK         PIC X(1).
           88 MVT-INVENTAIRE       VALUE 'I'.
         05                        PIC X(48).

      * Mouvements charges en table dans leur ordre d'arrivee. Etat :
      * N entree a rapprocher, A retenu pour COB9MAJ, R rejete.
       01 TAB-MVTSTK.
         05 MVT-ENTRY OCCURS 1000.
           10 IMAGE-MVT-T          PIC X(80).
           10 ETAT-MVT-T           PIC X(1).
       77 NB-MVTSTK                PIC 9(4) VALUE 0.
       77 IDX-MVT                  PIC 9(4).

       77 RESTANT-DU               PIC 9(4).
       77 BON-MODIFIE-SW           PIC X.
         88 BON-MODIFIE VALUE 'O'.
         88 BON-INCHANGE VALUE 'N'.
       77 DATE-RECEPTION           PIC 9(8).
       01 DATE-JOUR                PIC 9(8).
       01 MOTIF-REJET              PIC X(40).

      * Delai constate par CALCDATE (fonction 'J').
       77 FONCTION-CALC            PIC X(1).
       77 DATE1-CALC               PIC 9(8).
       77 DATE2-CALC               PIC 9(8).
       77 NBJOURS-CALC             PIC S9(5).
       77 JOURS-CALC               PIC S9(7).
       77 DATE-RESULT-CALC         PIC 9(8).
       77 VALIDE-CALC              PIC X(1).

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-MVT-LUS            PIC 9(4) VALUE 0.
         05 CPT-ENTREES            PIC 9(4) VALUE 0.
         05 CPT-RAPPROCHEES        PIC 9(4) VALUE 0.
         05 CPT-REJETEES           PIC 9(4) VALUE 0.
         05 CPT-RETENUS            PIC 9(4) VALUE 0.
         05 CPT-SOLDEES            PIC 9(4) VALUE 0.
         05 CPT-RELIQUATS          PIC 9(4) VALUE 0.
         05 CPT-RETARDS            PIC 9(4) VALUE 0.
         05 CPT-MVT-DEBORDES       PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-REJET.
         05 NUM-REJET-F            PIC 9(6).
         05                        PIC X(3) VALUE ' - '.
         05 CODE-REJET-F           PIC X(1).
         05                        PIC X(1).
         05 QTE-REJET-F            PIC 9(4).
         05                        PIC X(5) VALUE ' BC '.
         05 CMD-REJET-F            PIC X(6).
         05                        PIC X(3) VALUE ' - '.
         05 MOTIF-REJET-F          PIC X(40).
         05                        PIC X(11).

       01 FORMAT-ENTETE-RELIQ.
         05                        PIC X(7) VALUE 'BON'.
         05                        PIC X(7) VALUE 'PRODUIT'.
         05                        PIC X(4) VALUE 'FRN'.
         05                        PIC X(9) VALUE 'COMMANDE'.
         05                        PIC X(9) VALUE 'PREVUE'.
         05                        PIC X(5) VALUE ' CMDE'.
         05                        PIC X(5) VALUE ' RECU'.
         05                        PIC X(5) VALUE ' RELI'.
         05                        PIC X(29) VALUE ' SITUATION'.

       01 FORMAT-LIGNE-RELIQ.
         05 NUM-CMD-R-F            PIC 9(6).
         05                        PIC X(1).
         05 NUM-STOCK-R-F          PIC 9(6).
         05                        PIC X(1).
         05 FOURN-R-F              PIC 9(3).
         05                        PIC X(1).
         05 DATE-CMD-R-F           PIC 9(8).
         05                        PIC X(1).
         05 DATE-PREVUE-R-F        PIC 9(8).
         05                        PIC X(1).
         05 QTE-CMD-R-F            PIC Z(3)9.
         05                        PIC X(1).
         05 QTE-RECUE-R-F          PIC Z(3)9.
         05                        PIC X(1).
         05 RESTANT-R-F            PIC Z(3)9.
         05                        PIC X(1).
         05 SITUATION-R-F          PIC X(20).
         05                        PIC X(9).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.
      * Charge les mouvements puis ouvre le carnet en mise a jour
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           OPEN OUTPUT F-REJETS
           PERFORM 11000-CHARGE-MOUVEMENTS
           OPEN I-O F-CMDOUV
           IF CR-CMDOUV > 0
             DISPLAY "ERROR DDCMDOUV : " CR-CMDOUV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND F-HISTO
           IF CR-HISTO > 9
             DISPLAY "ERROR DDCMDHIS : " CR-HISTO
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT F-MVTRET
           OPEN OUTPUT F-RELIQUAT
           WRITE LIGNE-RELIQUAT FROM FORMAT-ENTETE-RELIQ
           .
      * Comme COB9MAJ : au-dela de la capacite de la table, les
      * mouvements restants sont rejetes avec leur motif et le step
      * sort en erreur. Une entree sans bon de commande est rejetee
      * d'emblee.
       11000-CHARGE-MOUVEMENTS.
           OPEN INPUT F-MVTSTK
           IF CR-MVTSTK > 0
             DISPLAY "ERROR DDMVTSTK : " CR-MVTSTK
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-MVTSTK
             READ F-MVTSTK INTO MVT-W
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-MVT-LUS
                 IF MVT-ENTREE
                   ADD 1 TO CPT-ENTREES
                 END-IF
                 IF NB-MVTSTK < 1000
                   ADD 1 TO NB-MVTSTK
                   MOVE E-MVTSTK TO IMAGE-MVT-T(NB-MVTSTK)
                   PERFORM 11100-ETAT-INITIAL
                 ELSE
                   ADD 1 TO CPT-MVT-DEBORDES
                   MOVE "TABLE DES MOUVEMENTS PLEINE" TO MOTIF-REJET
                   PERFORM 24000-ECRIT-REJET
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-MVTSTK
           IF CPT-MVT-DEBORDES > 0
             DISPLAY "TABLE DES MOUVEMENTS PLEINE : "
                     CPT-MVT-DEBORDES " NON TRAITES"
             MOVE 8 TO RETURN-CODE
           END-IF
           .
       11100-ETAT-INITIAL.
           IF NOT MVT-ENTREE OR MVT-INVENTAIRE
             MOVE 'A' TO ETAT-MVT-T(NB-MVTSTK)
           ELSE
             IF NUM-CMD-MVTSTK-X NOT NUMERIC OR NUM-CMD-MVTSTK = 0
               MOVE 'R' TO ETAT-MVT-T(NB-MVTSTK)
               MOVE "ENTREE SANS BON DE COMMANDE" TO MOTIF-REJET
               PERFORM 24000-ECRIT-REJET
             ELSE
               MOVE 'N' TO ETAT-MVT-T(NB-MVTSTK)
             END-IF
           END-IF
           .
      * Parcours du carnet : chaque bon recoit ses entrees dans leur
      * ordre d'arrivee, puis se classe soldee ou en reliquat.
       20000-TRAITEMENT.
           PERFORM 21000-READ-CMDOUV
           PERFORM UNTIL EOF-CMDOUV
             PERFORM 22000-RAPPROCHE-BON
             PERFORM 21000-READ-CMDOUV
           END-PERFORM
           .
       21000-READ-CMDOUV.
           READ F-CMDOUV
             AT END
               CONTINUE
           END-READ
           .
       22000-RAPPROCHE-BON.
           SET BON-INCHANGE TO TRUE
           PERFORM VARYING IDX-MVT FROM 1 BY 1
                     UNTIL IDX-MVT > NB-MVTSTK
             IF ETAT-MVT-T(IDX-MVT) = 'N'
               MOVE IMAGE-MVT-T(IDX-MVT) TO MVT-W
               IF NUM-CMD-MVTSTK = NUM-CMD-OU
                 PERFORM 23000-APPLIQUE-ENTREE
               END-IF
             END-IF
           END-PERFORM
           IF BON-MODIFIE
             REWRITE E-CMDOUV
           END-IF
           IF NOT CMD-SOLDEE
             PERFORM 25000-ECRIT-RELIQUAT
           END-IF
           .
      * Une entree qui ne correspond pas au produit du bon, qui
      * arrive sur un bon deja solde ou qui depasse le restant du
      * est rejetee en entier : le magasin la ressaisit.
       23000-APPLIQUE-ENTREE.
           COMPUTE RESTANT-DU = QTE-CMD-OU - QTE-RECUE-OU
           EVALUATE TRUE
             WHEN CMD-SOLDEE
               MOVE "BON DE COMMANDE DEJA SOLDE" TO MOTIF-REJET
             WHEN NUM-MVTSTK NOT = NUM-STOCK-OU
               MOVE "PRODUIT DIFFERENT DU BON DE COMMANDE"
                 TO MOTIF-REJET
             WHEN QTE-MVTSTK > RESTANT-DU
               MOVE "LIVRAISON SUPERIEURE AU RESTANT DU"
                 TO MOTIF-REJET
             WHEN OTHER
               MOVE SPACE TO MOTIF-REJET
           END-EVALUATE
           IF MOTIF-REJET NOT = SPACE
             MOVE 'R' TO ETAT-MVT-T(IDX-MVT)
             PERFORM 24000-ECRIT-REJET
           ELSE
             MOVE 'A' TO ETAT-MVT-T(IDX-MVT)
             ADD 1 TO CPT-RAPPROCHEES
             IF DATE-MVTSTK NUMERIC AND DATE-MVTSTK > 0
               MOVE DATE-MVTSTK TO DATE-RECEPTION
             ELSE
               MOVE DATE-JOUR TO DATE-RECEPTION
             END-IF
             ADD QTE-MVTSTK TO QTE-RECUE-OU
             MOVE DATE-RECEPTION TO DATE-DERN-REC-OU
             IF QTE-RECUE-OU = QTE-CMD-OU
               SET CMD-SOLDEE TO TRUE
               MOVE DATE-RECEPTION TO DATE-SOLDE-OU
               ADD 1 TO CPT-SOLDEES
             ELSE
               SET CMD-PARTIELLE TO TRUE
             END-IF
             SET BON-MODIFIE TO TRUE
             PERFORM 23100-ECRIT-HISTORIQUE
           END-IF
           .
       23100-ECRIT-HISTORIQUE.
           MOVE 'J' TO FONCTION-CALC
           MOVE DATE-CMD-OU TO DATE1-CALC
           MOVE DATE-RECEPTION TO DATE2-CALC
           MOVE 0 TO NBJOURS-CALC JOURS-CALC
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC
            BY CONTENT DATE1-CALC
            BY CONTENT DATE2-CALC
            BY CONTENT NBJOURS-CALC
            BY REFERENCE JOURS-CALC
            BY REFERENCE DATE-RESULT-CALC
            BY REFERENCE VALIDE-CALC
           IF VALIDE-CALC NOT = 'V' OR JOURS-CALC < 0
             MOVE 0 TO JOURS-CALC
           END-IF
           MOVE SPACE TO E-HISTO
           MOVE NUM-CMD-OU TO NUM-CMD-HI
           MOVE NUM-STOCK-OU TO NUM-STOCK-HI
           MOVE FOURNISSEUR-OU TO FOURNISSEUR-HI
           MOVE DATE-CMD-OU TO DATE-CMD-HI
           MOVE DATE-PREVUE-OU TO DATE-PREVUE-HI
           MOVE DATE-RECEPTION TO DATE-REC-HI
           MOVE DELAI-OU TO DELAI-HI
           MOVE JOURS-CALC TO JOURS-REEL-HI
           MOVE QTE-MVTSTK TO QTE-REC-HI
           IF CMD-SOLDEE
             MOVE 'O' TO SOLDE-HI
           ELSE
             MOVE 'N' TO SOLDE-HI
           END-IF
           WRITE E-HISTO
           .
       24000-ECRIT-REJET.
           MOVE NUM-MVTSTK TO NUM-REJET-F
           MOVE CODE-MVTSTK TO CODE-REJET-F
           MOVE QTE-MVTSTK TO QTE-REJET-F
           MOVE NUM-CMD-MVTSTK-X TO CMD-REJET-F
           MOVE MOTIF-REJET TO MOTIF-REJET-F
           WRITE E-REJET FROM FORMAT-REJET
           ADD 1 TO CPT-REJETEES
           .
      * Bon encore attendu : reliquat d'une livraison partielle ou
      * commande ouverte, signale en retard apres la date prevue.
       25000-ECRIT-RELIQUAT.
           COMPUTE RESTANT-DU = QTE-CMD-OU - QTE-RECUE-OU
           MOVE NUM-CMD-OU TO NUM-CMD-R-F
           MOVE NUM-STOCK-OU TO NUM-STOCK-R-F
           MOVE FOURNISSEUR-OU TO FOURN-R-F
           MOVE DATE-CMD-OU TO DATE-CMD-R-F
           MOVE DATE-PREVUE-OU TO DATE-PREVUE-R-F
           MOVE QTE-CMD-OU TO QTE-CMD-R-F
           MOVE QTE-RECUE-OU TO QTE-RECUE-R-F
           MOVE RESTANT-DU TO RESTANT-R-F
           IF CMD-PARTIELLE
             ADD 1 TO CPT-RELIQUATS
             MOVE 'RELIQUAT' TO SITUATION-R-F
           ELSE
             MOVE 'ATTENDUE' TO SITUATION-R-F
           END-IF
           IF DATE-PREVUE-OU < DATE-JOUR
             ADD 1 TO CPT-RETARDS
             MOVE 'EN RETARD' TO SITUATION-R-F(10:9)
           END-IF
           WRITE LIGNE-RELIQUAT FROM FORMAT-LIGNE-RELIQ
           .
      * Les entrees restees sans bon au carnet partent en rejet, les
      * mouvements retenus sont ecrits pour COB9MAJ dans leur ordre
      * d'arrivee, puis les compteurs s'affichent.
       30000-END-PGM.
           PERFORM VARYING IDX-MVT FROM 1 BY 1
                     UNTIL IDX-MVT > NB-MVTSTK
             MOVE IMAGE-MVT-T(IDX-MVT) TO MVT-W
             IF ETAT-MVT-T(IDX-MVT) = 'N'
               MOVE 'R' TO ETAT-MVT-T(IDX-MVT)
               MOVE "BON DE COMMANDE INCONNU" TO MOTIF-REJET
               PERFORM 24000-ECRIT-REJET
             END-IF
             IF ETAT-MVT-T(IDX-MVT) = 'A'
               WRITE E-MVTRET FROM IMAGE-MVT-T(IDX-MVT)
               ADD 1 TO CPT-RETENUS
             END-IF
           END-PERFORM
           CLOSE F-CMDOUV
           CLOSE F-HISTO
           CLOSE F-MVTRET
           CLOSE F-REJETS
           CLOSE F-RELIQUAT
           DISPLAY "Mouvements lus          : " CPT-MVT-LUS
           DISPLAY "Entrees fournisseurs    : " CPT-ENTREES
           DISPLAY "Entrees rapprochees     : " CPT-RAPPROCHEES
           DISPLAY "Entrees rejetees        : " CPT-REJETEES
           DISPLAY "Mouvements retenus      : " CPT-RETENUS
           DISPLAY "Commandes soldees       : " CPT-SOLDEES
           DISPLAY "Commandes en reliquat   : " CPT-RELIQUATS
           DISPLAY "Commandes en retard     : " CPT-RETARDS
           IF RETURN-CODE = 0 AND CPT-REJETEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
