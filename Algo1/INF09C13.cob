      * Recapitulatif par fournisseur en fin d'etat.
           select f-recap assign ddcmdrec
            FILE STATUS IS CR-RECAP.
      * Carnet des commandes fournisseurs : chaque bon emis y entre
      * ouvert ; le rapprochement COB9REC le solde au fil des
      * receptions. Un produit dont une commande est encore ouverte
      * ou en reliquat n'est pas recommande.
           select optional f-cmdouv assign ddcmdouv
            FILE STATUS IS CR-CMDOUV.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
         05 NB-PRODUIT             PIC 9(4).
         05 PU-PRODUIT             PIC 9(4).
         05 NB-MIN                 PIC 9(4).
      * Cout moyen pondere d'achat et valeur du stock, tenus par
      * COB9MAJ a chaque mouvement ; a blanc sur les fiches
      * anterieures, repris du prix unitaire a la premiere mise a
      * jour.
         05 CMP-STOCK              PIC 9(4)V9(4).
         05 VALEUR-STOCK           PIC 9(8)V9(2).
         05                        PIC X(44).
       fd F-FOURN
           BLOCK CONTAINS 0
           DATA RECORD IS E-FOURN.
       01 E-COMMANDE               PIC X(80).
       fd F-RECAP.
       01 E-RECAP                  PIC X(80).
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

       WORKING-STORAGE SECTION.
       01 CR-STOCK                 PIC 99.
         88 EOF-FOURN VALUE 10.
       01 CR-COMMANDES             PIC 99.
       01 CR-RECAP                 PIC 99.
       01 CR-CMDOUV                PIC 99.
         88 EOF-CMDOUV VALUE 10.

      * Produits ayant une commande ouverte ou en reliquat au
      * carnet, avec le numero de ce bon.
       01 TAB-EN-COURS.
         05 EN-COURS-ENTRY OCCURS 1000.
           10 NUM-STOCK-EC         PIC 9(6).
           10 NUM-CMD-EC           PIC 9(6).
       77 NB-EN-COURS              PIC 9(4) VALUE 0.
       77 IDX-EC                   PIC 9(4).
       77 IDX-EC-TROUVE            PIC 9(4).

      * Referentiel fournisseurs charge en table au demarrage.
       01 TAB-FOURN.
           10 QTE-CMD-FOURN        PIC 9(6).
       77 IDX-RECAP                PIC 9(4).

      * Numerotation des bons continue d'un run a l'autre : elle
      * repart du plus grand numero du carnet.
       77 NUM-COMMANDE             PIC 9(6) VALUE 0.
       77 QTE-A-COMMANDER          PIC 9(4).

       01 DATE-JOUR                PIC 9(8).
      * Date de livraison prevue par CALCDATE (fonction 'P').
       77 FONCTION-CALC            PIC X(1).
       77 DATE1-CALC               PIC 9(8).
       77 DATE2-CALC               PIC 9(8).
       77 NBJOURS-CALC             PIC S9(5).
       77 JOURS-CALC               PIC S9(7).
       77 DATE-RESULT-CALC         PIC 9(8).
       77 VALIDE-CALC              PIC X(1).

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-STOCK              PIC 9(4) VALUE 0.
         05 CPT-SOUS-MINIMUM       PIC 9(4) VALUE 0.
         05 CPT-COMMANDES          PIC 9(4) VALUE 0.
         05 CPT-SANS-FOURNISSEUR   PIC 9(4) VALUE 0.
         05 CPT-DEJA-COMMANDES     PIC 9(4) VALUE 0.
         05 CPT-EN-COURS-DEBORDES  PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-COMMANDE.
           ' SOUS MINIMUM SANS FOURNISSEUR    '.
         05                        PIC X(32).

       01 FORMAT-EN-COURS.
         05                        PIC X(8) VALUE 'PRODUIT '.
         05 NUM-EC-F               PIC 9(6).
         05                        PIC X(34) VALUE
           ' SOUS MINIMUM - COMMANDE EN COURS '.
         05 CMD-EC-F               PIC 9(6).
         05                        PIC X(26).

       01 FORMAT-RECAP.
         05                        PIC X(13) VALUE 'FOURNISSEUR '.
         05 FOURN-R-F              PIC 9(3).
           STOP RUN.
      * Charge le referentiel fournisseurs puis ouvre les fichiers
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           INITIALIZE TAB-RECAP
           PERFORM 11000-CHARGE-FOURNISSEURS
           PERFORM 12000-CHARGE-EN-COURS
           OPEN INPUT F-STOCK
           IF CR-STOCK > 0
             DISPLAY "ERROR DDSTOCK : " CR-STOCK
           END-IF
           OPEN OUTPUT F-COMMANDES
           OPEN OUTPUT F-RECAP
           OPEN EXTEND F-CMDOUV
           IF CR-CMDOUV > 9
             DISPLAY "ERROR DDCMDOUV : " CR-CMDOUV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       11000-CHARGE-FOURNISSEURS.
           OPEN INPUT F-FOURN
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      * Lecture du carnet : produits encore attendus et plus grand
      * numero de bon deja attribue. Au-dela de la table, un produit
      * en cours pourrait etre recommande : le step sort en erreur.
       12000-CHARGE-EN-COURS.
           OPEN INPUT F-CMDOUV
           IF CR-CMDOUV > 9
             DISPLAY "ERROR DDCMDOUV : " CR-CMDOUV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-CMDOUV
             READ F-CMDOUV
               AT END
                 CONTINUE
               NOT AT END
                 IF NUM-CMD-OU > NUM-COMMANDE
                   MOVE NUM-CMD-OU TO NUM-COMMANDE
                 END-IF
                 IF NOT CMD-SOLDEE
                   IF NB-EN-COURS < 1000
                     ADD 1 TO NB-EN-COURS
                     MOVE NUM-STOCK-OU TO NUM-STOCK-EC(NB-EN-COURS)
                     MOVE NUM-CMD-OU TO NUM-CMD-EC(NB-EN-COURS)
                   ELSE
                     ADD 1 TO CPT-EN-COURS-DEBORDES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-CMDOUV
           IF CPT-EN-COURS-DEBORDES > 0
             DISPLAY "TABLE DES COMMANDES EN COURS PLEINE : "
                     CPT-EN-COURS-DEBORDES " NON CHARGEES"
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      * Chaque produit sous le minimum devient un bon de commande
      * numerote chez son fournisseur attitre, sauf s'il est deja
      * attendu sur une commande ouverte ou en reliquat.
       20000-TRAITEMENT.
           PERFORM 21000-READ-STOCK
           PERFORM UNTIL EOF-STOCK
             IF NB-PRODUIT < NB-MIN
               ADD 1 TO CPT-SOUS-MINIMUM
               PERFORM 21500-CHERCHE-EN-COURS
               IF IDX-EC-TROUVE = 0
                 PERFORM 22000-GENERE-COMMANDE
               ELSE
                 MOVE NUM-STOCK TO NUM-EC-F
                 MOVE NUM-CMD-EC(IDX-EC-TROUVE) TO CMD-EC-F
                 WRITE E-COMMANDE FROM FORMAT-EN-COURS
                 ADD 1 TO CPT-DEJA-COMMANDES
               END-IF
             END-IF
             PERFORM 21000-READ-STOCK
           END-PERFORM
               ADD 1 TO CPT-STOCK
           END-READ
           .
       21500-CHERCHE-EN-COURS.
           MOVE 0 TO IDX-EC-TROUVE
           PERFORM VARYING IDX-EC FROM 1 BY 1
                     UNTIL IDX-EC > NB-EN-COURS
                        OR IDX-EC-TROUVE > 0
             IF NUM-STOCK-EC(IDX-EC) = NUM-STOCK
               MOVE IDX-EC TO IDX-EC-TROUVE
             END-IF
           END-PERFORM
           .
      * La quantite commandee ramene le stock a la cible du
      * referentiel ; cible a zero, la quantite standard s'applique.
       22000-GENERE-COMMANDE.
             MOVE DELAI-T(IDX-TROUVE) TO DELAI-F
             WRITE E-COMMANDE FROM FORMAT-COMMANDE
             ADD 1 TO CPT-COMMANDES
             PERFORM 23000-ECRIT-CARNET
             MOVE FOURNISSEUR-T(IDX-TROUVE) TO IDX-RECAP
             IF IDX-RECAP > 0
               ADD 1 TO NB-CMD-FOURN(IDX-RECAP)
             END-IF
           END-IF
           .
      * Le bon entre ouvert au carnet, livraison attendue a la date
      * du jour augmentee du delai du fournisseur.
       23000-ECRIT-CARNET.
           MOVE 'P' TO FONCTION-CALC
           MOVE DATE-JOUR TO DATE1-CALC
           MOVE 0 TO DATE2-CALC JOURS-CALC
           MOVE DELAI-T(IDX-TROUVE) TO NBJOURS-CALC
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC
            BY CONTENT DATE1-CALC
            BY CONTENT DATE2-CALC
            BY CONTENT NBJOURS-CALC
            BY REFERENCE JOURS-CALC
            BY REFERENCE DATE-RESULT-CALC
            BY REFERENCE VALIDE-CALC
           IF VALIDE-CALC NOT = 'V'
             MOVE DATE-JOUR TO DATE-RESULT-CALC
           END-IF
           MOVE SPACE TO E-CMDOUV
           MOVE NUM-COMMANDE TO NUM-CMD-OU
           MOVE NUM-STOCK TO NUM-STOCK-OU
           MOVE FOURNISSEUR-T(IDX-TROUVE) TO FOURNISSEUR-OU
           MOVE DATE-JOUR TO DATE-CMD-OU
           MOVE DATE-RESULT-CALC TO DATE-PREVUE-OU
           MOVE DELAI-T(IDX-TROUVE) TO DELAI-OU
           MOVE QTE-A-COMMANDER TO QTE-CMD-OU
           MOVE 0 TO QTE-RECUE-OU DATE-SOLDE-OU DATE-DERN-REC-OU
           SET CMD-OUVERTE TO TRUE
           WRITE E-CMDOUV
           .
      * Recapitulatif par fournisseur puis compteurs du run.
       30000-END-PGM.
           PERFORM VARYING IDX-RECAP FROM 1 BY 1
           CLOSE F-STOCK
           CLOSE F-COMMANDES
           CLOSE F-RECAP
           CLOSE F-CMDOUV
           DISPLAY "Produits lus              : " CPT-STOCK
           DISPLAY "Produits sous minimum     : " CPT-SOUS-MINIMUM
           DISPLAY "Commandes generees        : " CPT-COMMANDES
           DISPLAY "Produits sans fournisseur : " CPT-SANS-FOURNISSEUR
           DISPLAY "Deja en commande          : " CPT-DEJA-COMMANDES
           DISPLAY "Fournisseurs non charges  : " CPT-FOURN-DEBORDES
           IF RETURN-CODE = 0 AND CPT-SANS-FOURNISSEUR > 0
             MOVE 4 TO RETURN-CODE
