           SELECT f-stock ASSIGN ddstock
            FILE STATUS IS CR-STOCK.
      * Mouvements de stock : entrees (E) et sorties (S) par numero
      * de produit. Une entree fournisseur cite son bon de commande
      * et passe d'abord par le rapprochement COB9REC.
           select f-mvtstk assign ddmvtstk
            FILE STATUS IS CR-MVTSTK.
      * Mouvements rejetes (sortie qui rendrait le stock negatif,
      * quantites fraichement mises a jour, comme dans COB9.
           select f-alerte assign ddalerte
            FILE STATUS IS CR-ALERTE.
      * Journal des mouvements appliques, valorises au cout moyen
      * pondere, cumule de run en run pour la valorisation de fin
      * de mois COB9VAL ; ses sorties datees font l'historique des
      * consommations de la revue des minimums COB9MIN.
           select optional f-mvtval assign ddmvtval
            FILE STATUS IS CR-MVTVAL.
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
       fd F-MVTSTK
           BLOCK CONTAINS 0
           DATA RECORD IS E-MVTSTK.
           88 MVT-ENTREE           VALUE 'E'.
           88 MVT-SORTIE           VALUE 'S'.
         05 QTE-MVTSTK             PIC 9(4).
      * Bon de commande livre (entree fournisseur) et date du
      * mouvement AAAAMMJJ ; a blanc ou zero si non renseignes.
         05 NUM-CMD-MVTSTK         PIC 9(6).
         05 DATE-MVTSTK            PIC 9(8).
      * Cout unitaire d'achat de l'entree fournisseur ; zero ou
      * blanc : l'entree est valorisee au cout moyen en cours.
         05 PU-ACHAT-MVTSTK        PIC 9(4)V9(2).
      * I : ajustement d'inventaire emis par COB9INV.
         05 ORIGINE-MVTSTK         PIC X(1).
           88 MVT-INVENTAIRE       VALUE 'I'.
         05                        PIC X(48).
       fd F-REJETS.
       01 E-REJET                  PIC X(80).
       fd F-ALERTE.
       01 ALERTE                   PIC X(80).
       fd F-MVTVAL
           BLOCK CONTAINS 0
           DATA RECORD IS E-MVTVAL.
       01 E-MVTVAL.
         05 DATE-VA                PIC 9(8).
         05 NUM-STOCK-VA           PIC 9(6).
         05 CODE-VA                PIC X(1).
         05 ORIGINE-VA             PIC X(1).
         05 QTE-VA                 PIC 9(4).
         05 COUT-UNIT-VA           PIC 9(4)V9(4).
         05 VALEUR-VA              PIC 9(8)V9(2).
      * Situation du produit apres le mouvement.
         05 QTE-APRES-VA           PIC 9(4).
         05 VALEUR-APRES-VA        PIC 9(8)V9(2).
         05 CMP-APRES-VA           PIC 9(4)V9(4).
         05                        PIC X(20).

       WORKING-STORAGE SECTION.
       01 CR-STOCK                 PIC 99.
         88 EOF-MVTSTK VALUE 10.
       01 CR-REJETS                PIC 99.
       01 CR-ALERTE                PIC 99.
       01 CR-MVTVAL                PIC 99.

      * Mouvements charges en table au demarrage, appliques produit
      * par produit au fil de la lecture du stock ; un mouvement
           10 NUM-MVT-T            PIC 9(6).
           10 CODE-MVT-T           PIC X(1).
           10 QTE-MVT-T            PIC 9(4).
           10 DATE-MVT-T           PIC 9(8).
           10 PU-ACHAT-MVT-T       PIC 9(4)V9(2).
           10 ORIGINE-MVT-T        PIC X(1).
           10 APPLIQUE-T           PIC X(1).
       77 NB-MVTSTK                PIC 9(4) VALUE 0.
       77 IDX-MVT                  PIC 9(4).

       77 QTE-CALCUL               PIC S9(5).
       01 DATE-JOUR                PIC 9(8).
       77 COUT-MVT                 PIC 9(4)V9(4).
       77 VALEUR-MVT               PIC 9(8)V9(2).
       77 STOCK-MODIFIE-SW         PIC X.
         88 STOCK-MODIFIE VALUE 'O'.
         88 STOCK-INCHANGE VALUE 'N'.
           STOP RUN.
      * Charge les mouvements puis ouvre le stock en mise a jour
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           OPEN OUTPUT F-REJETS
           PERFORM 11000-CHARGE-MOUVEMENTS
           OPEN I-O F-STOCK
             STOP RUN
           END-IF
           OPEN OUTPUT F-ALERTE
           OPEN EXTEND F-MVTVAL
           IF CR-MVTVAL > 9
             DISPLAY "ERROR DDMVTVAL : " CR-MVTVAL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .
      * Les mouvements tiennent en table, le stock se lit une fois
       11000-CHARGE-MOUVEMENTS.
                   MOVE NUM-MVTSTK TO NUM-MVT-T(NB-MVTSTK)
                   MOVE CODE-MVTSTK TO CODE-MVT-T(NB-MVTSTK)
                   MOVE QTE-MVTSTK TO QTE-MVT-T(NB-MVTSTK)
                   IF DATE-MVTSTK NUMERIC AND DATE-MVTSTK > 0
                     MOVE DATE-MVTSTK TO DATE-MVT-T(NB-MVTSTK)
                   ELSE
                     MOVE DATE-JOUR TO DATE-MVT-T(NB-MVTSTK)
                   END-IF
                   IF PU-ACHAT-MVTSTK NUMERIC
                     MOVE PU-ACHAT-MVTSTK TO PU-ACHAT-MVT-T(NB-MVTSTK)
                   ELSE
                     MOVE 0 TO PU-ACHAT-MVT-T(NB-MVTSTK)
                   END-IF
                   MOVE ORIGINE-MVTSTK TO ORIGINE-MVT-T(NB-MVTSTK)
                   MOVE 'N' TO APPLIQUE-T(NB-MVTSTK)
                 ELSE
                   ADD 1 TO CPT-MVT-DEBORDES
      * auquel cas le mouvement part en rejet.
       22000-APPLIQUE-MOUVEMENTS.
           SET STOCK-INCHANGE TO TRUE
           PERFORM 22100-REPRISE-VALEUR
           PERFORM VARYING IDX-MVT FROM 1 BY 1
                     UNTIL IDX-MVT > NB-MVTSTK
             IF NUM-MVT-T(IDX-MVT) = NUM-STOCK
             END-IF
           END-PERFORM
           .
      * Fiche anterieure au cout moyen : la valeur de depart est
      * reprise du prix unitaire de la fiche.
       22100-REPRISE-VALEUR.
           IF CMP-STOCK NOT NUMERIC OR VALEUR-STOCK NOT NUMERIC
             MOVE PU-PRODUIT TO CMP-STOCK
             COMPUTE VALEUR-STOCK = NB-PRODUIT * PU-PRODUIT
             SET STOCK-MODIFIE TO TRUE
           END-IF
           .
       23000-APPLIQUE-UN-MOUVEMENT.
           MOVE 'O' TO APPLIQUE-T(IDX-MVT)
           EVALUATE CODE-MVT-T(IDX-MVT)
             WHEN 'E'
               PERFORM 23100-VALORISE-ENTREE
               ADD QTE-MVT-T(IDX-MVT) TO NB-PRODUIT
               ADD VALEUR-MVT TO VALEUR-STOCK
               IF ORIGINE-MVT-T(IDX-MVT) NOT = 'I' AND NB-PRODUIT > 0
                 COMPUTE CMP-STOCK ROUNDED =
                   VALEUR-STOCK / NB-PRODUIT
               END-IF
               ADD 1 TO CPT-MVT-APPLIQUES
               SET STOCK-MODIFIE TO TRUE
               PERFORM 23300-ECRIT-JOURNAL
             WHEN 'S'
               COMPUTE QTE-CALCUL = NB-PRODUIT - QTE-MVT-T(IDX-MVT)
               IF QTE-CALCUL < 0
                   TO MOTIF-REJET-F
                 PERFORM 24000-ECRIT-REJET
               ELSE
                 PERFORM 23200-VALORISE-SORTIE
                 MOVE QTE-CALCUL TO NB-PRODUIT
                 SUBTRACT VALEUR-MVT FROM VALEUR-STOCK
                 ADD 1 TO CPT-MVT-APPLIQUES
                 SET STOCK-MODIFIE TO TRUE
                 PERFORM 23300-ECRIT-JOURNAL
               END-IF
             WHEN OTHER
               MOVE "CODE MOUVEMENT INCONNU" TO MOTIF-REJET-F
               PERFORM 24000-ECRIT-REJET
           END-EVALUATE
           .
      * Une entree fournisseur est valorisee a son cout d'achat et
      * refait le cout moyen ; un excedent d'inventaire, ou une
      * entree sans cout, entre au cout moyen en cours.
       23100-VALORISE-ENTREE.
           IF ORIGINE-MVT-T(IDX-MVT) = 'I'
            OR PU-ACHAT-MVT-T(IDX-MVT) = 0
             MOVE CMP-STOCK TO COUT-MVT
           ELSE
             MOVE PU-ACHAT-MVT-T(IDX-MVT) TO COUT-MVT
           END-IF
           COMPUTE VALEUR-MVT ROUNDED = QTE-MVT-T(IDX-MVT) * COUT-MVT
           .
      * Une sortie part au cout moyen ; la derniere sortie qui vide
      * le produit emporte toute la valeur restante, pour que la
      * valeur du stock reste la somme exacte des mouvements.
       23200-VALORISE-SORTIE.
           MOVE CMP-STOCK TO COUT-MVT
           IF QTE-CALCUL = 0
             MOVE VALEUR-STOCK TO VALEUR-MVT
           ELSE
             COMPUTE VALEUR-MVT ROUNDED =
               QTE-MVT-T(IDX-MVT) * COUT-MVT
             IF VALEUR-MVT > VALEUR-STOCK
               MOVE VALEUR-STOCK TO VALEUR-MVT
             END-IF
           END-IF
           .
       23300-ECRIT-JOURNAL.
           MOVE SPACE TO E-MVTVAL
           MOVE DATE-MVT-T(IDX-MVT) TO DATE-VA
           MOVE NUM-STOCK TO NUM-STOCK-VA
           MOVE CODE-MVT-T(IDX-MVT) TO CODE-VA
           MOVE ORIGINE-MVT-T(IDX-MVT) TO ORIGINE-VA
           MOVE QTE-MVT-T(IDX-MVT) TO QTE-VA
           MOVE COUT-MVT TO COUT-UNIT-VA
           MOVE VALEUR-MVT TO VALEUR-VA
           MOVE NB-PRODUIT TO QTE-APRES-VA
           MOVE VALEUR-STOCK TO VALEUR-APRES-VA
           MOVE CMP-STOCK TO CMP-APRES-VA
           WRITE E-MVTVAL
           .
       24000-ECRIT-REJET.
           MOVE NUM-MVT-T(IDX-MVT) TO NUM-REJET-F
           MOVE CODE-MVT-T(IDX-MVT) TO CODE-REJET-F
           CLOSE F-STOCK
           CLOSE F-REJETS
           CLOSE F-ALERTE
           CLOSE F-MVTVAL
           DISPLAY "Produits lus          : " CPT-STOCK
           DISPLAY "Mouvements lus        : " CPT-MVT-LUS
           DISPLAY "Mouvements appliques  : " CPT-MVT-APPLIQUES
