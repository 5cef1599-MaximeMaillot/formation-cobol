       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB9VAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parametre : mois valorise AAAAMM en colonnes 1-6 ; absent ou
      * invalide, le mois du run (valorisation de fin de mois).
           SELECT optional f-param ASSIGN ddvalprm
            FILE STATUS IS CR-PARAM.
      * Stock en fin de mois : valeur de cloture tenue par COB9MAJ.
           select f-stock assign ddstock
            FILE STATUS IS CR-STOCK.
      * Referentiel fournisseurs : fournisseur attitre du produit.
           select f-fourn assign ddfourn
            FILE STATUS IS CR-FOURN.
      * Journal des mouvements valorises ecrit par COB9MAJ.
           select optional f-mvtval assign ddmvtval
            FILE STATUS IS CR-MVTVAL.
      * Photographie de cloture du mois precedent : valeur
      * d'ouverture du mois. Absente, l'ouverture est reconstituee
      * a partir de la cloture et des mouvements.
           select optional f-ouverture assign ddvalouv
            FILE STATUS IS CR-OUVERTURE.
      * Photographie de cloture du mois, ouverture du mois suivant.
           select f-cloture assign ddvalclo
            FILE STATUS IS CR-CLOTURE.
      * Etat de valorisation du stock.
           select f-rapport assign ddvalrap
            FILE STATUS IS CR-RAPPORT.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd F-PARAM.
       01 E-PARAM.
         05 MOIS-P                 PIC X(6).
         05                        PIC X(74).
       fd F-STOCK
           BLOCK CONTAINS 0
           DATA RECORD IS E-STOCK.
       01 E-STOCK.
         05 NUM-STOCK              PIC 9(6).
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
       01 E-FOURN.
         05 NUM-STOCK-FO           PIC 9(6).
         05 FOURNISSEUR-FO         PIC 9(3).
         05 NOM-FOURN-FO           PIC X(20).
         05 DELAI-FO               PIC 9(3).
         05 QTE-STD-FO             PIC 9(4).
         05 STOCK-CIBLE-FO         PIC 9(4).
         05                        PIC X(40).
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
         05 QTE-APRES-VA           PIC 9(4).
         05 VALEUR-APRES-VA        PIC 9(8)V9(2).
         05 CMP-APRES-VA           PIC 9(4)V9(4).
         05                        PIC X(20).
       fd F-OUVERTURE
           BLOCK CONTAINS 0
           DATA RECORD IS E-OUVERTURE.
       01 E-OUVERTURE.
         05 NUM-STOCK-OV           PIC 9(6).
         05 MOIS-OV                PIC 9(6).
         05 QTE-OV                 PIC 9(4).
         05 CMP-OV                 PIC 9(4)V9(4).
         05 VALEUR-OV              PIC 9(8)V9(2).
         05                        PIC X(46).
       fd F-CLOTURE.
       01 E-CLOTURE                PIC X(80).
       fd F-RAPPORT.
       01 LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PARAM                 PIC 99.
       01 CR-STOCK                 PIC 99.
         88 EOF-STOCK VALUE 10.
       01 CR-FOURN                 PIC 99.
         88 EOF-FOURN VALUE 10.
       01 CR-MVTVAL                PIC 99.
         88 EOF-MVTVAL VALUE 10.
       01 CR-OUVERTURE             PIC 99.
         88 EOF-OUVERTURE VALUE 10.
       01 CR-CLOTURE               PIC 99.
       01 CR-RAPPORT               PIC 99.

       01 DATE-JOUR.
         05 MOIS-JOUR              PIC 9(6).
         05                        PIC 9(2).
       01 MOIS-ANALYSE             PIC 9(6).

      * Produits du mois : ouverture lue et mouvements du journal
      * cumules par nature, rapproches au fil de la lecture du stock.
       01 TAB-PRODUITS.
         05 PRODUIT-ENTRY OCCURS 2000.
           10 NUM-STOCK-T          PIC 9(6).
           10 OUVERTURE-LUE-T      PIC X(1).
           10 OUVERTURE-T          PIC 9(8)V9(2).
           10 ENTREES-T            PIC 9(8)V9(2).
           10 SORTIES-T            PIC 9(8)V9(2).
           10 AJUSTEMENTS-T        PIC S9(8)V9(2).
           10 RAPPROCHE-T          PIC X(1).
       77 NB-PRODUITS              PIC 9(4) VALUE 0.
       77 IDX-PRD                  PIC 9(4).
       77 IDX-TROUVE               PIC 9(4).
       77 CPT-PRODUITS-DEBORDES    PIC 9(4) VALUE 0.

      * Fournisseur attitre du produit.
       01 TAB-FOURN.
         05 FOURN-ENTRY OCCURS 1000.
           10 NUM-STOCK-FT         PIC 9(6).
           10 FOURNISSEUR-FT       PIC 9(3).
       77 NB-FOURN                 PIC 9(4) VALUE 0.
       77 IDX-FOURN                PIC 9(4).
       77 FOURN-PRODUIT            PIC 9(3).

      * Sous-totaux par code fournisseur (000 : sans fournisseur).
       01 TAB-TOT-FRN.
         05 TOT-FRN-ENTRY OCCURS 1000.
           10 OUVERTURE-FRN        PIC 9(9)V9(2).
           10 ENTREES-FRN          PIC 9(9)V9(2).
           10 SORTIES-FRN          PIC 9(9)V9(2).
           10 AJUSTEMENTS-FRN      PIC S9(9)V9(2).
           10 CLOTURE-FRN          PIC 9(9)V9(2).
       77 IDX-FRN                  PIC 9(4).

       77 OUVERTURE-PRD            PIC S9(8)V9(2).
       77 CLOTURE-CALCULEE         PIC S9(9)V9(2).
       77 ECART-PRD                PIC S9(9)V9(2).
       77 VALEUR-CLOTURE           PIC 9(8)V9(2).
       77 CMP-CLOTURE              PIC 9(4)V9(4).

       01 TOTAUX.
         05 OUVERTURE-TOT          PIC 9(10)V9(2) VALUE 0.
         05 ENTREES-TOT            PIC 9(10)V9(2) VALUE 0.
         05 SORTIES-TOT            PIC 9(10)V9(2) VALUE 0.
         05 AJUSTEMENTS-TOT        PIC S9(10)V9(2) VALUE 0.
         05 CLOTURE-TOT            PIC 9(10)V9(2) VALUE 0.

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-STOCK              PIC 9(4) VALUE 0.
         05 CPT-MVT-MOIS           PIC 9(6) VALUE 0.
         05 CPT-RECONSTITUES       PIC 9(4) VALUE 0.
         05 CPT-ECARTS             PIC 9(4) VALUE 0.
         05 CPT-SANS-PRODUIT       PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-CLOTURE.
         05 NUM-STOCK-CL           PIC 9(6).
         05 MOIS-CL                PIC 9(6).
         05 QTE-CL                 PIC 9(4).
         05 CMP-CL                 PIC 9(4)V9(4).
         05 VALEUR-CL              PIC 9(8)V9(2).
         05                        PIC X(46).

       01 FORMAT-TITRE.
         05                        PIC X(31) VALUE
           'VALORISATION DU STOCK - MOIS '.
         05 MOIS-T-F               PIC 9(6).
         05                        PIC X(43) VALUE
           ' (COUT MOYEN PONDERE)'.

       01 FORMAT-ENTETE.
         05                        PIC X(7) VALUE 'PRODUIT'.
         05                        PIC X(4) VALUE 'FRN'.
         05                        PIC X(12) VALUE '  OUVERTURE'.
         05                        PIC X(12) VALUE '    ENTREES'.
         05                        PIC X(12) VALUE '    SORTIES'.
         05                        PIC X(12) VALUE ' AJUSTEMENTS'.
         05                        PIC X(12) VALUE '    CLOTURE'.
         05                        PIC X(9).

       01 FORMAT-LIGNE.
         05 LIBELLE-F              PIC X(6).
         05                        PIC X(1).
         05 FOURN-F                PIC X(3).
         05                        PIC X(1).
         05 OUVERTURE-F            PIC Z(7)9,99.
         05                        PIC X(1).
         05 ENTREES-F              PIC Z(7)9,99.
         05                        PIC X(1).
         05 SORTIES-F              PIC Z(7)9,99.
         05                        PIC X(1).
         05 AJUSTEMENTS-F          PIC -Z(6)9,99.
         05                        PIC X(1).
         05 CLOTURE-F              PIC Z(7)9,99.
         05                        PIC X(1).
         05 RECONSTITUE-F          PIC X(1).
         05                        PIC X(8).

       01 FORMAT-ECART.
         05                        PIC X(30) VALUE
           '  ECART DE RAPPROCHEMENT     :'.
         05 ECART-F                PIC -Z(8)9,99.
         05                        PIC X(37).

       01 FORMAT-SECTION.
         05 LIB-SECTION-F          PIC X(40).
         05                        PIC X(40).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.
      * Mois valorise, ouvertures, journal du mois et fournisseurs
      * charges en table, puis ouverture du stock et des sorties.
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           MOVE MOIS-JOUR TO MOIS-ANALYSE
           OPEN INPUT F-PARAM
           IF CR-PARAM = 0
             READ F-PARAM
               NOT AT END
                 IF MOIS-P NUMERIC
                  AND MOIS-P(5:2) > '00' AND MOIS-P(5:2) < '13'
                   MOVE MOIS-P TO MOIS-ANALYSE
                 END-IF
             END-READ
             CLOSE F-PARAM
           END-IF
           INITIALIZE TAB-TOT-FRN
           PERFORM 11000-CHARGE-OUVERTURES
           PERFORM 12000-CHARGE-JOURNAL
           PERFORM 13000-CHARGE-FOURNISSEURS
           IF CPT-PRODUITS-DEBORDES > 0
             DISPLAY "TABLE DES PRODUITS PLEINE : "
                     CPT-PRODUITS-DEBORDES " NON VALORISES"
             MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT F-STOCK
           IF CR-STOCK > 0
             DISPLAY "ERROR DDSTOCK : " CR-STOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT F-CLOTURE
           OPEN OUTPUT F-RAPPORT
           MOVE MOIS-ANALYSE TO MOIS-T-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TITRE
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT FROM FORMAT-ENTETE
           .
       11000-CHARGE-OUVERTURES.
           OPEN INPUT F-OUVERTURE
           IF CR-OUVERTURE = 0
             PERFORM UNTIL EOF-OUVERTURE
               READ F-OUVERTURE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE NUM-STOCK-OV TO NUM-STOCK-VA
                   PERFORM 14000-POSTE-PRODUIT
                   IF IDX-TROUVE > 0
                     MOVE 'O' TO OUVERTURE-LUE-T(IDX-TROUVE)
                     MOVE VALEUR-OV TO OUVERTURE-T(IDX-TROUVE)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-OUVERTURE
           END-IF
           .
      * Mouvements du mois par nature : entrees et sorties courantes,
      * ajustements d'inventaire en net (excedent moins manquant).
       12000-CHARGE-JOURNAL.
           OPEN INPUT F-MVTVAL
           IF CR-MVTVAL = 0
             PERFORM UNTIL EOF-MVTVAL
               READ F-MVTVAL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF DATE-VA(1:6) = MOIS-ANALYSE
                     ADD 1 TO CPT-MVT-MOIS
                     PERFORM 14000-POSTE-PRODUIT
                     IF IDX-TROUVE > 0
                       PERFORM 12100-CUMULE-MOUVEMENT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-MVTVAL
           END-IF
           .
       12100-CUMULE-MOUVEMENT.
           EVALUATE TRUE
             WHEN ORIGINE-VA = 'I' AND CODE-VA = 'E'
               ADD VALEUR-VA TO AJUSTEMENTS-T(IDX-TROUVE)
             WHEN ORIGINE-VA = 'I'
               SUBTRACT VALEUR-VA FROM AJUSTEMENTS-T(IDX-TROUVE)
             WHEN CODE-VA = 'E'
               ADD VALEUR-VA TO ENTREES-T(IDX-TROUVE)
             WHEN OTHER
               ADD VALEUR-VA TO SORTIES-T(IDX-TROUVE)
           END-EVALUATE
           .
       13000-CHARGE-FOURNISSEURS.
           OPEN INPUT F-FOURN
           IF CR-FOURN > 0
             DISPLAY "ERROR DDFOURN : " CR-FOURN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-FOURN
             READ F-FOURN
               AT END
                 CONTINUE
               NOT AT END
                 IF NB-FOURN < 1000
                   ADD 1 TO NB-FOURN
                   MOVE NUM-STOCK-FO TO NUM-STOCK-FT(NB-FOURN)
                   MOVE FOURNISSEUR-FO TO FOURNISSEUR-FT(NB-FOURN)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-FOURN
           .
      * Poste du produit NUM-STOCK-VA dans la table, cree au besoin.
       14000-POSTE-PRODUIT.
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                     UNTIL IDX-PRD > NB-PRODUITS
                        OR IDX-TROUVE > 0
             IF NUM-STOCK-T(IDX-PRD) = NUM-STOCK-VA
               MOVE IDX-PRD TO IDX-TROUVE
             END-IF
           END-PERFORM
           IF IDX-TROUVE = 0
             IF NB-PRODUITS < 2000
               ADD 1 TO NB-PRODUITS
               MOVE NB-PRODUITS TO IDX-TROUVE
               MOVE NUM-STOCK-VA TO NUM-STOCK-T(IDX-TROUVE)
               MOVE 'N' TO OUVERTURE-LUE-T(IDX-TROUVE)
               MOVE 'N' TO RAPPROCHE-T(IDX-TROUVE)
               MOVE 0 TO OUVERTURE-T(IDX-TROUVE)
                         ENTREES-T(IDX-TROUVE)
                         SORTIES-T(IDX-TROUVE)
                         AJUSTEMENTS-T(IDX-TROUVE)
             ELSE
               ADD 1 TO CPT-PRODUITS-DEBORDES
             END-IF
           END-IF
           .
      * Parcours du stock : la cloture est la valeur tenue sur la
      * fiche ; elle doit egaler l'ouverture augmentee des entrees
      * et des ajustements, diminuee des sorties. Un ecart signale
      * des mouvements hors journal (ou passes apres la fin du mois
      * valorise).
       20000-TRAITEMENT.
           PERFORM 21000-READ-STOCK
           PERFORM UNTIL EOF-STOCK
             PERFORM 22000-VALORISE-PRODUIT
             PERFORM 21000-READ-STOCK
           END-PERFORM
           PERFORM 25000-PRODUITS-SANS-STOCK
           PERFORM 26000-EDITE-FOURNISSEURS
           .
       21000-READ-STOCK.
           READ F-STOCK
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO CPT-STOCK
           END-READ
           .
       22000-VALORISE-PRODUIT.
           IF VALEUR-STOCK NUMERIC AND CMP-STOCK NUMERIC
             MOVE VALEUR-STOCK TO VALEUR-CLOTURE
             MOVE CMP-STOCK TO CMP-CLOTURE
           ELSE
             COMPUTE VALEUR-CLOTURE = NB-PRODUIT * PU-PRODUIT
             MOVE PU-PRODUIT TO CMP-CLOTURE
           END-IF
           MOVE NUM-STOCK TO NUM-STOCK-VA
           PERFORM 14000-POSTE-PRODUIT
           IF IDX-TROUVE > 0
             PERFORM 22100-RAPPROCHE-PRODUIT
           END-IF
           .
       22100-RAPPROCHE-PRODUIT.
           MOVE 'O' TO RAPPROCHE-T(IDX-TROUVE)
           MOVE SPACE TO RECONSTITUE-F
           IF OUVERTURE-LUE-T(IDX-TROUVE) = 'O'
             MOVE OUVERTURE-T(IDX-TROUVE) TO OUVERTURE-PRD
           ELSE
             COMPUTE OUVERTURE-PRD = VALEUR-CLOTURE
               - ENTREES-T(IDX-TROUVE) + SORTIES-T(IDX-TROUVE)
               - AJUSTEMENTS-T(IDX-TROUVE)
             IF OUVERTURE-PRD < 0
               MOVE 0 TO OUVERTURE-PRD
             END-IF
             MOVE OUVERTURE-PRD TO OUVERTURE-T(IDX-TROUVE)
             MOVE '*' TO RECONSTITUE-F
             ADD 1 TO CPT-RECONSTITUES
           END-IF
           PERFORM 23000-FOURN-PRODUIT
           MOVE NUM-STOCK TO LIBELLE-F
           PERFORM 24000-ECRIT-LIGNE
           MOVE SPACE TO E-CLOTURE
           MOVE NUM-STOCK TO NUM-STOCK-CL
           MOVE MOIS-ANALYSE TO MOIS-CL
           MOVE NB-PRODUIT TO QTE-CL
           MOVE CMP-CLOTURE TO CMP-CL
           MOVE VALEUR-CLOTURE TO VALEUR-CL
           WRITE E-CLOTURE FROM FORMAT-CLOTURE
           .
       23000-FOURN-PRODUIT.
           MOVE 0 TO FOURN-PRODUIT
           PERFORM VARYING IDX-FOURN FROM 1 BY 1
                     UNTIL IDX-FOURN > NB-FOURN
                        OR FOURN-PRODUIT > 0
             IF NUM-STOCK-FT(IDX-FOURN) = NUM-STOCK
               MOVE FOURNISSEUR-FT(IDX-FOURN) TO FOURN-PRODUIT
             END-IF
           END-PERFORM
           .
      * Ligne du produit, cumuls fournisseur et general, ecart de
      * rapprochement s'il y a lieu.
       24000-ECRIT-LIGNE.
           COMPUTE CLOTURE-CALCULEE = OUVERTURE-T(IDX-TROUVE)
             + ENTREES-T(IDX-TROUVE) - SORTIES-T(IDX-TROUVE)
             + AJUSTEMENTS-T(IDX-TROUVE)
           COMPUTE ECART-PRD = VALEUR-CLOTURE - CLOTURE-CALCULEE
           MOVE FOURN-PRODUIT TO FOURN-F
           MOVE OUVERTURE-T(IDX-TROUVE) TO OUVERTURE-F
           MOVE ENTREES-T(IDX-TROUVE) TO ENTREES-F
           MOVE SORTIES-T(IDX-TROUVE) TO SORTIES-F
           MOVE AJUSTEMENTS-T(IDX-TROUVE) TO AJUSTEMENTS-F
           MOVE VALEUR-CLOTURE TO CLOTURE-F
           WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
           IF ECART-PRD NOT = 0
             ADD 1 TO CPT-ECARTS
             MOVE ECART-PRD TO ECART-F
             WRITE LIGNE-RAPPORT FROM FORMAT-ECART
           END-IF
           COMPUTE IDX-FRN = FOURN-PRODUIT + 1
           ADD OUVERTURE-T(IDX-TROUVE) TO OUVERTURE-FRN(IDX-FRN)
                                          OUVERTURE-TOT
           ADD ENTREES-T(IDX-TROUVE) TO ENTREES-FRN(IDX-FRN)
                                        ENTREES-TOT
           ADD SORTIES-T(IDX-TROUVE) TO SORTIES-FRN(IDX-FRN)
                                        SORTIES-TOT
           ADD AJUSTEMENTS-T(IDX-TROUVE) TO AJUSTEMENTS-FRN(IDX-FRN)
                                            AJUSTEMENTS-TOT
           ADD VALEUR-CLOTURE TO CLOTURE-FRN(IDX-FRN) CLOTURE-TOT
           .
      * Mouvements du mois sur un produit absent du stock : signales.
       25000-PRODUITS-SANS-STOCK.
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                     UNTIL IDX-PRD > NB-PRODUITS
             IF RAPPROCHE-T(IDX-PRD) = 'N'
              AND (ENTREES-T(IDX-PRD) > 0 OR SORTIES-T(IDX-PRD) > 0
                   OR AJUSTEMENTS-T(IDX-PRD) NOT = 0)
               ADD 1 TO CPT-SANS-PRODUIT
               MOVE SPACE TO LIGNE-RAPPORT
               STRING 'MOUVEMENTS SANS PRODUIT AU STOCK : '
                      NUM-STOCK-T(IDX-PRD)
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
             END-IF
           END-PERFORM
           .
      * Sous-totaux par fournisseur puis total general, qui doit
      * se verifier comme chaque ligne produit.
       26000-EDITE-FOURNISSEURS.
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'TOTAUX PAR FOURNISSEUR' TO LIB-SECTION-F
           WRITE LIGNE-RAPPORT FROM FORMAT-SECTION
           WRITE LIGNE-RAPPORT FROM FORMAT-ENTETE
           PERFORM VARYING IDX-FRN FROM 1 BY 1
                     UNTIL IDX-FRN > 1000
             IF OUVERTURE-FRN(IDX-FRN) > 0 OR ENTREES-FRN(IDX-FRN) > 0
              OR SORTIES-FRN(IDX-FRN) > 0 OR CLOTURE-FRN(IDX-FRN) > 0
              OR AJUSTEMENTS-FRN(IDX-FRN) NOT = 0
               MOVE 'FOURN.' TO LIBELLE-F
               COMPUTE FOURN-PRODUIT = IDX-FRN - 1
               MOVE FOURN-PRODUIT TO FOURN-F
               MOVE OUVERTURE-FRN(IDX-FRN) TO OUVERTURE-F
               MOVE ENTREES-FRN(IDX-FRN) TO ENTREES-F
               MOVE SORTIES-FRN(IDX-FRN) TO SORTIES-F
               MOVE AJUSTEMENTS-FRN(IDX-FRN) TO AJUSTEMENTS-F
               MOVE CLOTURE-FRN(IDX-FRN) TO CLOTURE-F
               MOVE SPACE TO RECONSTITUE-F
               WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
             END-IF
           END-PERFORM
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'TOTAL' TO LIBELLE-F
           MOVE SPACE TO FOURN-F RECONSTITUE-F
           MOVE OUVERTURE-TOT TO OUVERTURE-F
           MOVE ENTREES-TOT TO ENTREES-F
           MOVE SORTIES-TOT TO SORTIES-F
           MOVE AJUSTEMENTS-TOT TO AJUSTEMENTS-F
           MOVE CLOTURE-TOT TO CLOTURE-F
           WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
           COMPUTE ECART-PRD = CLOTURE-TOT - OUVERTURE-TOT
             - ENTREES-TOT + SORTIES-TOT - AJUSTEMENTS-TOT
           MOVE ECART-PRD TO ECART-F
           WRITE LIGNE-RAPPORT FROM FORMAT-ECART
           .
       30000-END-PGM.
           CLOSE F-STOCK
           CLOSE F-CLOTURE
           CLOSE F-RAPPORT
           DISPLAY "Mois valorise           : " MOIS-ANALYSE
           DISPLAY "Produits lus            : " CPT-STOCK
           DISPLAY "Mouvements du mois      : " CPT-MVT-MOIS
           DISPLAY "Ouvertures reconstituees: " CPT-RECONSTITUES
           DISPLAY "Ecarts de rapprochement : " CPT-ECARTS
           DISPLAY "Mouvements sans produit : " CPT-SANS-PRODUIT
           DISPLAY "Valeur de cloture       : " CLOTURE-TOT
           IF RETURN-CODE = 0
            AND (CPT-ECARTS > 0 OR CPT-SANS-PRODUIT > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           .
