       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB9MIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parametre : colonnes 1-6 dernier mois AAAAMM du trimestre
      * analyse (defaut : le mois precedent le run) ; colonnes 7-9,
      * 10-12 et 13-15 stock de securite en jours de consommation
      * des classes A, B et C (defauts 10, 7 et 5).
           SELECT optional f-param ASSIGN ddminprm
            FILE STATUS IS CR-PARAM.
      * Stock : minimum actuel des produits.
           select f-stock assign ddstock
            FILE STATUS IS CR-STOCK.
      * Referentiel fournisseurs : delai de livraison du produit.
           select f-fourn assign ddfourn
            FILE STATUS IS CR-FOURN.
      * Journal des mouvements valorises de COB9MAJ : ses sorties
      * courantes datees font l'historique des consommations.
           select optional f-mvtval assign ddmvtval
            FILE STATUS IS CR-MVTVAL.
      * Propositions de minimum a valider, appliquees ensuite par
      * COB9MAP.
           select f-propos assign ddminprp
            FILE STATUS IS CR-PROPOS.
      * Etat de revue des minimums, par valeur consommee.
           select f-rapport assign ddminrap
            FILE STATUS IS CR-RAPPORT.
           select sd-tri assign sortwk1.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd F-PARAM.
       01 E-PARAM.
         05 MOIS-P                 PIC X(6).
         05 SECURITE-A-P           PIC X(3).
         05 SECURITE-B-P           PIC X(3).
         05 SECURITE-C-P           PIC X(3).
         05                        PIC X(65).
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
         05 DATE-VA.
           10 AN-VA                PIC 9(4).
           10 MM-VA                PIC 9(2).
           10 JJ-VA                PIC 9(2).
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
       fd F-PROPOS
           BLOCK CONTAINS 0
           DATA RECORD IS E-PROPOS.
       01 E-PROPOS.
         05 NUM-STOCK-PR           PIC 9(6).
         05 CLASSE-PR              PIC X(1).
         05 MIN-ACTUEL-PR          PIC 9(4).
         05 MIN-PROPOSE-PR         PIC 9(4).
      * Minimum retenu, le propose par defaut, modifiable a la
      * revue ; decision O pour l'appliquer, a blanc sinon.
         05 MIN-RETENU-PR          PIC 9(4).
         05 DECISION-PR            PIC X(1).
         05 CONSO-TRIM-PR          PIC 9(6).
         05 POINTE-PR              PIC 9(6).
         05 DELAI-PR               PIC 9(3).
         05 MOIS-FIN-PR            PIC 9(6).
         05                        PIC X(39).
       fd F-RAPPORT.
       01 LIGNE-RAPPORT            PIC X(80).
       sd SD-TRI.
       01 E-TRI.
         05 VALEUR-TRI             PIC 9(9)V9(2).
         05 IDX-TRI                PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CR-PARAM                 PIC 99.
       01 CR-STOCK                 PIC 99.
         88 EOF-STOCK VALUE 10.
       01 CR-FOURN                 PIC 99.
         88 EOF-FOURN VALUE 10.
       01 CR-MVTVAL                PIC 99.
         88 EOF-MVTVAL VALUE 10.
       01 CR-PROPOS                PIC 99.
       01 CR-RAPPORT               PIC 99.
       77 FIN-TRI-SW               PIC X VALUE 'N'.
         88 FIN-TRI VALUE 'O'.

       01 DATE-JOUR.
         05 AN-JOUR                PIC 9(4).
         05 MM-JOUR                PIC 9(2).
         05 JJ-JOUR                PIC 9(2).
      * Trimestre analyse : trois mois finissant au mois parametre.
       01 MOIS-FIN.
         05 AN-FIN                 PIC 9(4).
         05 MM-FIN                 PIC 9(2).
       01 MOIS-DEBUT.
         05 AN-DEBUT               PIC 9(4).
         05 MM-DEBUT               PIC 9(2).
       01 MOIS-SUIVANT.
         05 AN-SUIVANT             PIC 9(4).
         05 MM-SUIVANT             PIC 9(2).
       77 ABS-MOIS                 PIC 9(6).
       77 ABS-DEBUT                PIC 9(6).
       77 RANG-MOIS                PIC S9(6).
       77 JOURS-TRIM               PIC 9(3).

      * Stock de securite en jours par classe.
       77 SECURITE-A               PIC 9(3) VALUE 10.
       77 SECURITE-B               PIC 9(3) VALUE 7.
       77 SECURITE-C               PIC 9(3) VALUE 5.
       77 SECURITE-CLASSE          PIC 9(3).

      * Jours du trimestre par CALCDATE (fonction 'J').
       77 FONCTION-CALC            PIC X(1).
       77 DATE1-CALC               PIC 9(8).
       77 DATE2-CALC               PIC 9(8).
       77 NBJOURS-CALC             PIC S9(5).
       77 JOURS-CALC               PIC S9(7).
       77 DATE-RESULT-CALC         PIC 9(8).
       77 VALIDE-CALC              PIC X(1).

      * Produits du stock avec leur delai fournisseur et leurs
      * sorties du trimestre mois par mois.
       01 TAB-PRODUITS.
         05 PRODUIT-ENTRY OCCURS 1000.
           10 NUM-STOCK-T          PIC 9(6).
           10 NB-MIN-T             PIC 9(4).
           10 DELAI-T              PIC 9(3).
           10 FOURN-CONNU-T        PIC X(1).
           10 CONSO-MOIS-T         PIC 9(6) OCCURS 3.
           10 VALEUR-CONSO-T       PIC 9(9)V9(2).
       77 NB-PRODUITS              PIC 9(4) VALUE 0.
       77 IDX-PRD                  PIC 9(4).
       77 IDX-TROUVE               PIC 9(4).
       77 IDX-MOIS                 PIC 9(1).

       01 TAB-FOURN.
         05 FOURN-ENTRY OCCURS 1000.
           10 NUM-STOCK-FT         PIC 9(6).
           10 DELAI-FT             PIC 9(3).
       77 NB-FOURN                 PIC 9(4) VALUE 0.
       77 IDX-FOURN                PIC 9(4).

      * Classement ABC sur la valeur consommee cumulee : A jusqu'a
      * 80 % du total, B jusqu'a 95 %, C au-dela et sans sortie.
       77 VALEUR-CONSO-TOT         PIC 9(10)V9(2) VALUE 0.
       77 VALEUR-CUMULEE           PIC 9(10)V9(2) VALUE 0.
       77 CLASSE-PRODUIT           PIC X(1).
       77 CONSO-TRIM               PIC 9(6).
       77 CONSO-POINTE             PIC 9(6).
       77 CONSO-MOYENNE            PIC 9(5)V9.
       77 CONSO-JOUR               PIC 9(4)V9(4).
       77 MIN-CALCULE              PIC 9(6)V9(4).
       77 MIN-PROPOSE              PIC 9(4).
       77 ECART-MIN                PIC S9(4).

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-STOCK              PIC 9(4) VALUE 0.
         05 CPT-SORTIES            PIC 9(6) VALUE 0.
         05 CPT-HORS-STOCK         PIC 9(4) VALUE 0.
         05 CPT-CLASSE-A           PIC 9(4) VALUE 0.
         05 CPT-CLASSE-B           PIC 9(4) VALUE 0.
         05 CPT-CLASSE-C           PIC 9(4) VALUE 0.
         05 CPT-PROPOSITIONS       PIC 9(4) VALUE 0.
         05 CPT-SANS-FOURN         PIC 9(4) VALUE 0.
         05 CPT-PRODUITS-DEBORDES  PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-TITRE.
         05                        PIC X(32) VALUE
           'REVUE DES MINIMUMS - TRIMESTRE '.
         05 DEBUT-T-F              PIC 9(6).
         05                        PIC X(3) VALUE ' A '.
         05 FIN-T-F                PIC 9(6).
         05                        PIC X(33).

       01 FORMAT-SECURITE.
         05                        PIC X(29) VALUE
           'SECURITE EN JOURS - A : '.
         05 SECU-A-F               PIC ZZ9.
         05                        PIC X(6) VALUE '  B : '.
         05 SECU-B-F               PIC ZZ9.
         05                        PIC X(6) VALUE '  C : '.
         05 SECU-C-F               PIC ZZ9.
         05                        PIC X(30).

       01 FORMAT-ENTETE.
         05                        PIC X(7) VALUE 'PRODUIT'.
         05                        PIC X(2) VALUE 'C'.
         05                        PIC X(7) VALUE ' SORTIE'.
         05                        PIC X(8) VALUE ' MOY/MS'.
         05                        PIC X(7) VALUE ' POINTE'.
         05                        PIC X(12) VALUE '     VALEUR'.
         05                        PIC X(4) VALUE ' DEL'.
         05                        PIC X(5) VALUE ' MIN'.
         05                        PIC X(5) VALUE ' PROP'.
         05                        PIC X(6) VALUE ' ECART'.
         05                        PIC X(17).

       01 FORMAT-LIGNE.
         05 NUM-STOCK-F            PIC 9(6).
         05                        PIC X(1).
         05 CLASSE-F               PIC X(1).
         05                        PIC X(1).
         05 CONSO-F                PIC Z(5)9.
         05                        PIC X(1).
         05 MOYENNE-F              PIC Z(4)9,9.
         05                        PIC X(1).
         05 POINTE-F               PIC Z(5)9.
         05                        PIC X(1).
         05 VALEUR-F               PIC Z(7)9,99.
         05                        PIC X(1).
         05 DELAI-F                PIC ZZ9.
         05 SANS-FOURN-F           PIC X(1).
         05 MIN-ACTUEL-F           PIC Z(3)9.
         05                        PIC X(1).
         05 MIN-PROPOSE-F          PIC Z(3)9.
         05                        PIC X(1).
         05 ECART-F                PIC -Z(3)9.
         05                        PIC X(16).

       01 FORMAT-TOTAL.
         05 LIB-TOTAL-F            PIC X(30).
         05 NB-TOTAL-F             PIC Z(5)9.
         05                        PIC X(44).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.
      * Trimestre et securites, fournisseurs, stock et journal
      * charges en table, ouverture des sorties.
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE ABS-MOIS = AN-JOUR * 12 + MM-JOUR - 1 - 1
           DIVIDE ABS-MOIS BY 12 GIVING AN-FIN
             REMAINDER MM-FIN
           ADD 1 TO MM-FIN
           OPEN INPUT F-PARAM
           IF CR-PARAM = 0
             READ F-PARAM
               NOT AT END
                 PERFORM 11000-LIT-PARAMETRE
             END-READ
             CLOSE F-PARAM
           END-IF
           PERFORM 12000-BORNES-TRIMESTRE
           PERFORM 13000-CHARGE-FOURNISSEURS
           PERFORM 14000-CHARGE-STOCK
           PERFORM 15000-CHARGE-SORTIES
           OPEN OUTPUT F-PROPOS
           OPEN OUTPUT F-RAPPORT
           MOVE MOIS-DEBUT TO DEBUT-T-F
           MOVE MOIS-FIN TO FIN-T-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TITRE
           MOVE SECURITE-A TO SECU-A-F
           MOVE SECURITE-B TO SECU-B-F
           MOVE SECURITE-C TO SECU-C-F
           WRITE LIGNE-RAPPORT FROM FORMAT-SECURITE
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT FROM FORMAT-ENTETE
           .
       11000-LIT-PARAMETRE.
           IF MOIS-P NUMERIC
            AND MOIS-P(5:2) > '00' AND MOIS-P(5:2) < '13'
             MOVE MOIS-P TO MOIS-FIN
           END-IF
           IF SECURITE-A-P NUMERIC
             MOVE SECURITE-A-P TO SECURITE-A
           END-IF
           IF SECURITE-B-P NUMERIC
             MOVE SECURITE-B-P TO SECURITE-B
           END-IF
           IF SECURITE-C-P NUMERIC
             MOVE SECURITE-C-P TO SECURITE-C
           END-IF
           .
      * Premier mois du trimestre, mois suivant sa fin, et nombre
      * de jours entre les deux pour la consommation journaliere.
       12000-BORNES-TRIMESTRE.
           COMPUTE ABS-MOIS = AN-FIN * 12 + MM-FIN - 1
           COMPUTE ABS-DEBUT = ABS-MOIS - 2
           DIVIDE ABS-DEBUT BY 12 GIVING AN-DEBUT
             REMAINDER MM-DEBUT
           ADD 1 TO MM-DEBUT
           COMPUTE ABS-MOIS = ABS-MOIS + 1
           DIVIDE ABS-MOIS BY 12 GIVING AN-SUIVANT
             REMAINDER MM-SUIVANT
           ADD 1 TO MM-SUIVANT
           MOVE 'J' TO FONCTION-CALC
           COMPUTE DATE1-CALC = AN-DEBUT * 10000
                              + MM-DEBUT * 100 + 1
           COMPUTE DATE2-CALC = AN-SUIVANT * 10000
                              + MM-SUIVANT * 100 + 1
           MOVE 0 TO NBJOURS-CALC JOURS-CALC
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC
            BY CONTENT DATE1-CALC
            BY CONTENT DATE2-CALC
            BY CONTENT NBJOURS-CALC
            BY REFERENCE JOURS-CALC
            BY REFERENCE DATE-RESULT-CALC
            BY REFERENCE VALIDE-CALC
           IF VALIDE-CALC = 'V' AND JOURS-CALC > 0
             MOVE JOURS-CALC TO JOURS-TRIM
           ELSE
             MOVE 91 TO JOURS-TRIM
           END-IF
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
                   MOVE DELAI-FO TO DELAI-FT(NB-FOURN)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-FOURN
           .
      * Un produit sans fournisseur garde un delai nul : sa
      * proposition ne couvre que la securite et il est signale.
       14000-CHARGE-STOCK.
           OPEN INPUT F-STOCK
           IF CR-STOCK > 0
             DISPLAY "ERROR DDSTOCK : " CR-STOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-STOCK
             READ F-STOCK
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-STOCK
                 IF NB-PRODUITS < 1000
                   ADD 1 TO NB-PRODUITS
                   PERFORM 14100-POSTE-PRODUIT
                 ELSE
                   ADD 1 TO CPT-PRODUITS-DEBORDES
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-STOCK
           IF CPT-PRODUITS-DEBORDES > 0
             DISPLAY "TABLE DES PRODUITS PLEINE : "
                     CPT-PRODUITS-DEBORDES " NON REVUS"
             MOVE 8 TO RETURN-CODE
           END-IF
           .
       14100-POSTE-PRODUIT.
           MOVE NUM-STOCK TO NUM-STOCK-T(NB-PRODUITS)
           MOVE NB-MIN TO NB-MIN-T(NB-PRODUITS)
           MOVE 0 TO DELAI-T(NB-PRODUITS)
                     CONSO-MOIS-T(NB-PRODUITS, 1)
                     CONSO-MOIS-T(NB-PRODUITS, 2)
                     CONSO-MOIS-T(NB-PRODUITS, 3)
                     VALEUR-CONSO-T(NB-PRODUITS)
           MOVE 'N' TO FOURN-CONNU-T(NB-PRODUITS)
           PERFORM VARYING IDX-FOURN FROM 1 BY 1
                     UNTIL IDX-FOURN > NB-FOURN
                        OR FOURN-CONNU-T(NB-PRODUITS) = 'O'
             IF NUM-STOCK-FT(IDX-FOURN) = NUM-STOCK
               MOVE DELAI-FT(IDX-FOURN) TO DELAI-T(NB-PRODUITS)
               MOVE 'O' TO FOURN-CONNU-T(NB-PRODUITS)
             END-IF
           END-PERFORM
           .
      * Seules les sorties courantes comptent : un manquant
      * d'inventaire n'est pas une consommation.
       15000-CHARGE-SORTIES.
           OPEN INPUT F-MVTVAL
           IF CR-MVTVAL = 0
             PERFORM UNTIL EOF-MVTVAL
               READ F-MVTVAL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CODE-VA = 'S' AND ORIGINE-VA NOT = 'I'
                    AND DATE-VA NUMERIC
                     PERFORM 15100-CUMULE-SORTIE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-MVTVAL
           END-IF
           .
       15100-CUMULE-SORTIE.
           COMPUTE RANG-MOIS = AN-VA * 12 + MM-VA - 1
                             - ABS-DEBUT + 1
           IF RANG-MOIS > 0 AND RANG-MOIS < 4
             MOVE RANG-MOIS TO IDX-MOIS
             MOVE 0 TO IDX-TROUVE
             PERFORM VARYING IDX-PRD FROM 1 BY 1
                       UNTIL IDX-PRD > NB-PRODUITS
                          OR IDX-TROUVE > 0
               IF NUM-STOCK-T(IDX-PRD) = NUM-STOCK-VA
                 MOVE IDX-PRD TO IDX-TROUVE
               END-IF
             END-PERFORM
             IF IDX-TROUVE > 0
               ADD 1 TO CPT-SORTIES
               ADD QTE-VA TO CONSO-MOIS-T(IDX-TROUVE, IDX-MOIS)
               ADD VALEUR-VA TO VALEUR-CONSO-T(IDX-TROUVE)
               ADD VALEUR-VA TO VALEUR-CONSO-TOT
             ELSE
               ADD 1 TO CPT-HORS-STOCK
             END-IF
           END-IF
           .
      * Les produits passent au tri par valeur consommee
      * decroissante ; la restitution donne la classe ABC.
       20000-TRAITEMENT.
           SORT SD-TRI
             ON DESCENDING KEY VALEUR-TRI
             ON ASCENDING KEY IDX-TRI
             INPUT PROCEDURE IS 21000-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 22000-PROPOSITIONS
           .
       21000-ALIMENTE-TRI.
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                     UNTIL IDX-PRD > NB-PRODUITS
             MOVE VALEUR-CONSO-T(IDX-PRD) TO VALEUR-TRI
             MOVE IDX-PRD TO IDX-TRI
             RELEASE E-TRI
           END-PERFORM
           .
       22000-PROPOSITIONS.
           PERFORM UNTIL FIN-TRI
             RETURN SD-TRI
               AT END
                 SET FIN-TRI TO TRUE
               NOT AT END
                 MOVE IDX-TRI TO IDX-PRD
                 PERFORM 23000-CLASSE-PRODUIT
                 PERFORM 24000-CALCULE-MINIMUM
                 PERFORM 25000-ECRIT-LIGNE
             END-RETURN
           END-PERFORM
           .
      * Classe selon la part cumulee avant le produit : celui qui
      * franchit le seuil reste dans la classe superieure.
       23000-CLASSE-PRODUIT.
           EVALUATE TRUE
             WHEN VALEUR-CONSO-T(IDX-PRD) = 0
               MOVE 'C' TO CLASSE-PRODUIT
               MOVE SECURITE-C TO SECURITE-CLASSE
               ADD 1 TO CPT-CLASSE-C
             WHEN VALEUR-CUMULEE * 100 < VALEUR-CONSO-TOT * 80
               MOVE 'A' TO CLASSE-PRODUIT
               MOVE SECURITE-A TO SECURITE-CLASSE
               ADD 1 TO CPT-CLASSE-A
             WHEN VALEUR-CUMULEE * 100 < VALEUR-CONSO-TOT * 95
               MOVE 'B' TO CLASSE-PRODUIT
               MOVE SECURITE-B TO SECURITE-CLASSE
               ADD 1 TO CPT-CLASSE-B
             WHEN OTHER
               MOVE 'C' TO CLASSE-PRODUIT
               MOVE SECURITE-C TO SECURITE-CLASSE
               ADD 1 TO CPT-CLASSE-C
           END-EVALUATE
           ADD VALEUR-CONSO-T(IDX-PRD) TO VALEUR-CUMULEE
           .
      * Minimum propose : consommation journaliere moyenne sur le
      * delai fournisseur augmente de la securite de la classe,
      * arrondi a l'unite superieure. Sans sortie, minimum nul.
       24000-CALCULE-MINIMUM.
           MOVE 0 TO CONSO-TRIM CONSO-POINTE
           PERFORM VARYING IDX-MOIS FROM 1 BY 1 UNTIL IDX-MOIS > 3
             ADD CONSO-MOIS-T(IDX-PRD, IDX-MOIS) TO CONSO-TRIM
             IF CONSO-MOIS-T(IDX-PRD, IDX-MOIS) > CONSO-POINTE
               MOVE CONSO-MOIS-T(IDX-PRD, IDX-MOIS) TO CONSO-POINTE
             END-IF
           END-PERFORM
           COMPUTE CONSO-MOYENNE ROUNDED = CONSO-TRIM / 3
           COMPUTE CONSO-JOUR ROUNDED = CONSO-TRIM / JOURS-TRIM
           COMPUTE MIN-CALCULE = CONSO-JOUR
             * (DELAI-T(IDX-PRD) + SECURITE-CLASSE)
           IF MIN-CALCULE > 9999
             MOVE 9999 TO MIN-PROPOSE
           ELSE
             MOVE MIN-CALCULE TO MIN-PROPOSE
             IF MIN-CALCULE > MIN-PROPOSE
               ADD 1 TO MIN-PROPOSE
             END-IF
           END-IF
           COMPUTE ECART-MIN = MIN-PROPOSE - NB-MIN-T(IDX-PRD)
           .
      * Ligne de revue pour chaque produit ; seuls les minimums
      * qui changent partent en proposition a valider.
       25000-ECRIT-LIGNE.
           MOVE NUM-STOCK-T(IDX-PRD) TO NUM-STOCK-F
           MOVE CLASSE-PRODUIT TO CLASSE-F
           MOVE CONSO-TRIM TO CONSO-F
           MOVE CONSO-MOYENNE TO MOYENNE-F
           MOVE CONSO-POINTE TO POINTE-F
           MOVE VALEUR-CONSO-T(IDX-PRD) TO VALEUR-F
           MOVE DELAI-T(IDX-PRD) TO DELAI-F
           IF FOURN-CONNU-T(IDX-PRD) = 'O'
             MOVE SPACE TO SANS-FOURN-F
           ELSE
             MOVE '*' TO SANS-FOURN-F
             ADD 1 TO CPT-SANS-FOURN
           END-IF
           MOVE NB-MIN-T(IDX-PRD) TO MIN-ACTUEL-F
           MOVE MIN-PROPOSE TO MIN-PROPOSE-F
           MOVE ECART-MIN TO ECART-F
           WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
           IF ECART-MIN NOT = 0
             MOVE SPACE TO E-PROPOS
             MOVE NUM-STOCK-T(IDX-PRD) TO NUM-STOCK-PR
             MOVE CLASSE-PRODUIT TO CLASSE-PR
             MOVE NB-MIN-T(IDX-PRD) TO MIN-ACTUEL-PR
             MOVE MIN-PROPOSE TO MIN-PROPOSE-PR MIN-RETENU-PR
             MOVE CONSO-TRIM TO CONSO-TRIM-PR
             MOVE CONSO-POINTE TO POINTE-PR
             MOVE DELAI-T(IDX-PRD) TO DELAI-PR
             MOVE MOIS-FIN TO MOIS-FIN-PR
             WRITE E-PROPOS
             ADD 1 TO CPT-PROPOSITIONS
           END-IF
           .
       30000-END-PGM.
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'PRODUITS CLASSE A           :' TO LIB-TOTAL-F
           MOVE CPT-CLASSE-A TO NB-TOTAL-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TOTAL
           MOVE 'PRODUITS CLASSE B           :' TO LIB-TOTAL-F
           MOVE CPT-CLASSE-B TO NB-TOTAL-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TOTAL
           MOVE 'PRODUITS CLASSE C           :' TO LIB-TOTAL-F
           MOVE CPT-CLASSE-C TO NB-TOTAL-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TOTAL
           MOVE 'MINIMUMS A VALIDER          :' TO LIB-TOTAL-F
           MOVE CPT-PROPOSITIONS TO NB-TOTAL-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TOTAL
           MOVE 'PRODUITS SANS FOURNISSEUR (*):' TO LIB-TOTAL-F
           MOVE CPT-SANS-FOURN TO NB-TOTAL-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TOTAL
           CLOSE F-PROPOS
           CLOSE F-RAPPORT
           DISPLAY "Trimestre               : " MOIS-DEBUT " - "
                   MOIS-FIN
           DISPLAY "Produits lus            : " CPT-STOCK
           DISPLAY "Sorties du trimestre    : " CPT-SORTIES
           DISPLAY "Sorties hors stock      : " CPT-HORS-STOCK
           DISPLAY "Minimums a valider      : " CPT-PROPOSITIONS
           DISPLAY "Produits sans fourn.    : " CPT-SANS-FOURN
           IF RETURN-CODE = 0 AND CPT-SANS-FOURN > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
