       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB9FRN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parametre : mois analyse AAAAMM en colonnes 1-6 ; absent ou
      * invalide, le mois qui precede celui du run.
           SELECT optional f-param ASSIGN ddfrnprm
            FILE STATUS IS CR-PARAM.
      * Referentiel fournisseurs : nom et delai annonce par produit.
           select f-fourn assign ddfourn
            FILE STATUS IS CR-FOURN.
      * Carnet des commandes : les bons dont la livraison etait
      * prevue dans le mois, pour la ponctualite et le taux de
      * service.
           select f-cmdouv assign ddcmdouv
            FILE STATUS IS CR-CMDOUV.
      * Historique des receptions rapprochees par COB9REC : delai
      * constate des receptions du mois.
           select optional f-histo assign ddcmdhis
            FILE STATUS IS CR-HISTO.
      * Etat mensuel des fournisseurs.
           select f-rapport assign ddfrnrap
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
         05 DELAI-HI               PIC 9(3).
         05 JOURS-REEL-HI          PIC 9(4).
         05 QTE-REC-HI             PIC 9(4).
         05 SOLDE-HI               PIC X(1).
         05                        PIC X(29).
       fd F-RAPPORT.
       01 LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PARAM                 PIC 99.
       01 CR-FOURN                 PIC 99.
         88 EOF-FOURN VALUE 10.
       01 CR-CMDOUV                PIC 99.
         88 EOF-CMDOUV VALUE 10.
       01 CR-HISTO                 PIC 99.
         88 EOF-HISTO VALUE 10.
       01 CR-RAPPORT               PIC 99.

       01 DATE-JOUR.
         05 AN-JOUR                PIC 9(4).
         05 MM-JOUR                PIC 9(2).
         05 JJ-JOUR                PIC 9(2).
       01 MOIS-ANALYSE.
         05 AN-ANALYSE             PIC 9(4).
         05 MM-ANALYSE             PIC 9(2).
       77 ABS-MOIS                 PIC 9(6).

      * Cumuls par code fournisseur (001-999), comme le
      * recapitulatif de COB9CMD. Lignes dues : bons prevus dans le
      * mois ; a l'heure : soldes au plus tard a la date prevue.
       01 TAB-FRN.
         05 FRN-ENTRY OCCURS 999.
           10 NOM-FRN-T            PIC X(20).
           10 NB-PRODUITS-T        PIC 9(4).
           10 SOMME-DELAI-FO-T     PIC 9(7).
           10 LIGNES-DUES-T        PIC 9(4).
           10 LIGNES-HEURE-T       PIC 9(4).
           10 QTE-CMDE-T           PIC 9(7).
           10 QTE-RECUE-T          PIC 9(7).
           10 NB-RECEPTIONS-T      PIC 9(4).
           10 SOMME-JOURS-T        PIC 9(7).
       77 IDX-FRN                  PIC 9(4).

       77 PONCTUALITE              PIC 9(3).
       77 DELAI-REEL               PIC 9(3)V9.
       77 DELAI-ANNONCE            PIC 9(3)V9.
       77 ECART-DELAI              PIC S9(3)V9.
       77 TAUX-SERVICE             PIC 9(3).

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-LIGNES-DUES        PIC 9(4) VALUE 0.
         05 CPT-LIGNES-HEURE       PIC 9(4) VALUE 0.
         05 CPT-RECEPTIONS         PIC 9(4) VALUE 0.
         05 CPT-FOURNISSEURS       PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-TITRE.
         05                        PIC X(36) VALUE
           'PERFORMANCE DES FOURNISSEURS - MOIS '.
         05 MOIS-T-F               PIC 9(6).
         05                        PIC X(38).

       01 FORMAT-ENTETE.
         05                        PIC X(4) VALUE 'FRN'.
         05                        PIC X(19) VALUE 'NOM'.
         05                        PIC X(5) VALUE 'DUES'.
         05                        PIC X(5) VALUE ' HEUR'.
         05                        PIC X(6) VALUE ' PONC.'.
         05                        PIC X(6) VALUE ' DREEL'.
         05                        PIC X(6) VALUE ' DFOUR'.
         05                        PIC X(7) VALUE '  ECART'.
         05                        PIC X(7) VALUE ' SERV.'.
         05                        PIC X(15).

       01 FORMAT-LIGNE.
         05 FOURN-F                PIC 9(3).
         05                        PIC X(1).
         05 NOM-F                  PIC X(18).
         05                        PIC X(1).
         05 DUES-F                 PIC Z(3)9.
         05                        PIC X(1).
         05 HEURE-F                PIC Z(3)9.
         05                        PIC X(1).
         05 PONCTUALITE-F          PIC ZZ9.
         05                        PIC X(2) VALUE ' %'.
         05                        PIC X(1).
         05 DELAI-REEL-F           PIC ZZ9,9.
         05                        PIC X(1).
         05 DELAI-ANNONCE-F        PIC ZZ9,9.
         05                        PIC X(1).
         05 ECART-F                PIC -ZZ9,9.
         05                        PIC X(1).
         05 SERVICE-F              PIC ZZ9.
         05                        PIC X(2) VALUE ' %'.
         05                        PIC X(17).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.
      * Mois analyse, referentiel fournisseurs, ouverture de l'etat
       10000-INIT-PGM.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE ABS-MOIS = AN-JOUR * 12 + MM-JOUR - 1 - 1
           DIVIDE ABS-MOIS BY 12 GIVING AN-ANALYSE
             REMAINDER MM-ANALYSE
           ADD 1 TO MM-ANALYSE
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
           INITIALIZE TAB-FRN
           PERFORM 11000-CHARGE-FOURNISSEURS
           OPEN OUTPUT F-RAPPORT
           MOVE MOIS-ANALYSE TO MOIS-T-F
           WRITE LIGNE-RAPPORT FROM FORMAT-TITRE
           MOVE SPACE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT FROM FORMAT-ENTETE
           .
      * Nom du fournisseur et delai moyen annonce sur ses produits.
       11000-CHARGE-FOURNISSEURS.
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
                 MOVE FOURNISSEUR-FO TO IDX-FRN
                 IF IDX-FRN > 0
                   MOVE NOM-FOURN-FO TO NOM-FRN-T(IDX-FRN)
                   ADD 1 TO NB-PRODUITS-T(IDX-FRN)
                   ADD DELAI-FO TO SOMME-DELAI-FO-T(IDX-FRN)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-FOURN
           .
       20000-TRAITEMENT.
           PERFORM 21000-CUMULE-CARNET
           PERFORM 22000-CUMULE-RECEPTIONS
           PERFORM 23000-EDITE-FOURNISSEURS
           .
      * Bons prevus dans le mois : a l'heure s'ils sont soldes au
      * plus tard a la date prevue ; le taux de service rapporte les
      * quantites recues aux quantites commandees.
       21000-CUMULE-CARNET.
           OPEN INPUT F-CMDOUV
           IF CR-CMDOUV > 0
             DISPLAY "ERROR DDCMDOUV : " CR-CMDOUV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-CMDOUV
             READ F-CMDOUV
               AT END
                 CONTINUE
               NOT AT END
                 MOVE FOURNISSEUR-OU TO IDX-FRN
                 IF DATE-PREVUE-OU(1:6) = MOIS-ANALYSE AND IDX-FRN > 0
                   ADD 1 TO LIGNES-DUES-T(IDX-FRN) CPT-LIGNES-DUES
                   ADD QTE-CMD-OU TO QTE-CMDE-T(IDX-FRN)
                   ADD QTE-RECUE-OU TO QTE-RECUE-T(IDX-FRN)
                   IF CMD-SOLDEE AND DATE-SOLDE-OU NOT > DATE-PREVUE-OU
                     ADD 1 TO LIGNES-HEURE-T(IDX-FRN) CPT-LIGNES-HEURE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-CMDOUV
           .
      * Receptions du mois : delai constate depuis la commande.
       22000-CUMULE-RECEPTIONS.
           OPEN INPUT F-HISTO
           IF CR-HISTO = 0
             PERFORM UNTIL EOF-HISTO
               READ F-HISTO
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE FOURNISSEUR-HI TO IDX-FRN
                   IF DATE-REC-HI(1:6) = MOIS-ANALYSE AND IDX-FRN > 0
                     ADD 1 TO NB-RECEPTIONS-T(IDX-FRN) CPT-RECEPTIONS
                     ADD JOURS-REEL-HI TO SOMME-JOURS-T(IDX-FRN)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-HISTO
           END-IF
           .
       23000-EDITE-FOURNISSEURS.
           PERFORM VARYING IDX-FRN FROM 1 BY 1
                     UNTIL IDX-FRN > 999
             IF LIGNES-DUES-T(IDX-FRN) > 0
              OR NB-RECEPTIONS-T(IDX-FRN) > 0
               ADD 1 TO CPT-FOURNISSEURS
               PERFORM 23100-EDITE-LIGNE
             END-IF
           END-PERFORM
           .
      * Ecart : delai constate moins delai moyen annonce au
      * referentiel (positif : le fournisseur livre plus tard
      * qu'annonce).
       23100-EDITE-LIGNE.
           MOVE 0 TO PONCTUALITE DELAI-REEL DELAI-ANNONCE
                     TAUX-SERVICE
           IF LIGNES-DUES-T(IDX-FRN) > 0
             COMPUTE PONCTUALITE ROUNDED =
               LIGNES-HEURE-T(IDX-FRN) * 100 / LIGNES-DUES-T(IDX-FRN)
           END-IF
           IF QTE-CMDE-T(IDX-FRN) > 0
             COMPUTE TAUX-SERVICE ROUNDED =
               QTE-RECUE-T(IDX-FRN) * 100 / QTE-CMDE-T(IDX-FRN)
           END-IF
           IF NB-RECEPTIONS-T(IDX-FRN) > 0
             COMPUTE DELAI-REEL ROUNDED =
               SOMME-JOURS-T(IDX-FRN) / NB-RECEPTIONS-T(IDX-FRN)
               ON SIZE ERROR
                 MOVE 999,9 TO DELAI-REEL
             END-COMPUTE
           END-IF
           IF NB-PRODUITS-T(IDX-FRN) > 0
             COMPUTE DELAI-ANNONCE ROUNDED =
               SOMME-DELAI-FO-T(IDX-FRN) / NB-PRODUITS-T(IDX-FRN)
           END-IF
           COMPUTE ECART-DELAI = DELAI-REEL - DELAI-ANNONCE
           MOVE IDX-FRN TO FOURN-F
           MOVE NOM-FRN-T(IDX-FRN) TO NOM-F
           MOVE LIGNES-DUES-T(IDX-FRN) TO DUES-F
           MOVE LIGNES-HEURE-T(IDX-FRN) TO HEURE-F
           MOVE PONCTUALITE TO PONCTUALITE-F
           MOVE DELAI-REEL TO DELAI-REEL-F
           MOVE DELAI-ANNONCE TO DELAI-ANNONCE-F
           MOVE ECART-DELAI TO ECART-F
           MOVE TAUX-SERVICE TO SERVICE-F
           WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
           .
       30000-END-PGM.
           CLOSE F-RAPPORT
           DISPLAY "Mois analyse            : " MOIS-ANALYSE
           DISPLAY "Fournisseurs edites     : " CPT-FOURNISSEURS
           DISPLAY "Commandes dues          : " CPT-LIGNES-DUES
           DISPLAY "Commandes a l'heure     : " CPT-LIGNES-HEURE
           DISPLAY "Receptions du mois      : " CPT-RECEPTIONS
           .
