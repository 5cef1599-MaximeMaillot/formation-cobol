       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB11BUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : mois AAAAMM traite en colonnes 1-6 (absent,
      * le mois du run, comme la date de l'historique de COB11) et
      * seuil d'alerte en % sous l'objectif en colonnes 7-9
      * (defaut 10).
           SELECT OPTIONAL f-param ASSIGN dbudprm
            file status is CR-PARAM.
      * Referentiel des regions, le meme que celui de COB11.
           SELECT f-region ASSIGN dregion
            file status is CR-REGION.
      * Mouvements du mois, les memes que ceux de COB11.
           SELECT f-mvt ASSIGN dmvt
            file status is CR-MVT.
      * Budget : objectif mensuel de dossiers par region, agence et
      * vendeur, une ligne par annee.
           SELECT f-budget ASSIGN dbudget
            file status is CR-BUDGET.
      * Realise mensuel par vendeur depuis le debut de l'annee :
      * l'etat du run precedent en entree (absent au premier run de
      * l'annee), le nouvel etat en sortie. Le mois traite y est
      * remplace, un run relance ne compte donc pas deux fois.
           SELECT OPTIONAL f-ytd-old ASSIGN dbudytdo
            file status is CR-YTD-OLD.
           SELECT f-ytd-new ASSIGN dbudytdn
            file status is CR-YTD-NEW.
      * Etat budget / realise du mois et du cumul annuel.
           SELECT f-rapport ASSIGN dbudrap
            file status is CR-RAPPORT.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param                  PIC X(80).

       fd f-region
           BLOCK CONTAINS 0
           record contains 80
           recording mode F
           DATA RECORD IS e-region.
       01 e-region.
         05 MAT-REGION PIC 9(3).
         05 CODE-REGION PIC X(2).
         05 NUM-REGION-REGION PIC 9(2).
         05 NOM-REGION PIC X(20).
         05            PIC X(53).

       fd f-mvt
           BLOCK CONTAINS 0
           record contains 80
           recording mode F
           DATA RECORD IS e-mvt.
       01 e-mvt.
         05 MAT-MVT PIC 9(3).
         05 CODE-MVT PIC X(2).
         05 NUM-REGION-MVT PIC 9(2).
         05 CODE-AGENCE PIC 9(2).
         05 CODE-VENDEUR PIC 9(2).
         05 NB-DOSSIER PIC 9(4).
         05 PIC X(65).

       fd f-budget
           BLOCK CONTAINS 0
           record contains 80
           recording mode F
           DATA RECORD IS e-budget.
       01 e-budget.
         05 ANNEE-B                PIC 9(4).
         05 NUM-REGION-B           PIC 9(2).
         05 CODE-AGENCE-B          PIC 9(2).
         05 CODE-VENDEUR-B         PIC 9(2).
         05 OBJECTIF-B             PIC 9(4) OCCURS 12.
         05                        PIC X(22).

      * Ligne V : realise d'un vendeur ; ligne H : mouvements hors
      * budget (region absente du referentiel, les 999 de COB11).
       fd f-ytd-old
           BLOCK CONTAINS 0
           record contains 80
           recording mode F
           DATA RECORD IS e-ytd-old.
       01 e-ytd-old.
         05 TYPE-O                 PIC X(1).
           88 LIGNE-VENDEUR-O VALUE 'V'.
           88 LIGNE-HORS-BUDGET-O VALUE 'H'.
         05 ANNEE-O                PIC 9(4).
         05 NUM-REGION-O           PIC 9(2).
         05 CODE-AGENCE-O          PIC 9(2).
         05 CODE-VENDEUR-O         PIC 9(2).
         05 REALISE-O              PIC 9(5) OCCURS 12.
         05                        PIC X(9).

       fd f-ytd-new
           BLOCK CONTAINS 0
           record contains 80
           recording mode F
           DATA RECORD IS e-ytd-new.
       01 e-ytd-new.
         05 TYPE-N                 PIC X(1).
         05 ANNEE-N                PIC 9(4).
         05 NUM-REGION-N           PIC 9(2).
         05 CODE-AGENCE-N          PIC 9(2).
         05 CODE-VENDEUR-N         PIC 9(2).
         05 REALISE-N              PIC 9(5) OCCURS 12.
         05                        PIC X(9).

       fd f-rapport.
       01 ligne-rapport            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PARAM                 PIC 99.
       01 CR-REGION                PIC 99.
         88 EOF-REGION VALUE 10.
       01 CR-MVT                   PIC 99.
         88 EOF-MVT VALUE 10.
       01 CR-BUDGET                PIC 99.
         88 EOF-BUDGET VALUE 10.
       01 CR-YTD-OLD               PIC 99.
         88 EOF-YTD-OLD VALUE 10.
       01 CR-YTD-NEW               PIC 99.
       01 CR-RAPPORT               PIC 99.

       01 DATE-F.
         05 YEAR-F                 PIC 9999.
         05 MONTH-F                PIC 99.
         05 DAY-F                  PIC 99.

       01 MOIS-TRAITE-W.
         05 ANNEE-W                PIC 9(4).
         05 MOIS-W                 PIC 9(2).
       77 ANNEE-PREC-W             PIC 9(4).
       77 MOIS-PREC-W              PIC 9(2).
       77 SEUIL-W                  PIC 9(3) VALUE 10.

      * Regions connues du referentiel.
       01 TAB-REGIONS.
         05 REGION-ENTRY OCCURS 100.
           10 NUM-REGION-RT        PIC 9(2).
           10 NOM-REGION-RT        PIC X(20).
       77 NB-REGIONS               PIC 9(3) VALUE 0.
       77 IDX-RG                   PIC 9(3).
       77 IDX-RG-TROUVE            PIC 9(3).

      * Objectif et realise mensuels par vendeur, tenus dans l'ordre
      * region/agence/vendeur pour l'edition par rupture ; le mois
      * precedent de janvier est decembre de l'annee d'avant.
       01 TAB-VENDEURS.
         05 VENDEUR-ENTRY OCCURS 500.
           10 CLE-T.
             15 NUM-REGION-T       PIC 9(2).
             15 CODE-AGENCE-T      PIC 9(2).
             15 CODE-VENDEUR-T     PIC 9(2).
           10 OBJECTIF-T           PIC 9(5) OCCURS 12.
           10 REALISE-T            PIC 9(5) OCCURS 12.
           10 OBJECTIF-DEC-T       PIC 9(5).
           10 REALISE-DEC-T        PIC 9(5).
       77 NB-VENDEURS              PIC 9(3) VALUE 0.
       77 IDX-VD                   PIC 9(3).
       77 IDX-VD-2                 PIC 9(3).
       77 IDX-VD-TROUVE            PIC 9(3).
       77 IDX-INSERTION            PIC 9(3).
       77 IDX-MOIS                 PIC 9(2).
       77 RANG-W                   PIC 9(3).
       01 CLE-RECHERCHE.
         05 NUM-REGION-RECH        PIC 9(2).
         05 CODE-AGENCE-RECH       PIC 9(2).
         05 CODE-VENDEUR-RECH      PIC 9(2).

      * Realise des mouvements hors budget, par mois.
       01 TAB-HORS-BUDGET.
         05 REALISE-HB             PIC 9(5) OCCURS 12.

      * Cumuls edites : meme decoupage pour le vendeur, l'agence,
      * la region et les totaux, cumules par ADD CORRESPONDING.
       01 CUMUL-VENDEUR.
         05 OBJ-MOIS               PIC 9(7).
         05 REAL-MOIS              PIC 9(7).
         05 OBJ-PREC               PIC 9(7).
         05 REAL-PREC              PIC 9(7).
         05 OBJ-ANNEE              PIC 9(7).
         05 REAL-ANNEE             PIC 9(7).
       01 CUMUL-AGENCE.
         05 OBJ-MOIS               PIC 9(7).
         05 REAL-MOIS              PIC 9(7).
         05 OBJ-PREC               PIC 9(7).
         05 REAL-PREC              PIC 9(7).
         05 OBJ-ANNEE              PIC 9(7).
         05 REAL-ANNEE             PIC 9(7).
       01 CUMUL-REGION.
         05 OBJ-MOIS               PIC 9(7).
         05 REAL-MOIS              PIC 9(7).
         05 OBJ-PREC               PIC 9(7).
         05 REAL-PREC              PIC 9(7).
         05 OBJ-ANNEE              PIC 9(7).
         05 REAL-ANNEE             PIC 9(7).
       01 CUMUL-BUDGET.
         05 OBJ-MOIS               PIC 9(7).
         05 REAL-MOIS              PIC 9(7).
         05 OBJ-PREC               PIC 9(7).
         05 REAL-PREC              PIC 9(7).
         05 OBJ-ANNEE              PIC 9(7).
         05 REAL-ANNEE             PIC 9(7).
       01 CUMUL-EDITE.
         05 OBJ-MOIS               PIC 9(7).
         05 REAL-MOIS              PIC 9(7).
         05 OBJ-PREC               PIC 9(7).
         05 REAL-PREC              PIC 9(7).
         05 OBJ-ANNEE              PIC 9(7).
         05 REAL-ANNEE             PIC 9(7).

       77 ECART-W                  PIC S9(7).
       77 POURCENT-W               PIC S9(7).
       77 PLANCHER-W               PIC 9(9).
       77 ALERTE-SW                PIC X.
         88 AGENCE-EN-ALERTE VALUE 'O'.
       77 FIN-AGENCE-SW            PIC X.
         88 FIN-AGENCE VALUE 'O'.
       77 FIN-REGION-SW            PIC X.
         88 FIN-REGION VALUE 'O'.

       01 CPT.
         05 CPT-MVT-LUS            PIC 9(6) VALUE 0.
         05 CPT-DOSSIERS-LUS       PIC 9(7) VALUE 0.
         05 CPT-DOSSIERS-HB        PIC 9(7) VALUE 0.
         05 CPT-BUDGET-LUS         PIC 9(6) VALUE 0.
         05 CPT-BUDGET-REJETES     PIC 9(6) VALUE 0.
         05 CPT-AGENCES-ALERTE     PIC 9(4) VALUE 0.
         05 CPT-DEBORDES           PIC 9(6) VALUE 0.

      * ---------------- Format --------------
       01 FORMAT-TITRE-BUD.
         05                        PIC X(33)
           VALUE 'BUDGET / REALISE DES DOSSIERS   '.
         05 ANNEE-T-F              PIC 9(4).
         05                        PIC X(1) VALUE '/'.
         05 MOIS-T-F               PIC 9(2).
         05                        PIC X(24)
           VALUE '   ALERTE SOUS OBJECTIF '.
         05 SEUIL-T-F              PIC ZZ9.
         05                        PIC X(13) VALUE ' % 2 MOIS'.

       01 FORMAT-ENTETE-1.
         05                        PIC X(40) VALUE
           '              --------- MOIS ---------- '.
         05                        PIC X(40) VALUE
           ' ---------- CUMUL ANNEE -----------     '.
       01 FORMAT-ENTETE-2.
         05                        PIC X(40) VALUE
           'RG/AG/VD RNG OBJECT REALIS   ECART     %'.
         05                        PIC X(40) VALUE
           ' OBJECT. REALISE    ECART     %         '.

       01 FORMAT-LIGNE-BUD.
         05 LIBELLE-F              PIC X(12).
         05 LIBELLE-VENDEUR-F REDEFINES LIBELLE-F.
           10 REGION-F             PIC 9(2).
           10                      PIC X(1).
           10 AGENCE-F             PIC 9(2).
           10                      PIC X(1).
           10 VENDEUR-F            PIC 9(2).
           10                      PIC X(1).
           10 RANG-F               PIC ZZ9.
         05                        PIC X(1).
         05 OBJ-MOIS-F             PIC Z(5)9.
         05                        PIC X(1).
         05 REAL-MOIS-F            PIC Z(5)9.
         05                        PIC X(1).
         05 ECART-MOIS-F           PIC Z(5)9-.
         05                        PIC X(1).
         05 PCT-MOIS-F             PIC ----9.
         05 PCT-MOIS-X REDEFINES PCT-MOIS-F PIC X(5).
         05                        PIC X(1).
         05 OBJ-ANNEE-F            PIC Z(6)9.
         05                        PIC X(1).
         05 REAL-ANNEE-F           PIC Z(6)9.
         05                        PIC X(1).
         05 ECART-ANNEE-F          PIC Z(6)9-.
         05                        PIC X(1).
         05 PCT-ANNEE-F            PIC ----9.
         05 PCT-ANNEE-X REDEFINES PCT-ANNEE-F PIC X(5).
         05                        PIC X(1).
         05 ALERTE-F               PIC X(8).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 11000-CHARGE-REGIONS
           PERFORM 12000-CHARGE-BUDGET
           PERFORM 13000-CHARGE-CUMUL
           PERFORM 20000-CUMULE-MVT
           PERFORM 25000-EDITE-RAPPORT
           PERFORM 28000-ECRIT-CUMUL
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE YEAR-F TO ANNEE-W
           MOVE MONTH-F TO MOIS-W
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 CONTINUE
               NOT AT END
                 IF e-param(1:6) NUMERIC
                  AND e-param(5:2) >= '01' AND e-param(5:2) <= '12'
                   MOVE e-param(1:6) TO MOIS-TRAITE-W
                 END-IF
                 IF e-param(7:3) NUMERIC
                   MOVE e-param(7:3) TO SEUIL-W
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           IF MOIS-W = 1
             COMPUTE ANNEE-PREC-W = ANNEE-W - 1
             MOVE 12 TO MOIS-PREC-W
           ELSE
             MOVE ANNEE-W TO ANNEE-PREC-W
             COMPUTE MOIS-PREC-W = MOIS-W - 1
           END-IF
           INITIALIZE TAB-VENDEURS TAB-HORS-BUDGET
           OPEN OUTPUT f-rapport
           MOVE ANNEE-W TO ANNEE-T-F
           MOVE MOIS-W TO MOIS-T-F
           MOVE SEUIL-W TO SEUIL-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-BUD
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-ENTETE-1
           WRITE ligne-rapport FROM FORMAT-ENTETE-2
           .

       11000-CHARGE-REGIONS.
           OPEN INPUT f-region
           IF CR-REGION > 0
             DISPLAY 'ERROR DREGION : ' CR-REGION
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-REGION
             READ f-region
               AT END
                 CONTINUE
               NOT AT END
                 IF NB-REGIONS < 100
                   ADD 1 TO NB-REGIONS
                   MOVE NUM-REGION-REGION TO NUM-REGION-RT(NB-REGIONS)
                   MOVE NOM-REGION TO NOM-REGION-RT(NB-REGIONS)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-region
           .

      * Objectifs de l'annee traitee, et de decembre de l'annee
      * precedente quand le mois traite est janvier.
       12000-CHARGE-BUDGET.
           OPEN INPUT f-budget
           IF CR-BUDGET > 0
             DISPLAY 'ERROR DBUDGET : ' CR-BUDGET
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-BUDGET
             READ f-budget
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-BUDGET-LUS
                 PERFORM 12100-CHARGE-OBJECTIF
             END-READ
           END-PERFORM
           CLOSE f-budget
           .

       12100-CHARGE-OBJECTIF.
           IF ANNEE-B NOT NUMERIC OR NUM-REGION-B NOT NUMERIC
            OR CODE-AGENCE-B NOT NUMERIC
            OR CODE-VENDEUR-B NOT NUMERIC
            OR e-budget(11:48) NOT NUMERIC
             ADD 1 TO CPT-BUDGET-REJETES
             DISPLAY 'LIGNE BUDGET REJETEE : ' e-budget(1:10)
           ELSE
             IF ANNEE-B = ANNEE-W
              OR (ANNEE-B = ANNEE-PREC-W AND MOIS-W = 1)
               MOVE NUM-REGION-B TO NUM-REGION-RECH
               MOVE CODE-AGENCE-B TO CODE-AGENCE-RECH
               MOVE CODE-VENDEUR-B TO CODE-VENDEUR-RECH
               PERFORM 21000-CHERCHE-VENDEUR
               IF IDX-VD-TROUVE > 0
                 IF ANNEE-B = ANNEE-W
                   PERFORM VARYING IDX-MOIS FROM 1 BY 1
                             UNTIL IDX-MOIS > 12
                     ADD OBJECTIF-B(IDX-MOIS)
                       TO OBJECTIF-T(IDX-VD-TROUVE IDX-MOIS)
                   END-PERFORM
                 ELSE
                   ADD OBJECTIF-B(12) TO OBJECTIF-DEC-T(IDX-VD-TROUVE)
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Realise des mois deja passes de l'annee ; le mois traite est
      * repris des mouvements.
       13000-CHARGE-CUMUL.
           OPEN INPUT f-ytd-old
           IF CR-YTD-OLD < 10
             PERFORM UNTIL EOF-YTD-OLD
               READ f-ytd-old
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM 13100-CHARGE-LIGNE-CUMUL
               END-READ
             END-PERFORM
             CLOSE f-ytd-old
           END-IF
           .

       13100-CHARGE-LIGNE-CUMUL.
           EVALUATE TRUE
             WHEN LIGNE-HORS-BUDGET-O AND ANNEE-O = ANNEE-W
               PERFORM VARYING IDX-MOIS FROM 1 BY 1
                         UNTIL IDX-MOIS > 12
                 IF IDX-MOIS NOT = MOIS-W
                   MOVE REALISE-O(IDX-MOIS) TO REALISE-HB(IDX-MOIS)
                 END-IF
               END-PERFORM
             WHEN LIGNE-VENDEUR-O AND ANNEE-O = ANNEE-W
               MOVE NUM-REGION-O TO NUM-REGION-RECH
               MOVE CODE-AGENCE-O TO CODE-AGENCE-RECH
               MOVE CODE-VENDEUR-O TO CODE-VENDEUR-RECH
               PERFORM 21000-CHERCHE-VENDEUR
               IF IDX-VD-TROUVE > 0
                 PERFORM VARYING IDX-MOIS FROM 1 BY 1
                           UNTIL IDX-MOIS > 12
                   IF IDX-MOIS NOT = MOIS-W
                     MOVE REALISE-O(IDX-MOIS)
                       TO REALISE-T(IDX-VD-TROUVE IDX-MOIS)
                   END-IF
                 END-PERFORM
               END-IF
             WHEN LIGNE-VENDEUR-O AND ANNEE-O = ANNEE-PREC-W
              AND MOIS-W = 1
               MOVE NUM-REGION-O TO NUM-REGION-RECH
               MOVE CODE-AGENCE-O TO CODE-AGENCE-RECH
               MOVE CODE-VENDEUR-O TO CODE-VENDEUR-RECH
               PERFORM 21000-CHERCHE-VENDEUR
               IF IDX-VD-TROUVE > 0
                 MOVE REALISE-O(12) TO REALISE-DEC-T(IDX-VD-TROUVE)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * Les mouvements d'une region absente du referentiel (les 999
      * de COB11) vont sur la ligne hors budget.
       20000-CUMULE-MVT.
           OPEN INPUT f-mvt
           IF CR-MVT > 0
             DISPLAY 'ERROR DMVT : ' CR-MVT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-MVT
             READ f-mvt
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-MVT-LUS
                 ADD NB-DOSSIER TO CPT-DOSSIERS-LUS
                 PERFORM 20100-CUMULE-LIGNE-MVT
             END-READ
           END-PERFORM
           CLOSE f-mvt
           .

       20100-CUMULE-LIGNE-MVT.
           MOVE 0 TO IDX-RG-TROUVE
           PERFORM VARYING IDX-RG FROM 1 BY 1
                     UNTIL IDX-RG > NB-REGIONS
             IF NUM-REGION-RT(IDX-RG) = NUM-REGION-MVT
               MOVE IDX-RG TO IDX-RG-TROUVE
             END-IF
           END-PERFORM
           IF IDX-RG-TROUVE = 0
             ADD NB-DOSSIER TO REALISE-HB(MOIS-W)
             ADD NB-DOSSIER TO CPT-DOSSIERS-HB
           ELSE
             MOVE NUM-REGION-MVT TO NUM-REGION-RECH
             MOVE CODE-AGENCE TO CODE-AGENCE-RECH
             MOVE CODE-VENDEUR TO CODE-VENDEUR-RECH
             PERFORM 21000-CHERCHE-VENDEUR
             IF IDX-VD-TROUVE > 0
               ADD NB-DOSSIER TO REALISE-T(IDX-VD-TROUVE MOIS-W)
             END-IF
           END-IF
           .

      * Recherche du vendeur CLE-RECHERCHE ; absent, il est insere a
      * sa place pour garder la table triee. Table pleine :
      * IDX-VD-TROUVE reste a zero et la ligne est comptee perdue.
       21000-CHERCHE-VENDEUR.
           MOVE 0 TO IDX-VD-TROUVE
           COMPUTE IDX-INSERTION = NB-VENDEURS + 1
           PERFORM VARYING IDX-VD FROM NB-VENDEURS BY -1
                     UNTIL IDX-VD < 1
             IF CLE-T(IDX-VD) = CLE-RECHERCHE
               MOVE IDX-VD TO IDX-VD-TROUVE
             END-IF
             IF CLE-T(IDX-VD) > CLE-RECHERCHE
               MOVE IDX-VD TO IDX-INSERTION
             END-IF
           END-PERFORM
           IF IDX-VD-TROUVE = 0
             IF NB-VENDEURS < 500
               PERFORM VARYING IDX-VD FROM NB-VENDEURS BY -1
                         UNTIL IDX-VD < IDX-INSERTION
                 MOVE VENDEUR-ENTRY(IDX-VD) TO VENDEUR-ENTRY(IDX-VD + 1)
               END-PERFORM
               ADD 1 TO NB-VENDEURS
               MOVE IDX-INSERTION TO IDX-VD-TROUVE
               INITIALIZE VENDEUR-ENTRY(IDX-VD-TROUVE)
               MOVE CLE-RECHERCHE TO CLE-T(IDX-VD-TROUVE)
             ELSE
               ADD 1 TO CPT-DEBORDES
             END-IF
           END-IF
           .

      * Une ligne par vendeur avec son rang dans l'agence ; total a
      * chaque rupture d'agence puis de region, la ligne hors budget
      * et le total general qui rapproche de l'ensemble des
      * mouvements du mois.
       25000-EDITE-RAPPORT.
           INITIALIZE CUMUL-AGENCE CUMUL-REGION CUMUL-BUDGET
           PERFORM VARYING IDX-VD FROM 1 BY 1
                     UNTIL IDX-VD > NB-VENDEURS
             PERFORM 26000-EDITE-VENDEUR
             MOVE 'N' TO FIN-AGENCE-SW
             MOVE 'N' TO FIN-REGION-SW
             IF IDX-VD = NB-VENDEURS
               MOVE 'O' TO FIN-AGENCE-SW
               MOVE 'O' TO FIN-REGION-SW
             ELSE
               IF NUM-REGION-T(IDX-VD + 1) NOT = NUM-REGION-T(IDX-VD)
                 MOVE 'O' TO FIN-AGENCE-SW
                 MOVE 'O' TO FIN-REGION-SW
               ELSE
                 IF CODE-AGENCE-T(IDX-VD + 1)
                    NOT = CODE-AGENCE-T(IDX-VD)
                   MOVE 'O' TO FIN-AGENCE-SW
                 END-IF
               END-IF
             END-IF
             IF FIN-AGENCE
               PERFORM 27000-EDITE-AGENCE
             END-IF
             IF FIN-REGION
               PERFORM 27500-EDITE-REGION
             END-IF
           END-PERFORM
           MOVE CUMUL-BUDGET TO CUMUL-EDITE
           MOVE 'TOTAL BUDGET' TO LIBELLE-F
           PERFORM 29000-FORMATE-LIGNE
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
      *    Hors budget : pas d'objectif, le realise seul
           INITIALIZE CUMUL-EDITE
           MOVE REALISE-HB(MOIS-W) TO REAL-MOIS OF CUMUL-EDITE
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > MOIS-W
             ADD REALISE-HB(IDX-MOIS) TO REAL-ANNEE OF CUMUL-EDITE
           END-PERFORM
           MOVE 'HORS BUDGET' TO LIBELLE-F
           PERFORM 29000-FORMATE-LIGNE
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
           ADD CORRESPONDING CUMUL-EDITE TO CUMUL-BUDGET
           MOVE CUMUL-BUDGET TO CUMUL-EDITE
           MOVE 'TOTAL GENER.' TO LIBELLE-F
           PERFORM 29000-FORMATE-LIGNE
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
           .

      * Le rang compte les vendeurs de la meme agence qui ont fait
      * plus de dossiers dans le mois ; les ex aequo partagent le
      * rang.
       26000-EDITE-VENDEUR.
           MOVE 1 TO RANG-W
           PERFORM VARYING IDX-VD-2 FROM 1 BY 1
                     UNTIL IDX-VD-2 > NB-VENDEURS
             IF NUM-REGION-T(IDX-VD-2) = NUM-REGION-T(IDX-VD)
              AND CODE-AGENCE-T(IDX-VD-2) = CODE-AGENCE-T(IDX-VD)
              AND REALISE-T(IDX-VD-2 MOIS-W)
                  > REALISE-T(IDX-VD MOIS-W)
               ADD 1 TO RANG-W
             END-IF
           END-PERFORM
           INITIALIZE CUMUL-VENDEUR
           MOVE OBJECTIF-T(IDX-VD MOIS-W) TO OBJ-MOIS OF CUMUL-VENDEUR
           MOVE REALISE-T(IDX-VD MOIS-W) TO REAL-MOIS OF CUMUL-VENDEUR
           IF MOIS-W = 1
             MOVE OBJECTIF-DEC-T(IDX-VD) TO OBJ-PREC OF CUMUL-VENDEUR
             MOVE REALISE-DEC-T(IDX-VD) TO REAL-PREC OF CUMUL-VENDEUR
           ELSE
             MOVE OBJECTIF-T(IDX-VD MOIS-PREC-W)
               TO OBJ-PREC OF CUMUL-VENDEUR
             MOVE REALISE-T(IDX-VD MOIS-PREC-W)
               TO REAL-PREC OF CUMUL-VENDEUR
           END-IF
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > MOIS-W
             ADD OBJECTIF-T(IDX-VD IDX-MOIS)
               TO OBJ-ANNEE OF CUMUL-VENDEUR
             ADD REALISE-T(IDX-VD IDX-MOIS)
               TO REAL-ANNEE OF CUMUL-VENDEUR
           END-PERFORM
           ADD CORRESPONDING CUMUL-VENDEUR TO CUMUL-AGENCE
           MOVE CUMUL-VENDEUR TO CUMUL-EDITE
           MOVE SPACE TO LIBELLE-F
           MOVE NUM-REGION-T(IDX-VD) TO REGION-F
           MOVE CODE-AGENCE-T(IDX-VD) TO AGENCE-F
           MOVE CODE-VENDEUR-T(IDX-VD) TO VENDEUR-F
           MOVE RANG-W TO RANG-F
           PERFORM 29000-FORMATE-LIGNE
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
           .

      * Alerte quand l'agence est plus de SEUIL-W % sous son
      * objectif le mois traite et le mois precedent.
       27000-EDITE-AGENCE.
           MOVE 'N' TO ALERTE-SW
           IF OBJ-MOIS OF CUMUL-AGENCE > 0
            AND OBJ-PREC OF CUMUL-AGENCE > 0
             COMPUTE PLANCHER-W = OBJ-MOIS OF CUMUL-AGENCE
                                * (100 - SEUIL-W)
             IF REAL-MOIS OF CUMUL-AGENCE * 100 < PLANCHER-W
               COMPUTE PLANCHER-W = OBJ-PREC OF CUMUL-AGENCE
                                  * (100 - SEUIL-W)
               IF REAL-PREC OF CUMUL-AGENCE * 100 < PLANCHER-W
                 MOVE 'O' TO ALERTE-SW
                 ADD 1 TO CPT-AGENCES-ALERTE
               END-IF
             END-IF
           END-IF
           MOVE CUMUL-AGENCE TO CUMUL-EDITE
           MOVE 'AGENCE' TO LIBELLE-F
           MOVE CODE-AGENCE-T(IDX-VD) TO LIBELLE-F(8:2)
           PERFORM 29000-FORMATE-LIGNE
           IF AGENCE-EN-ALERTE
             MOVE 'ALERTE' TO ALERTE-F
           END-IF
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
           ADD CORRESPONDING CUMUL-AGENCE TO CUMUL-REGION
           INITIALIZE CUMUL-AGENCE
           .

       27500-EDITE-REGION.
           MOVE CUMUL-REGION TO CUMUL-EDITE
           MOVE 'REGION' TO LIBELLE-F
           MOVE NUM-REGION-T(IDX-VD) TO LIBELLE-F(8:2)
           PERFORM 29000-FORMATE-LIGNE
           WRITE ligne-rapport FROM FORMAT-LIGNE-BUD
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           ADD CORRESPONDING CUMUL-REGION TO CUMUL-BUDGET
           INITIALIZE CUMUL-REGION
           .

      * Etat du realise de l'annee pour le run suivant.
       28000-ECRIT-CUMUL.
           OPEN OUTPUT f-ytd-new
           PERFORM VARYING IDX-VD FROM 1 BY 1
                     UNTIL IDX-VD > NB-VENDEURS
             INITIALIZE e-ytd-new
             MOVE 'V' TO TYPE-N
             MOVE ANNEE-W TO ANNEE-N
             MOVE NUM-REGION-T(IDX-VD) TO NUM-REGION-N
             MOVE CODE-AGENCE-T(IDX-VD) TO CODE-AGENCE-N
             MOVE CODE-VENDEUR-T(IDX-VD) TO CODE-VENDEUR-N
             PERFORM VARYING IDX-MOIS FROM 1 BY 1
                       UNTIL IDX-MOIS > 12
               MOVE REALISE-T(IDX-VD IDX-MOIS) TO REALISE-N(IDX-MOIS)
             END-PERFORM
             WRITE e-ytd-new
           END-PERFORM
           INITIALIZE e-ytd-new
           MOVE 'H' TO TYPE-N
           MOVE ANNEE-W TO ANNEE-N
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > 12
             MOVE REALISE-HB(IDX-MOIS) TO REALISE-N(IDX-MOIS)
           END-PERFORM
           WRITE e-ytd-new
           CLOSE f-ytd-new
           .

      * Ecarts en valeur et en % de l'objectif de CUMUL-EDITE ; le %
      * reste a blanc sans objectif.
       29000-FORMATE-LIGNE.
           MOVE SPACE TO ALERTE-F
           MOVE OBJ-MOIS OF CUMUL-EDITE TO OBJ-MOIS-F
           MOVE REAL-MOIS OF CUMUL-EDITE TO REAL-MOIS-F
           COMPUTE ECART-W = REAL-MOIS OF CUMUL-EDITE
                           - OBJ-MOIS OF CUMUL-EDITE
           MOVE ECART-W TO ECART-MOIS-F
           IF OBJ-MOIS OF CUMUL-EDITE = 0
             MOVE SPACE TO PCT-MOIS-X
           ELSE
             COMPUTE POURCENT-W ROUNDED =
               ECART-W * 100 / OBJ-MOIS OF CUMUL-EDITE
             IF POURCENT-W > 9999
               MOVE 9999 TO POURCENT-W
             END-IF
             MOVE POURCENT-W TO PCT-MOIS-F
           END-IF
           MOVE OBJ-ANNEE OF CUMUL-EDITE TO OBJ-ANNEE-F
           MOVE REAL-ANNEE OF CUMUL-EDITE TO REAL-ANNEE-F
           COMPUTE ECART-W = REAL-ANNEE OF CUMUL-EDITE
                           - OBJ-ANNEE OF CUMUL-EDITE
           MOVE ECART-W TO ECART-ANNEE-F
           IF OBJ-ANNEE OF CUMUL-EDITE = 0
             MOVE SPACE TO PCT-ANNEE-X
           ELSE
             COMPUTE POURCENT-W ROUNDED =
               ECART-W * 100 / OBJ-ANNEE OF CUMUL-EDITE
             IF POURCENT-W > 9999
               MOVE 9999 TO POURCENT-W
             END-IF
             MOVE POURCENT-W TO PCT-ANNEE-F
           END-IF
           .

       30000-END-PGM.
           CLOSE f-rapport
           DISPLAY 'MOUVEMENTS LUS         : ' CPT-MVT-LUS
           DISPLAY 'DOSSIERS DU MOIS       : ' CPT-DOSSIERS-LUS
           DISPLAY 'DOSSIERS HORS BUDGET   : ' CPT-DOSSIERS-HB
           DISPLAY 'LIGNES BUDGET LUES     : ' CPT-BUDGET-LUS
           DISPLAY 'LIGNES BUDGET REJETEES : ' CPT-BUDGET-REJETES
           DISPLAY 'VENDEURS EDITES        : ' NB-VENDEURS
           DISPLAY 'AGENCES EN ALERTE      : ' CPT-AGENCES-ALERTE
           IF CPT-DEBORDES > 0
             DISPLAY 'TABLE DES VENDEURS PLEINE, LIGNES PERDUES : '
                     CPT-DEBORDES
             MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
