       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJTRIA.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Triangles de developpement des sinistres pour l'actuariat :
      * reglements cumules et charge (reglements + provision) par
      * annee de survenance et annee de developpement, avec le
      * nombre de sinistres, sur les dix dernieres survenances ; et
      * la liquidation des provisions de la cloture precedente
      * (boni/mali par type de sinistre et gros sinistres).
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Historique des ordres de paiement PROJSINP (generations de
      * DDSINPAY concatenees), trie sur le sinistre et la date.
           SELECT f-sinpay ASSIGN DDSINPAY
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINPAY.

           SELECT SD-TRI ASSIGN TRISIN.

      * Carte parametre : date de cloture AAAAMMJJ (colonnes 1-8,
      * absente : date du run) et seuil des gros boni/mali en euros
      * (colonnes 10-16, absent : 10000).
           SELECT OPTIONAL f-param ASSIGN TRIAPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Provisions par sinistre a la cloture precedente (DDPROVCL
      * du run precedent), en ordre de cle sinistre.
           SELECT OPTIONAL f-provpr ASSIGN DDPROVPR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PROVPR.

      * Provisions par sinistre a cette cloture, pour la
      * liquidation du prochain run.
           SELECT f-provcl ASSIGN DDPROVCL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PROVCL.

      * Diagonales des clotures successives, ouvert en EXTEND : la
      * charge d'une annee de developpement passee ne se recalcule
      * pas (la provision d'alors n'est plus connue), elle est relue
      * ici. Une cloture deja cumulee (rejeu du step) n'y est pas
      * reportee une seconde fois.
           SELECT OPTIONAL f-tricum ASSIGN DDTRICUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TRICUM.

      * Triangles a plat, une cellule par ligne, pour les outils de
      * l'actuariat.
           SELECT f-triang ASSIGN DDTRIANG
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TRIANG.

           SELECT f-rapport ASSIGN DDTRIRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-sinpay.
       01 e-sinpay                     PIC X(80).

      * Ordre de paiement PROJSINP. Le reglement du sinistre est le
      * montant paye plus la franchise deduite (zone a blanc sur les
      * ordres anterieurs a la franchise) ; l'ordre au garage porte
      * deja la facture entiere, sa franchise est refacturee.
       SD SD-TRI.
       01 e-tri.
         05 CLE-TRI.
           10 MAT-TRI                  PIC 9(6).
           10 NUM-SIN-TRI              PIC 9(4).
         05                            PIC X(20).
         05 MONTANT-TRI                PIC 9(6)V9(2).
         05 DATE-TRI                   PIC 9(8).
         05 FRANCHISE-TRI              PIC 9(4)V9(2).
         05 TYPE-BENEF-TRI             PIC X(1).
           88 BENEF-GARAGE-TRI         VALUE 'G'.
         05                            PIC X(27).

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-provpr.
       01 e-provpr.
         05 DATE-CLOTURE-PP            PIC 9(8).
         05 CLE-PP                     PIC X(10).
         05 TYPE-PP                    PIC X(1).
         05 DATE-SIN-PP                PIC 9(8).
         05 RESERVE-PP                 PIC 9(6)V9(2).
         05 PAYE-CUMUL-PP              PIC 9(9)V9(2).
         05                            PIC X(34).

       fd f-provcl.
       01 e-provcl                     PIC X(80).

       fd f-tricum.
       01 e-tricum.
         05 DATE-CLOTURE-TC            PIC 9(8).
         05 AN-SURV-TC                 PIC 9(4).
         05 DEV-TC                     PIC 9(2).
         05 NB-CONNUS-TC               PIC 9(7).
         05 CHARGE-TC                  PIC 9(11)V9(2).
         05 REGLE-CUM-TC               PIC 9(11)V9(2).
         05 NB-REGLES-TC               PIC 9(7).
         05                            PIC X(26).

       fd f-triang.
       01 e-triang                     PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-SINPAY                      PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.
       01 CR-PARAM                       PIC 99.
       01 CR-PROVPR                      PIC 99.
         88 EOF-PROVPR VALUE 10.
       01 CR-PROVCL                      PIC 99.
       01 CR-TRICUM                      PIC 99.
         88 EOF-TRICUM VALUE 10.
       01 CR-TRIANG                      PIC 99.
       01 CR-RAPPORT                     PIC 99.
       77 CUMUL-SW                       PIC X(1) VALUE 'N'.
         88 CLOTURE-DEJA-CUMULEE VALUE 'O'.
       77 PRECEDENTE-SW                  PIC X(1) VALUE 'N'.
         88 CLOTURE-PRECEDENTE VALUE 'O'.

       77 DATE-CLOTURE                   PIC 9(8).
       77 DATE-CLOT-PREC                 PIC 9(8) VALUE 0.
       77 SEUIL-GROS                     PIC 9(7)V9(2) VALUE 10000.
       01 DATE-CALC-W.
         05 AN-DATE-W                    PIC 9(4).
         05 MM-DATE-W                    PIC 9(2).
         05 JJ-DATE-W                    PIC 9(2).
       01 DATE-CALC-9 REDEFINES DATE-CALC-W
                                         PIC 9(8).
       77 AN-CLOTURE                     PIC 9(4).
       77 AN-DEBUT-FENETRE               PIC 9(4).
       77 AN-SURV-W                      PIC 9(4).
       77 DEV-W                          PIC S9(4).

      * Triangles : ligne = annee de survenance (1 = la plus
      * ancienne des dix), colonne = annee de developpement + 1.
      * Reglements de l'annee de developpement et sinistres regles
      * pour la premiere fois cette annee-la (cumules a l'edition) ;
      * charge et sinistres connus a la cloture qui a termine
      * l'annee de developpement (diagonale courante calculee, les
      * autres relues dans DDTRICUM).
       01 TAB-TRIANGLES.
         05 LIGNE-SURV OCCURS 10.
           10 CELLULE-DEV OCCURS 10.
             15 REGLE-INC-C              PIC 9(11)V9(2).
             15 NB-PREMIER-REG-C         PIC 9(7).
             15 CHARGE-C                 PIC 9(11)V9(2).
             15 NB-CONNUS-C              PIC 9(7).
             15 DATE-CHARGE-C            PIC 9(8).
             15 CHARGE-CONNUE-C          PIC X(1).
       77 IDX-AN                         PIC 99.
       77 IDX-DEV                        PIC 99.
       77 IDX-DIAG                       PIC 99.
       77 REGLE-CUMUL-W                  PIC 9(11)V9(2).
       77 NB-REGLES-CUMUL-W              PIC 9(7).
       77 MILLIERS-W                     PIC 9(6).

      * Sinistre en cours de rapprochement avec ses reglements et
      * sa provision de la cloture precedente.
       77 DANS-FENETRE-SW                PIC X(1).
         88 DANS-FENETRE VALUE 'O'.
       77 APRES-CLOTURE-SW               PIC X(1).
         88 SIN-APRES-CLOTURE VALUE 'O'.
       77 DEJA-REGLE-SW                  PIC X(1).
         88 DEJA-REGLE VALUE 'O'.
       77 REGLEMENT-W                    PIC 9(7)V9(2).
       77 PAYE-TOTAL-W                   PIC 9(9)V9(2).
       77 PAYE-DEPUIS-W                  PIC 9(9)V9(2).
       77 RESERVE-CLOT-W                 PIC 9(6)V9(2).
       77 BONI-MALI-W                    PIC S9(9)V9(2).
       77 ECART-ABS-W                    PIC 9(9)V9(2).

       01 PROV-CLOTURE-W.
         05 DATE-CLOTURE-PN              PIC 9(8).
         05 CLE-PN                       PIC X(10).
         05 TYPE-PN                      PIC X(1).
         05 DATE-SIN-PN                  PIC 9(8).
         05 RESERVE-PN                   PIC 9(6)V9(2).
         05 PAYE-CUMUL-PN                PIC 9(9)V9(2).
         05                              PIC X(34).

      * Liquidation par type de sinistre : C collision, B bris de
      * glace, V vol, I incendie (position 5 pour un type hors
      * domaine).
       01 TAB-LIQUIDATION.
         05 TYPE-LIQ OCCURS 5.
           10 NB-LIQ                     PIC 9(6).
           10 PROV-OUV-LIQ               PIC 9(11)V9(2).
           10 PAYE-LIQ                   PIC 9(11)V9(2).
           10 REPROV-LIQ                 PIC 9(11)V9(2).
           10 BONI-MALI-LIQ              PIC S9(11)V9(2).
       77 IDX-TYPE                       PIC 9.

      * Sinistres dont le boni ou le mali atteint le seuil.
       01 TAB-GROS.
         05 NB-GROS                      PIC 9(3) VALUE 0.
         05 GROS-SIN OCCURS 100.
           10 CLE-GS                     PIC X(10).
           10 TYPE-GS                    PIC X(1).
           10 PROV-OUV-GS                PIC 9(6)V9(2).
           10 PAYE-GS                    PIC 9(9)V9(2).
           10 REPROV-GS                  PIC 9(6)V9(2).
           10 BONI-MALI-GS               PIC S9(9)V9(2).
       77 IDX-GROS                       PIC 9(3).

       01 CPT.
         05 CPT-SINISTRES                PIC 9(7) VALUE 0.
         05 CPT-APRES-CLOTURE            PIC 9(7) VALUE 0.
         05 CPT-AVANT-FENETRE            PIC 9(7) VALUE 0.
         05 CPT-DATE-INVALIDE            PIC 9(7) VALUE 0.
         05 CPT-REGLEMENTS               PIC 9(7) VALUE 0.
         05 CPT-REG-POSTERIEURS          PIC 9(7) VALUE 0.
         05 CPT-REG-ORPHELINS            PIC 9(7) VALUE 0.
         05 CPT-REG-AVANT-SURV           PIC 9(7) VALUE 0.
         05 CPT-PROV-ECRITES             PIC 9(7) VALUE 0.
         05 CPT-PROV-DISPARUES           PIC 9(7) VALUE 0.
         05 CPT-GROS-NON-LISTES          PIC 9(5) VALUE 0.
         05 CPT-CELLULES                 PIC 9(5) VALUE 0.
         05 TOTAL-REGLE                  PIC 9(11)V9(2) VALUE 0.
         05 TOTAL-PROV-DISPARUES         PIC 9(11)V9(2) VALUE 0.

       01 TOTAUX-LIQ.
         05 TOT-NB-LIQ                   PIC 9(7) VALUE 0.
         05 TOT-PROV-OUV                 PIC 9(11)V9(2) VALUE 0.
         05 TOT-PAYE                     PIC 9(11)V9(2) VALUE 0.
         05 TOT-REPROV                   PIC 9(11)V9(2) VALUE 0.
         05 TOT-BONI-MALI                PIC S9(11)V9(2) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJTRIA'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-CELLULE.
         05 DATE-CEL-F                   PIC 9(8).
         05                              PIC X VALUE ';'.
         05 TYPE-CEL-F                   PIC X(1).
         05                              PIC X VALUE ';'.
         05 AN-CEL-F                     PIC 9(4).
         05                              PIC X VALUE ';'.
         05 DEV-CEL-F                    PIC 9(2).
         05                              PIC X VALUE ';'.
         05 NB-CEL-F                     PIC Z(6)9.
         05                              PIC X VALUE ';'.
         05 MONTANT-CEL-F                PIC Z(10)9,99.
         05                              PIC X(39).

       01 FORMAT-TITRE-TRI.
         05                              PIC X(40)
           VALUE 'TRIANGLES DE DEVELOPPEMENT SINISTRES AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(32).

       01 FORMAT-SECTION-TRI.
         05 LIB-SECTION-F                PIC X(60).
         05                              PIC X(20).

       01 FORMAT-ENTETE-TRI.
         05                              PIC X(6) VALUE 'SURV.'.
         05 ENTETE-DEV-F OCCURS 10.
           10                            PIC X(5).
           10 NUM-DEV-F                  PIC 9(2).
         05                              PIC X(4).

       01 FORMAT-LIGNE-TRI.
         05 AN-L-F                       PIC 9(4).
         05                              PIC X(2).
         05 CELLULE-L-F OCCURS 10.
           10                            PIC X(1).
           10 VAL-L-F                    PIC Z(5)9.
           10 VAL-X-L-F REDEFINES VAL-L-F
                                         PIC X(6).
         05                              PIC X(4).

       01 FORMAT-ENTETE-LIQ.
         05                              PIC X(13) VALUE 'TYPE'.
         05                              PIC X(6) VALUE '    NB'.
         05                              PIC X(12)
           VALUE '  PROV.PREC.'.
         05                              PIC X(12)
           VALUE '  REGLE DEP.'.
         05                              PIC X(12)
           VALUE '   REPROVIS.'.
         05                              PIC X(12)
           VALUE '   BONI/MALI'.
         05                              PIC X(13).

       01 FORMAT-LIGNE-LIQ.
         05 LIB-TYPE-F                   PIC X(13).
         05 NB-LIQ-F                     PIC Z(5)9.
         05                              PIC X(1).
         05 PROV-LIQ-F                   PIC Z(7)9,99.
         05                              PIC X(1).
         05 PAYE-LIQ-F                   PIC Z(7)9,99.
         05                              PIC X(1).
         05 REPROV-LIQ-F                 PIC Z(7)9,99.
         05                              PIC X(1).
         05 BONI-LIQ-F                   PIC -Z(6)9,99.
         05                              PIC X(13).

       01 FORMAT-LIGNE-GROS.
         05 MAT-GS-F                     PIC X(6).
         05                              PIC X VALUE '/'.
         05 NUM-GS-F                     PIC X(4).
         05                              PIC X(1).
         05 TYPE-GS-F                    PIC X(1).
         05                              PIC X(1).
         05 PROV-GS-F                    PIC Z(7)9,99.
         05                              PIC X(1).
         05 PAYE-GS-F                    PIC Z(7)9,99.
         05                              PIC X(1).
         05 REPROV-GS-F                  PIC Z(7)9,99.
         05                              PIC X(1).
         05 BONI-GS-F                    PIC -Z(6)9,99.
         05                              PIC X(19).

       01 FORMAT-COMPTE-TRI.
         05 LIB-COMPTE-F                 PIC X(50).
         05 NB-COMPTE-F                  PIC Z(6)9.
         05                              PIC X(2).
         05 MT-COMPTE-F                  PIC Z(10)9,99.
         05                              PIC X(7).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-RAPPORT
           PERFORM 26000-ECRIT-CUMUL
           PERFORM 27000-ECRIT-TRIANGLES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           MOVE DATE-JOUR TO DATE-CLOTURE
           perform 10050-LIT-PARAM
           MOVE DATE-CLOTURE TO DATE-CALC-9
           MOVE AN-DATE-W TO AN-CLOTURE
           COMPUTE AN-DEBUT-FENETRE = AN-CLOTURE - 9
           INITIALIZE TAB-TRIANGLES TAB-LIQUIDATION
           perform 10100-CHARGE-HISTORIQUE
           perform 10200-OUVRE-PRECEDENTE
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-provcl f-triang f-rapport
           .

       10050-LIT-PARAM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:8) NUMERIC
                  AND e-param(5:2) > '00' AND e-param(5:2) < '13'
                  AND e-param(7:2) > '00' AND e-param(7:2) < '32'
                   MOVE e-param(1:8) TO DATE-CLOTURE
                 END-IF
                 IF e-param(10:7) NUMERIC
                  AND e-param(10:7) > '0000000'
                   MOVE e-param(10:7) TO SEUIL-GROS
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           .

      * Charge des clotures passees. Pour une cellule, la derniere
      * cloture qui l'a vue fait foi ; la diagonale de l'annee de
      * cloture est ensuite recalculee.
       10100-CHARGE-HISTORIQUE.
           OPEN INPUT f-tricum
           IF CR-TRICUM < 10
             perform until EOF-TRICUM
               READ f-tricum
                 AT END
                   continue
                 NOT AT END
                   IF DATE-CLOTURE-TC = DATE-CLOTURE
                     SET CLOTURE-DEJA-CUMULEE TO TRUE
                   END-IF
                   IF DATE-CLOTURE-TC < DATE-CLOTURE
                     perform 10150-REPREND-CELLULE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-tricum
           END-IF
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             COMPUTE IDX-DEV = 11 - IDX-AN
             MOVE 0 TO CHARGE-C(IDX-AN IDX-DEV)
                       NB-CONNUS-C(IDX-AN IDX-DEV)
             MOVE 'N' TO CHARGE-CONNUE-C(IDX-AN IDX-DEV)
           END-PERFORM
           IF CLOTURE-DEJA-CUMULEE
             DISPLAY 'CLOTURE ' DATE-CLOTURE ' DEJA CUMULEE DANS '
                     'DDTRICUM - CUMUL NON REPORTE'
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN EXTEND f-tricum
           END-IF
           .

       10150-REPREND-CELLULE.
           IF AN-SURV-TC NOT < AN-DEBUT-FENETRE
            AND AN-SURV-TC NOT > AN-CLOTURE
            AND DEV-TC < 10
             COMPUTE IDX-AN = AN-SURV-TC - AN-DEBUT-FENETRE + 1
             COMPUTE IDX-DEV = DEV-TC + 1
             IF DATE-CLOTURE-TC NOT < DATE-CHARGE-C(IDX-AN IDX-DEV)
               MOVE CHARGE-TC TO CHARGE-C(IDX-AN IDX-DEV)
               MOVE NB-CONNUS-TC TO NB-CONNUS-C(IDX-AN IDX-DEV)
               MOVE DATE-CLOTURE-TC TO DATE-CHARGE-C(IDX-AN IDX-DEV)
               MOVE 'O' TO CHARGE-CONNUE-C(IDX-AN IDX-DEV)
             END-IF
           END-IF
           .

      * Provisions de la cloture precedente : la date est celle du
      * premier enregistrement. Un fichier absent, vide ou date de
      * cette cloture ou apres ne permet pas la liquidation.
       10200-OUVRE-PRECEDENTE.
           OPEN INPUT f-provpr
           IF CR-PROVPR < 10
             perform 18300-READ-PROVPR
             IF NOT EOF-PROVPR
               IF DATE-CLOTURE-PP < DATE-CLOTURE
                 MOVE DATE-CLOTURE-PP TO DATE-CLOT-PREC
                 SET CLOTURE-PRECEDENTE TO TRUE
               ELSE
                 DISPLAY 'DDPROVPR DU ' DATE-CLOTURE-PP
                         ' : PAS UNE CLOTURE PRECEDENTE'
               END-IF
             END-IF
             IF NOT CLOTURE-PRECEDENTE
               CLOSE f-provpr
             END-IF
           END-IF
           IF NOT CLOTURE-PRECEDENTE
             MOVE 10 TO CR-PROVPR
             DISPLAY 'PAS DE CLOTURE PRECEDENTE - LIQUIDATION NON '
                     'CALCULEE'
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       18100-READ-SINIST.
           READ f-sinist NEXT RECORD
             AT END
               continue
             NOT AT END
               ADD 1 TO CPT-SINISTRES
           END-READ
           .

       18200-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       18300-READ-PROVPR.
           READ f-provpr
             AT END
               continue
           END-READ
           .

       20000-TRAITEMENT.
           SORT SD-TRI
             ON ASCENDING KEY CLE-TRI DATE-TRI
             USING f-sinpay
             OUTPUT PROCEDURE IS 22000-RAPPROCHE
           .

      * Rapprochement, en ordre de cle sinistre, de la base des
      * sinistres, des reglements tries et des provisions de la
      * cloture precedente.
       22000-RAPPROCHE.
           perform 18100-READ-SINIST
           perform 18200-RETURN-TRI
           perform until EOF-SINIST
             perform 22100-TRAITE-SINISTRE
             perform 18100-READ-SINIST
           END-PERFORM
           perform until EOF-TRI
             ADD 1 TO CPT-REG-ORPHELINS
             perform 18200-RETURN-TRI
           END-PERFORM
           perform until EOF-PROVPR
             perform 22600-PROVISION-DISPARUE
           END-PERFORM
           .

       22100-TRAITE-SINISTRE.
           MOVE 0 TO PAYE-TOTAL-W PAYE-DEPUIS-W
           MOVE 'N' TO DEJA-REGLE-SW DANS-FENETRE-SW
                       APRES-CLOTURE-SW
           IF DATE-SIN NOT NUMERIC
             ADD 1 TO CPT-DATE-INVALIDE
           ELSE
             IF DATE-SIN > DATE-CLOTURE
               SET SIN-APRES-CLOTURE TO TRUE
               ADD 1 TO CPT-APRES-CLOTURE
             ELSE
               MOVE DATE-SIN TO DATE-CALC-9
               MOVE AN-DATE-W TO AN-SURV-W
               IF AN-SURV-W < AN-DEBUT-FENETRE
                 ADD 1 TO CPT-AVANT-FENETRE
               ELSE
                 SET DANS-FENETRE TO TRUE
                 COMPUTE IDX-AN = AN-SURV-W - AN-DEBUT-FENETRE + 1
               END-IF
             END-IF
           END-IF
           perform until EOF-TRI OR CLE-TRI NOT < CLE-X-SIN
             ADD 1 TO CPT-REG-ORPHELINS
             perform 18200-RETURN-TRI
           END-PERFORM
           perform until EOF-TRI OR CLE-TRI NOT = CLE-X-SIN
             perform 22200-CUMULE-REGLEMENT
             perform 18200-RETURN-TRI
           END-PERFORM
      * Provision a la cloture : nulle sur un sinistre clos ; zone
      * a blanc (sinistre anterieur a la provision) : le montant
      * declare reste entierement a regler.
           IF SIN-CLOS
             MOVE 0 TO RESERVE-CLOT-W
           ELSE
             IF RESERVE-SIN NUMERIC
               MOVE RESERVE-SIN TO RESERVE-CLOT-W
             ELSE
               IF MONTANT-SIN NUMERIC
                 MOVE MONTANT-SIN TO RESERVE-CLOT-W
               ELSE
                 MOVE 0 TO RESERVE-CLOT-W
               END-IF
             END-IF
           END-IF
           IF SIN-APRES-CLOTURE
             MOVE 0 TO RESERVE-CLOT-W
           END-IF
           IF DANS-FENETRE
             COMPUTE IDX-DEV = AN-CLOTURE - AN-SURV-W + 1
             ADD PAYE-TOTAL-W RESERVE-CLOT-W
               TO CHARGE-C(IDX-AN IDX-DEV)
             ADD 1 TO NB-CONNUS-C(IDX-AN IDX-DEV)
             MOVE 'O' TO CHARGE-CONNUE-C(IDX-AN IDX-DEV)
             MOVE DATE-CLOTURE TO DATE-CHARGE-C(IDX-AN IDX-DEV)
           END-IF
           perform until EOF-PROVPR OR CLE-PP NOT < CLE-X-SIN
             perform 22600-PROVISION-DISPARUE
           END-PERFORM
           IF NOT EOF-PROVPR AND CLE-PP = CLE-X-SIN
             perform 22400-LIQUIDE-PROVISION
             perform 18300-READ-PROVPR
           END-IF
           IF RESERVE-CLOT-W > 0
             perform 22500-ECRIT-PROVISION
           END-IF
           .

      * Un reglement date apres la cloture attend la suivante ;
      * un reglement date avant la survenance tombe en annee 0.
       22200-CUMULE-REGLEMENT.
           IF DATE-TRI > DATE-CLOTURE OR SIN-APRES-CLOTURE
             ADD 1 TO CPT-REG-POSTERIEURS
           ELSE
             ADD 1 TO CPT-REGLEMENTS
             MOVE MONTANT-TRI TO REGLEMENT-W
             IF FRANCHISE-TRI NUMERIC AND NOT BENEF-GARAGE-TRI
               ADD FRANCHISE-TRI TO REGLEMENT-W
             END-IF
             ADD REGLEMENT-W TO PAYE-TOTAL-W TOTAL-REGLE
             IF CLOTURE-PRECEDENTE AND DATE-TRI > DATE-CLOT-PREC
               ADD REGLEMENT-W TO PAYE-DEPUIS-W
             END-IF
             IF DANS-FENETRE
               MOVE DATE-TRI TO DATE-CALC-9
               COMPUTE DEV-W = AN-DATE-W - AN-SURV-W
               IF DEV-W < 0
                 ADD 1 TO CPT-REG-AVANT-SURV
                 MOVE 0 TO DEV-W
               END-IF
               COMPUTE IDX-DEV = DEV-W + 1
               ADD REGLEMENT-W TO REGLE-INC-C(IDX-AN IDX-DEV)
               IF NOT DEJA-REGLE
                 ADD 1 TO NB-PREMIER-REG-C(IDX-AN IDX-DEV)
                 SET DEJA-REGLE TO TRUE
               END-IF
             END-IF
           END-IF
           .

      * Liquidation : provision de la cloture precedente, moins ce
      * qui a ete regle depuis, moins ce qui reste provisionne.
      * Positif : boni (provision trop forte) ; negatif : mali.
       22400-LIQUIDE-PROVISION.
           EVALUATE TYPE-SIN
             WHEN 'C'
               MOVE 1 TO IDX-TYPE
             WHEN 'B'
               MOVE 2 TO IDX-TYPE
             WHEN 'V'
               MOVE 3 TO IDX-TYPE
             WHEN 'I'
               MOVE 4 TO IDX-TYPE
             WHEN OTHER
               MOVE 5 TO IDX-TYPE
           END-EVALUATE
           COMPUTE BONI-MALI-W =
                   RESERVE-PP - PAYE-DEPUIS-W - RESERVE-CLOT-W
           ADD 1 TO NB-LIQ(IDX-TYPE)
           ADD RESERVE-PP TO PROV-OUV-LIQ(IDX-TYPE)
           ADD PAYE-DEPUIS-W TO PAYE-LIQ(IDX-TYPE)
           ADD RESERVE-CLOT-W TO REPROV-LIQ(IDX-TYPE)
           ADD BONI-MALI-W TO BONI-MALI-LIQ(IDX-TYPE)
           IF BONI-MALI-W < 0
             COMPUTE ECART-ABS-W = 0 - BONI-MALI-W
           ELSE
             MOVE BONI-MALI-W TO ECART-ABS-W
           END-IF
           IF ECART-ABS-W NOT < SEUIL-GROS
             IF NB-GROS < 100
               ADD 1 TO NB-GROS
               MOVE CLE-X-SIN TO CLE-GS(NB-GROS)
               MOVE TYPE-SIN TO TYPE-GS(NB-GROS)
               MOVE RESERVE-PP TO PROV-OUV-GS(NB-GROS)
               MOVE PAYE-DEPUIS-W TO PAYE-GS(NB-GROS)
               MOVE RESERVE-CLOT-W TO REPROV-GS(NB-GROS)
               MOVE BONI-MALI-W TO BONI-MALI-GS(NB-GROS)
             ELSE
               ADD 1 TO CPT-GROS-NON-LISTES
             END-IF
           END-IF
           .

       22500-ECRIT-PROVISION.
           MOVE SPACE TO PROV-CLOTURE-W
           MOVE DATE-CLOTURE TO DATE-CLOTURE-PN
           MOVE CLE-X-SIN TO CLE-PN
           MOVE TYPE-SIN TO TYPE-PN
           MOVE DATE-SIN TO DATE-SIN-PN
           MOVE RESERVE-CLOT-W TO RESERVE-PN
           MOVE PAYE-TOTAL-W TO PAYE-CUMUL-PN
           WRITE e-provcl FROM PROV-CLOTURE-W
           ADD 1 TO CPT-PROV-ECRITES
           .

      * Sinistre provisionne a la cloture precedente et sorti de la
      * base depuis : sa provision est signalee a part.
       22600-PROVISION-DISPARUE.
           ADD 1 TO CPT-PROV-DISPARUES
           ADD RESERVE-PP TO TOTAL-PROV-DISPARUES
           DISPLAY 'SINISTRE ' CLE-PP ' PROVISIONNE AU '
                   DATE-CLOT-PREC ' ABSENT DE DDSINIST'
           perform 18300-READ-PROVPR
           .

       25000-EDITE-RAPPORT.
           MOVE DATE-CLOTURE TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-TRI
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           PERFORM VARYING IDX-DEV FROM 1 BY 1 UNTIL IDX-DEV > 10
             MOVE '  DEV' TO ENTETE-DEV-F(IDX-DEV)(1:5)
             COMPUTE NUM-DEV-F(IDX-DEV) = IDX-DEV - 1
           END-PERFORM
           MOVE 'REGLEMENTS CUMULES (MILLIERS D''EUROS)'
             TO LIB-SECTION-F
           perform 25100-EDITE-SECTION
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             perform 25200-LIGNE-REGLES
           END-PERFORM
           MOVE 'NOMBRE DE SINISTRES REGLES (CUMUL)'
             TO LIB-SECTION-F
           perform 25100-EDITE-SECTION
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             perform 25300-LIGNE-NB-REGLES
           END-PERFORM
           MOVE 'CHARGE : REGLEMENTS + PROVISIONS (MILLIERS D''EUROS)'
             TO LIB-SECTION-F
           perform 25100-EDITE-SECTION
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             perform 25400-LIGNE-CHARGE
           END-PERFORM
           MOVE 'NOMBRE DE SINISTRES CONNUS' TO LIB-SECTION-F
           perform 25100-EDITE-SECTION
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             perform 25500-LIGNE-NB-CONNUS
           END-PERFORM
           perform 25600-EDITE-LIQUIDATION
           perform 25800-EDITE-CONTROLES
           .

       25100-EDITE-SECTION.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SECTION-TRI
           WRITE ligne-rapport FROM FORMAT-ENTETE-TRI
           .

      * Cellules au-dela de la diagonale de cloture : a blanc.
       25200-LIGNE-REGLES.
           MOVE SPACE TO FORMAT-LIGNE-TRI
           COMPUTE AN-L-F = AN-DEBUT-FENETRE + IDX-AN - 1
           COMPUTE IDX-DIAG = 11 - IDX-AN
           MOVE 0 TO REGLE-CUMUL-W
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV > IDX-DIAG
             ADD REGLE-INC-C(IDX-AN IDX-DEV) TO REGLE-CUMUL-W
             COMPUTE MILLIERS-W ROUNDED = REGLE-CUMUL-W / 1000
             MOVE MILLIERS-W TO VAL-L-F(IDX-DEV)
           END-PERFORM
           WRITE ligne-rapport FROM FORMAT-LIGNE-TRI
           .

       25300-LIGNE-NB-REGLES.
           MOVE SPACE TO FORMAT-LIGNE-TRI
           COMPUTE AN-L-F = AN-DEBUT-FENETRE + IDX-AN - 1
           COMPUTE IDX-DIAG = 11 - IDX-AN
           MOVE 0 TO NB-REGLES-CUMUL-W
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV > IDX-DIAG
             ADD NB-PREMIER-REG-C(IDX-AN IDX-DEV) TO NB-REGLES-CUMUL-W
             MOVE NB-REGLES-CUMUL-W TO VAL-L-F(IDX-DEV)
           END-PERFORM
           WRITE ligne-rapport FROM FORMAT-LIGNE-TRI
           .

      * Charge inconnue (pas de cloture passee sur la cellule) : a
      * blanc.
       25400-LIGNE-CHARGE.
           MOVE SPACE TO FORMAT-LIGNE-TRI
           COMPUTE AN-L-F = AN-DEBUT-FENETRE + IDX-AN - 1
           COMPUTE IDX-DIAG = 11 - IDX-AN
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV > IDX-DIAG
             IF CHARGE-CONNUE-C(IDX-AN IDX-DEV) = 'O'
               COMPUTE MILLIERS-W ROUNDED =
                       CHARGE-C(IDX-AN IDX-DEV) / 1000
               MOVE MILLIERS-W TO VAL-L-F(IDX-DEV)
             END-IF
           END-PERFORM
           WRITE ligne-rapport FROM FORMAT-LIGNE-TRI
           .

       25500-LIGNE-NB-CONNUS.
           MOVE SPACE TO FORMAT-LIGNE-TRI
           COMPUTE AN-L-F = AN-DEBUT-FENETRE + IDX-AN - 1
           COMPUTE IDX-DIAG = 11 - IDX-AN
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV > IDX-DIAG
             IF CHARGE-CONNUE-C(IDX-AN IDX-DEV) = 'O'
               MOVE NB-CONNUS-C(IDX-AN IDX-DEV) TO VAL-L-F(IDX-DEV)
             END-IF
           END-PERFORM
           WRITE ligne-rapport FROM FORMAT-LIGNE-TRI
           .

      * Liquidation des provisions de la cloture precedente par
      * type, puis les sinistres qui l'expliquent.
       25600-EDITE-LIQUIDATION.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           IF NOT CLOTURE-PRECEDENTE
             MOVE 'PAS DE CLOTURE PRECEDENTE : LIQUIDATION NON '
               TO LIB-SECTION-F
             MOVE 'CALCULEE' TO LIB-SECTION-F(45:8)
             WRITE ligne-rapport FROM FORMAT-SECTION-TRI
           ELSE
             MOVE SPACE TO LIB-SECTION-F
             STRING 'LIQUIDATION DES PROVISIONS AU ' DELIMITED SIZE
                    DATE-CLOT-PREC DELIMITED SIZE
                    INTO LIB-SECTION-F
             END-STRING
             WRITE ligne-rapport FROM FORMAT-SECTION-TRI
             WRITE ligne-rapport FROM FORMAT-ENTETE-LIQ
             PERFORM VARYING IDX-TYPE FROM 1 BY 1 UNTIL IDX-TYPE > 5
               EVALUATE IDX-TYPE
                 WHEN 1
                   MOVE 'COLLISION' TO LIB-TYPE-F
                 WHEN 2
                   MOVE 'BRIS DE GLACE' TO LIB-TYPE-F
                 WHEN 3
                   MOVE 'VOL' TO LIB-TYPE-F
                 WHEN 4
                   MOVE 'INCENDIE' TO LIB-TYPE-F
                 WHEN 5
                   MOVE 'TYPE INCONNU' TO LIB-TYPE-F
               END-EVALUATE
               MOVE NB-LIQ(IDX-TYPE) TO NB-LIQ-F
               MOVE PROV-OUV-LIQ(IDX-TYPE) TO PROV-LIQ-F
               MOVE PAYE-LIQ(IDX-TYPE) TO PAYE-LIQ-F
               MOVE REPROV-LIQ(IDX-TYPE) TO REPROV-LIQ-F
               MOVE BONI-MALI-LIQ(IDX-TYPE) TO BONI-LIQ-F
               WRITE ligne-rapport FROM FORMAT-LIGNE-LIQ
               ADD NB-LIQ(IDX-TYPE) TO TOT-NB-LIQ
               ADD PROV-OUV-LIQ(IDX-TYPE) TO TOT-PROV-OUV
               ADD PAYE-LIQ(IDX-TYPE) TO TOT-PAYE
               ADD REPROV-LIQ(IDX-TYPE) TO TOT-REPROV
               ADD BONI-MALI-LIQ(IDX-TYPE) TO TOT-BONI-MALI
             END-PERFORM
             MOVE 'TOTAL' TO LIB-TYPE-F
             MOVE TOT-NB-LIQ TO NB-LIQ-F
             MOVE TOT-PROV-OUV TO PROV-LIQ-F
             MOVE TOT-PAYE TO PAYE-LIQ-F
             MOVE TOT-REPROV TO REPROV-LIQ-F
             MOVE TOT-BONI-MALI TO BONI-LIQ-F
             WRITE ligne-rapport FROM FORMAT-LIGNE-LIQ
             perform 25700-EDITE-GROS
           END-IF
           .

       25700-EDITE-GROS.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE SEUIL-GROS TO MT-COMPTE-F
           MOVE SPACE TO LIB-SECTION-F
           STRING 'SINISTRES A BONI/MALI D''AU MOINS ' DELIMITED SIZE
                  MT-COMPTE-F DELIMITED SIZE
                  ' EUROS' DELIMITED SIZE
                  INTO LIB-SECTION-F
           END-STRING
           WRITE ligne-rapport FROM FORMAT-SECTION-TRI
           PERFORM VARYING IDX-GROS FROM 1 BY 1
                     UNTIL IDX-GROS > NB-GROS
             MOVE CLE-GS(IDX-GROS)(1:6) TO MAT-GS-F
             MOVE CLE-GS(IDX-GROS)(7:4) TO NUM-GS-F
             MOVE TYPE-GS(IDX-GROS) TO TYPE-GS-F
             MOVE PROV-OUV-GS(IDX-GROS) TO PROV-GS-F
             MOVE PAYE-GS(IDX-GROS) TO PAYE-GS-F
             MOVE REPROV-GS(IDX-GROS) TO REPROV-GS-F
             MOVE BONI-MALI-GS(IDX-GROS) TO BONI-GS-F
             WRITE ligne-rapport FROM FORMAT-LIGNE-GROS
           END-PERFORM
           IF CPT-GROS-NON-LISTES > 0
             MOVE SPACE TO FORMAT-COMPTE-TRI
             MOVE 'AUTRES SINISTRES AU-DELA DU SEUIL NON LISTES'
               TO LIB-COMPTE-F
             MOVE CPT-GROS-NON-LISTES TO NB-COMPTE-F
             MOVE 0 TO MT-COMPTE-F
             WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           END-IF
           .

      * Ce qui n'entre pas dans les triangles, pour le controle.
       25800-EDITE-CONTROLES.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 0 TO MT-COMPTE-F
           MOVE 'SINISTRES SURVENUS AVANT LA FENETRE DE DIX ANS'
             TO LIB-COMPTE-F
           MOVE CPT-AVANT-FENETRE TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           MOVE 'SINISTRES SURVENUS APRES LA CLOTURE' TO LIB-COMPTE-F
           MOVE CPT-APRES-CLOTURE TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           MOVE 'SINISTRES A DATE DE SURVENANCE INVALIDE'
             TO LIB-COMPTE-F
           MOVE CPT-DATE-INVALIDE TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           MOVE 'REGLEMENTS POSTERIEURS A LA CLOTURE' TO LIB-COMPTE-F
           MOVE CPT-REG-POSTERIEURS TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           MOVE 'REGLEMENTS SANS SINISTRE DANS DDSINIST'
             TO LIB-COMPTE-F
           MOVE CPT-REG-ORPHELINS TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           MOVE 'REGLEMENTS DATES AVANT LA SURVENANCE (DEV 0)'
             TO LIB-COMPTE-F
           MOVE CPT-REG-AVANT-SURV TO NB-COMPTE-F
           WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           IF CLOTURE-PRECEDENTE
             MOVE 'PROVISIONS PRECEDENTES DE SINISTRES DISPARUS'
               TO LIB-COMPTE-F
             MOVE CPT-PROV-DISPARUES TO NB-COMPTE-F
             MOVE TOTAL-PROV-DISPARUES TO MT-COMPTE-F
             WRITE ligne-rapport FROM FORMAT-COMPTE-TRI
           END-IF
           .

      * Diagonale de cette cloture, relue par les suivantes.
       26000-ECRIT-CUMUL.
           IF NOT CLOTURE-DEJA-CUMULEE
             PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
               COMPUTE IDX-DIAG = 11 - IDX-AN
               MOVE 0 TO REGLE-CUMUL-W NB-REGLES-CUMUL-W
               PERFORM VARYING IDX-DEV FROM 1 BY 1
                         UNTIL IDX-DEV > IDX-DIAG
                 ADD REGLE-INC-C(IDX-AN IDX-DEV) TO REGLE-CUMUL-W
                 ADD NB-PREMIER-REG-C(IDX-AN IDX-DEV)
                   TO NB-REGLES-CUMUL-W
               END-PERFORM
               IF NB-CONNUS-C(IDX-AN IDX-DIAG) > 0
                 MOVE SPACE TO e-tricum
                 MOVE DATE-CLOTURE TO DATE-CLOTURE-TC
                 COMPUTE AN-SURV-TC = AN-DEBUT-FENETRE + IDX-AN - 1
                 COMPUTE DEV-TC = IDX-DIAG - 1
                 MOVE NB-CONNUS-C(IDX-AN IDX-DIAG) TO NB-CONNUS-TC
                 MOVE CHARGE-C(IDX-AN IDX-DIAG) TO CHARGE-TC
                 MOVE REGLE-CUMUL-W TO REGLE-CUM-TC
                 MOVE NB-REGLES-CUMUL-W TO NB-REGLES-TC
                 WRITE e-tricum
               END-IF
             END-PERFORM
           END-IF
           .

      * Triangles a plat : R reglements cumules, C charge, avec le
      * nombre de sinistres regles ou connus ; une ligne par cellule
      * connue.
       27000-ECRIT-TRIANGLES.
           MOVE DATE-CLOTURE TO DATE-CEL-F
           PERFORM VARYING IDX-AN FROM 1 BY 1 UNTIL IDX-AN > 10
             COMPUTE AN-CEL-F = AN-DEBUT-FENETRE + IDX-AN - 1
             COMPUTE IDX-DIAG = 11 - IDX-AN
             MOVE 0 TO REGLE-CUMUL-W NB-REGLES-CUMUL-W
             PERFORM VARYING IDX-DEV FROM 1 BY 1
                       UNTIL IDX-DEV > IDX-DIAG
               ADD REGLE-INC-C(IDX-AN IDX-DEV) TO REGLE-CUMUL-W
               ADD NB-PREMIER-REG-C(IDX-AN IDX-DEV)
                 TO NB-REGLES-CUMUL-W
               COMPUTE DEV-CEL-F = IDX-DEV - 1
               MOVE 'R' TO TYPE-CEL-F
               MOVE NB-REGLES-CUMUL-W TO NB-CEL-F
               MOVE REGLE-CUMUL-W TO MONTANT-CEL-F
               WRITE e-triang FROM FORMAT-CELLULE
               ADD 1 TO CPT-CELLULES
               IF CHARGE-CONNUE-C(IDX-AN IDX-DEV) = 'O'
                 MOVE 'C' TO TYPE-CEL-F
                 MOVE NB-CONNUS-C(IDX-AN IDX-DEV) TO NB-CEL-F
                 MOVE CHARGE-C(IDX-AN IDX-DEV) TO MONTANT-CEL-F
                 WRITE e-triang FROM FORMAT-CELLULE
                 ADD 1 TO CPT-CELLULES
               END-IF
             END-PERFORM
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-sinist f-provcl f-triang f-rapport
           IF CLOTURE-PRECEDENTE
             CLOSE f-provpr
           END-IF
           IF NOT CLOTURE-DEJA-CUMULEE
             CLOSE f-tricum
           END-IF
           IF CPT-REG-ORPHELINS > 0 OR CPT-PROV-DISPARUES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'DATE DE CLOTURE       : ' DATE-CLOTURE
           DISPLAY 'SINISTRES LUS         : ' CPT-SINISTRES
           DISPLAY 'REGLEMENTS RETENUS    : ' CPT-REGLEMENTS
           DISPLAY 'MONTANT REGLE         : ' TOTAL-REGLE
           DISPLAY 'REGLEMENTS ORPHELINS  : ' CPT-REG-ORPHELINS
           DISPLAY 'PROVISIONS ECRITES    : ' CPT-PROV-ECRITES
           DISPLAY 'CELLULES ECRITES      : ' CPT-CELLULES
           DISPLAY 'BONI/MALI DE LIQUIDATION : ' TOT-BONI-MALI
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
