           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Declarations de sinistres transmises par les agences, et
      * celles prises au telephone par le centre d'appel (DDSINDEC
      * de VSAM1, au meme format, jointes au flux).
           SELECT f-sinist-in ASSIGN FSINIST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINIST-IN.
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Garanties souscrites des vehicules, tenues par la chaine :
      * un vol, un incendie ou un bris de glace n'est recevable que
      * si la garantie correspondante couvrait le vehicule a la date
      * du sinistre. Absent, ou vehicule sans fiche (anterieur aux
      * garanties) : controle debranche.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Referentiel des garages reparateurs : le garage designe sur
      * la declaration doit y etre connu et agree. Absent : une
      * declaration qui designe un garage est refusee.
           SELECT OPTIONAL f-garages ASSIGN DDGARAG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODE-GR
            FILE STATUS IS CR-GARAGES.

      * Base des sinistres valides, cle matricule + numero.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-EXPPRM.

      * Regles d'affectation des sinistres aux gestionnaires, dans
      * l'ordre du service indemnisation (la premiere qui convient
      * l'emporte) : type de sinistre en colonne 1, agence en 2-3,
      * montant plafond de la tranche en 4-11 (8 chiffres centimes
      * compris), code gestionnaire en 12-19. Zone a blanc (ou
      * plafond a zero) : valable pour tout sinistre. Absent :
      * sinistres ouverts sans gestionnaire.
           SELECT OPTIONAL f-regles-ges ASSIGN DDGESREG
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REGLES-GES.

      * Dossiers de gestion des sinistres, cle matricule + numero.
      * Absent au premier passage : il est cree.
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

      * Mouvements 'S' de motif P des vehicules en perte totale,
      * dans l'ordre de lecture : PROJMERG les trie et les injecte
      * dans le FMVT du soir comme les corrections de PROJCOR.
           SELECT f-mvt-perte ASSIGN DDMVTPTD
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-PERTE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-assures4.
           COPY CASSURE4.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.
         05 ACTIF-EXPERT               PIC X(1).
         05                            PIC X(56).

       fd f-garages.
       01 e-garage.
           COPY CGARAGE.

       fd f-expmis.
       01 e-expmis.
           COPY CEXPMIS.
       fd f-expprm.
       01 e-expprm                     PIC X(80).

       fd f-mvt-perte.
       01 e-mvt-perte                  PIC X(240).

       fd f-regles-ges
           DATA RECORD IS e-regle-ges.
       01 e-regle-ges.
         05 TYPE-RG                    PIC X(1).
         05 AGENCE-RG                  PIC X(2).
         05 MONTANT-MAX-RG             PIC X(8).
         05 MONTANT-MAX-RG-9 REDEFINES MONTANT-MAX-RG
                                       PIC 9(6)V9(2).
         05 GESTION-RG                 PIC X(8).
         05                            PIC X(61).

       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       WORKING-STORAGE SECTION.

       01 CR-SINIST-IN                   PIC 99.
         88 EOF-EXPERTS VALUE 10.
       01 CR-EXPMIS                      PIC 99.
       01 CR-EXPPRM                      PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-GARAGES                     PIC 99.
       01 CR-MVT-PERTE                   PIC 99.
       01 CR-REGLES-GES                  PIC 99.
         88 EOF-REGLES-GES VALUE 10.
       01 CR-SINGES                      PIC 99.

      * Catalogue des garanties, pour nommer la garantie manquante
      * dans le motif de rejet.
       01 CATALOGUE-GARANTIES.
           COPY CGARLIB.
       01 TAB-CATALOGUE REDEFINES CATALOGUE-GARANTIES.
         05 GARANTIE-CAT OCCURS 5.
           10 CODE-GAR-T                 PIC X(3).
           10 LIB-GAR-T                  PIC X(17).
           10 POIDS-GAR-T                PIC 9(2).
       77 IDX-GAR                        PIC 9(2).

      * Resultat du controle de couverture : une collision sans
      * garantie dommages tous accidents reste recevable au titre de
      * la RC, signalee en anomalie informative.
       77 COUVERTURE-SW                  PIC X(1).
         88 SINISTRE-COUVERT             VALUE 'O'.
         88 SINISTRE-RC-SEULE            VALUE 'R'.

      * Seuil d'expertise et delai du rapport ; zero au seuil :
      * l'assignation est debranchee.
                                  ==SIN-ROUVERT== BY
                                    ==SIN-ROUVERT-W==
                                  ==RESERVE-SIN== BY
                                    ==RESERVE-SIN-W==
                                  ==RANG-V-SIN== BY ==RANG-V-SIN-W==
                                  ==ASSUREUR-TIERS-SIN== BY
                                    ==ASSUREUR-TIERS-SIN-W==
                                  ==GARAGE-SIN== BY ==GARAGE-SIN-W==
                                  ==PERTE-TOTALE-SIN== BY
                                    ==PERTE-TOTALE-SIN-W==
                                  ==SIN-PERTE-TOTALE== BY
                                    ==SIN-PERTE-TOTALE-W==
                                  ==VALEUR-VENALE-SIN== BY
                                    ==VALEUR-VENALE-SIN-W==.

      * Code de la declaration, porte en colonne 29 du flux des
      * agences : blanc declaration nouvelle, M mise a jour du

       01 MOTIF-ANO-W                    PIC X(60).

      * Perte totale : valeur venale du vehicule sinistre par le
      * module partage VALVEH ; le sinistre bascule quand son
      * montant depasse le seuil de la classe, en pour cent de
      * cette valeur. Le bris de glace n'est jamais une perte
      * totale.
       01 VALEUR-VEH-W.
           COPY CVALCALC.
       77 SEUIL-MONTANT-W                PIC 9(7)V9(2).
       77 VALEUR-ED-W                    PIC Z(5)9,99.
       77 PERTE-NOUVELLE-SW              PIC X(1).
         88 PERTE-NOUVELLE               VALUE 'O'.
       01 MVT-PERTE-W.
           COPY CMVTPROJ.

      * Regles d'affectation chargees en table (100 au plus).
       01 TAB-REGLES-GES.
         05 REGLE-GES-T OCCURS 100.
           10 TYPE-T                     PIC X(1).
           10 AGENCE-T                   PIC X(2).
           10 MONTANT-MAX-T              PIC 9(6)V9(2).
           10 GESTION-T                  PIC X(8).
       77 NB-REGLES-GES                  PIC 9(3) VALUE 0.
       77 IDX-REGLE                      PIC 9(3).
       77 GESTION-W                      PIC X(8).
       77 AGENCE-X-W                     PIC X(2).
       77 DATE-OUVERT-W                  PIC 9(8).

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * accuse de reception.
       01 CORRES-W.
           COPY CCORRES.

       01 CPT.
         05 CPT-LUS                      PIC 9(6) VALUE 0.
         05 CPT-VALIDES                  PIC 9(6) VALUE 0.
         05 CPT-MAJ                      PIC 9(6) VALUE 0.
         05 CPT-CLOTURES                 PIC 9(6) VALUE 0.
         05 CPT-REJETES                  PIC 9(6) VALUE 0.
         05 CPT-RC-SEULE                 PIC 9(6) VALUE 0.
         05 CPT-PERTES-TOTALES           PIC 9(6) VALUE 0.
         05 CPT-RETRAITS-EMIS            PIC 9(6) VALUE 0.
         05 CPT-RETRAITS-MANUELS         PIC 9(6) VALUE 0.
         05 CPT-AFFECTES                 PIC 9(6) VALUE 0.
         05 CPT-NON-AFFECTES             PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           perform 11000-CHARGE-EXPERTISE
           perform 11100-CHARGE-REGLES-GESTION
           OPEN INPUT f-sinist-in f-assures4 f-garant f-garages
           OPEN I-O f-sinist f-expmis
           OPEN OUTPUT f-etatano f-lettres f-mvt-perte
           IF CR-SINIST-IN > 0
             DISPLAY 'ERROR FSINIST : ' CR-SINIST-IN
             MOVE 8 TO RETURN-CODE
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           OPEN I-O f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           perform 18000-READ-SINIST-IN
           .

           END-IF
           .

      * Charge les regles d'affectation dans l'ordre du fichier ;
      * une regle sans gestionnaire est ignoree.
       11100-CHARGE-REGLES-GESTION.
           OPEN INPUT f-regles-ges
           IF CR-REGLES-GES < 10
             perform until EOF-REGLES-GES
               READ f-regles-ges
                 AT END
                   continue
                 NOT AT END
                   IF GESTION-RG NOT = SPACE AND NB-REGLES-GES < 100
                     ADD 1 TO NB-REGLES-GES
                     MOVE TYPE-RG TO TYPE-T(NB-REGLES-GES)
                     MOVE AGENCE-RG TO AGENCE-T(NB-REGLES-GES)
                     IF MONTANT-MAX-RG NUMERIC
                       MOVE MONTANT-MAX-RG-9
                         TO MONTANT-MAX-T(NB-REGLES-GES)
                     ELSE
                       MOVE 0 TO MONTANT-MAX-T(NB-REGLES-GES)
                     END-IF
                     MOVE GESTION-RG TO GESTION-T(NB-REGLES-GES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-regles-ges
           END-IF
           .

       18000-READ-SINIST-IN.
           READ f-sinist-in
           IF NOT EOF-SINIST-IN
             ADD 1 TO CPT-LUS
             MOVE e-sinist-in TO SINISTRE-W
             MOVE e-sinist-in(29:1) TO CODE-DECL-W
      * Declarations sans rang de vehicule : vehicule principal.
             IF RANG-V-SIN-W NOT NUMERIC
               MOVE 0 TO RANG-V-SIN-W
             END-IF
           END-IF
           .


      * Controles de la declaration : zones numeriques, type et
      * responsabilite dans leur domaine, puis police connue du
      * master et, pour une declaration nouvelle, garantie du
      * vehicule a la date du sinistre. Tout rejet part dans l'etat
      * des anomalies avec son motif.
       21000-VALIDE-SINISTRE.
           MOVE SPACE TO MOTIF-ANO-W
           IF CLE-X-SIN-W NOT NUMERIC
             perform 22000-CHECK-POLICE-CONNUE
           END-IF

           IF MOTIF-ANO-W = SPACE AND GARAGE-SIN-W NOT = SPACE
            AND NOT DECL-CLOTURE
             perform 22200-CHECK-GARAGE
           END-IF

           SET SINISTRE-COUVERT TO TRUE
           IF MOTIF-ANO-W = SPACE AND DECL-NOUVELLE
             perform 22100-CHECK-COUVERTURE
           END-IF

           IF MOTIF-ANO-W = SPACE
             EVALUATE TRUE
               WHEN DECL-NOUVELLE
           END-READ
           .

      * Le garage designe pour la reparation sera paye en direct :
      * il doit etre connu du referentiel et agree.
       22200-CHECK-GARAGE.
           MOVE GARAGE-SIN-W TO CODE-GR
           READ f-garages
             INVALID KEY
               MOVE 'GARAGE REPARATEUR INCONNU' TO MOTIF-ANO-W
             NOT INVALID KEY
               IF NOT GARAGE-AGREE
                 MOVE 'GARAGE REPARATEUR NON AGREE' TO MOTIF-ANO-W
               END-IF
           END-READ
           .

      * Relit la fiche garanties du vehicule sinistre ; un rang a
      * zero designe le vehicule principal.
       22100-CHECK-COUVERTURE.
           IF CR-GARANT < 10
             MOVE MAT-SIN-W TO MAT-GA
             IF RANG-V-SIN-W = 0
               MOVE 1 TO RANG-GA
             ELSE
               MOVE RANG-V-SIN-W TO RANG-GA
             END-IF
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 perform 22110-TESTE-GARANTIE
             END-READ
           END-IF
           .

      * Garantie qui repond du type de sinistre : vol, incendie,
      * bris de glace, dommages tous accidents pour une collision.
      * Elle couvre si elle est en vigueur depuis une date au plus
      * egale a celle du sinistre, ou si elle n'en est sortie
      * qu'apres.
       22110-TESTE-GARANTIE.
           EVALUATE TYPE-SIN-W
             WHEN 'V'
               MOVE 2 TO IDX-GAR
             WHEN 'I'
               MOVE 3 TO IDX-GAR
             WHEN 'B'
               MOVE 4 TO IDX-GAR
             WHEN OTHER
               MOVE 5 TO IDX-GAR
           END-EVALUATE
           IF (GARANTIE-EN-VIGUEUR(IDX-GAR)
               AND DATE-DEBUT-GA(IDX-GAR) <= DATE-SIN-W)
            OR (GARANTIE-SORTIE(IDX-GAR)
               AND DATE-DEBUT-GA(IDX-GAR) <= DATE-SIN-W
               AND DATE-FIN-GA(IDX-GAR) > DATE-SIN-W)
             continue
           ELSE
             IF TYPE-SIN-W = 'C'
               SET SINISTRE-RC-SEULE TO TRUE
             ELSE
               STRING 'GARANTIE ' CODE-GAR-T(IDX-GAR)
                      ' NON SOUSCRITE AU ' DATE-SIN-W
                 DELIMITED BY SIZE INTO MOTIF-ANO-W
               END-STRING
             END-IF
           END-IF
           .

      * La declaration nouvelle ouvre le sinistre : statut ouvert,
      * provision posee au montant declare.
       23000-POSE-SINISTRE.
           MOVE SINISTRE-W TO e-sinist
           MOVE 'O' TO STATUT-SIN
           MOVE MONTANT-SIN-W TO RESERVE-SIN
           MOVE SPACE TO PERTE-TOTALE-SIN
           perform 27000-CONTROLE-PERTE-TOTALE
           WRITE e-sinist
             INVALID KEY
               MOVE 'SINISTRE DEJA ENREGISTRE' TO MOTIF-ANO-W
               perform 24000-ECRIT-ANOMALIE
             NOT INVALID KEY
               ADD 1 TO CPT-VALIDES
               MOVE DATE-F TO DATE-OUVERT-W
               perform 28000-OUVRE-DOSSIER-GESTION
               IF PERTE-NOUVELLE
                 perform 27100-RETIRE-VEHICULE
               END-IF
               IF SINISTRE-RC-SEULE
                 MOVE 'COLLISION SANS GARANTIE DTA : RC SEULE'
                   TO MOTIF-ANO-W
                 perform 24100-SIGNALE-ANOMALIE
               END-IF
               perform 25000-EDITE-ACCUSE
               IF MONTANT-SIN-W > SEUIL-EXPERTISE
                AND NB-EXPERTS > 0
           END-STRING
           WRITE ligne-lettre FROM FORMAT-ACC-IDENTITE
           WRITE ligne-lettre FROM LIGNE-SEPARATEUR
           perform 25100-TRACE-COURRIER
           .

      * L'accuse entre dans l'historique des courriers de la
      * police, le numero de sinistre en reference.
       25100-TRACE-COURRIER.
           MOVE MAT-SIN-W TO MAT-CU
           SET DOC-ACCUSE-SIN-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING 'SINISTRE ' NUM-SIN-W
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE NOM-PRE-A4 TO NOM-CU
           MOVE RUE-A4 TO RUE-CU
           MOVE CP-A4 TO CP-CU
           MOVE VILLE-A4 TO VILLE-CU
           MOVE 'PROJSIN1' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

      * La mise a jour reevalue le sinistre : montant et provision
             NOT INVALID KEY
               MOVE MONTANT-SIN-W TO MONTANT-SIN
               MOVE MONTANT-SIN-W TO RESERVE-SIN
      * L'assureur du tiers, souvent connu apres la declaration,
      * peut etre porte par une mise a jour.
               IF ASSUREUR-TIERS-SIN-W NOT = SPACE
                 MOVE ASSUREUR-TIERS-SIN-W TO ASSUREUR-TIERS-SIN
               END-IF
      * De meme pour le garage choisi pour la reparation.
               IF GARAGE-SIN-W NOT = SPACE
                 MOVE GARAGE-SIN-W TO GARAGE-SIN
               END-IF
               IF SIN-CLOS
                 MOVE 'R' TO STATUT-SIN
               END-IF
               perform 27000-CONTROLE-PERTE-TOTALE
               REWRITE e-sinist
               ADD 1 TO CPT-MAJ
               perform 28500-NOTE-INTERVENTION
               IF PERTE-NOUVELLE
                 perform 27100-RETIRE-VEHICULE
               END-IF
           END-READ
           .

               MOVE 0 TO RESERVE-SIN
               REWRITE e-sinist
               ADD 1 TO CPT-CLOTURES
               perform 28500-NOTE-INTERVENTION
           END-READ
           .

       24000-ECRIT-ANOMALIE.
           MOVE 'B' TO SEVERITE-ANO
           perform 24050-ECRIT-LIGNE-ANO
           ADD 1 TO CPT-REJETES
           .

      * Anomalie informative : la declaration est enregistree, le
      * gestionnaire est seulement averti.
       24100-SIGNALE-ANOMALIE.
           MOVE 'I' TO SEVERITE-ANO
           perform 24050-ECRIT-LIGNE-ANO
           ADD 1 TO CPT-RC-SEULE
           .

       24050-ECRIT-LIGNE-ANO.
           MOVE MAT-SIN-W TO NUM-MAT
           MOVE TYPE-SIN-W TO CODE-MVT-ANO
           MOVE MOTIF-ANO-W TO LIB-MESS
           MOVE DATE-F TO DATE-ANO
           MOVE TIME-F TO HEURE-ANO
           MOVE 'PROJSIN1' TO PROG-ANO
      * Les declarations des agences ne portent pas encore de code
      * agence : rejets comptes sous l'agence 00 (non affectee).
           MOVE ZERO TO AGENCE-ANO
           write etatano
           .

      * Sinistre deja en perte totale : la provision reste
      * plafonnee a la valeur venale retenue. Sinon le montant du
      * sinistre est confronte a la valeur du vehicule a la date du
      * sinistre ; au-dela du seuil, le sinistre passe en perte
      * totale et sa provision est plafonnee. Vehicule non evaluable
      * ou referentiel absent : pas de perte totale.
       27000-CONTROLE-PERTE-TOTALE.
           MOVE 'N' TO PERTE-NOUVELLE-SW
           IF SIN-PERTE-TOTALE
             IF RESERVE-SIN > VALEUR-VENALE-SIN
               MOVE VALEUR-VENALE-SIN TO RESERVE-SIN
             END-IF
           ELSE
             MOVE SPACE TO PERTE-TOTALE-SIN
             MOVE 0 TO VALEUR-VENALE-SIN
             IF TYPE-SIN NOT = 'B'
               MOVE MAT-SIN TO MAT-VC
               MOVE RANG-V-SIN TO RANG-VC
               MOVE DATE-SIN TO DATE-VC
               CALL 'VALVEH' USING VALEUR-VEH-W
               IF VALEUR-CONNUE-VC
                 COMPUTE SEUIL-MONTANT-W = VALEUR-VC * SEUIL-VC / 100
                 IF MONTANT-SIN > SEUIL-MONTANT-W
                   SET SIN-PERTE-TOTALE TO TRUE
                   MOVE VALEUR-VC TO VALEUR-VENALE-SIN
                   IF RESERVE-SIN > VALEUR-VC
                     MOVE VALEUR-VC TO RESERVE-SIN
                   END-IF
                   SET PERTE-NOUVELLE TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Le vehicule perdu quitte la police a la date du sinistre :
      * 'S' de motif P sur la police entiere s'il en est le seul
      * vehicule, sur son seul rang s'il est secondaire. Le vehicule
      * principal d'une police qui en porte d'autres ne peut sortir
      * seul (la fiche maitre le reprend) : le gestionnaire le
      * retire a la main. Dans tous les cas le gestionnaire est
      * averti par une anomalie informative.
       27100-RETIRE-VEHICULE.
           ADD 1 TO CPT-PERTES-TOTALES
           MOVE VALEUR-VC TO VALEUR-ED-W
           MOVE SPACE TO MOTIF-ANO-W
           IF NB-VEHIC-VC > 1 AND RANG-VC = 1
             ADD 1 TO CPT-RETRAITS-MANUELS
             STRING 'PERTE TOTALE (VALEUR ' VALEUR-ED-W
                    ') : RETRAIT MANUEL VEH 1'
               DELIMITED BY SIZE INTO MOTIF-ANO-W
             END-STRING
           ELSE
             INITIALIZE MVT-PERTE-W
             MOVE 'S' TO CODE-MVT
             SET S-PERTE-TOTALE-MVT TO TRUE
             MOVE MAT-SIN TO MAT-MVT
             MOVE AGENCE-A4 TO AGENCE-MVT
             MOVE DATE-SIN TO DATE-EFFET-MVT
             IF RANG-VC > 1
               MOVE RANG-VC TO RANG-V-MVT
             END-IF
             MOVE IMMAT-VC TO IMMAT-MVT
             WRITE e-mvt-perte FROM MVT-PERTE-W
             ADD 1 TO CPT-RETRAITS-EMIS
             STRING 'PERTE TOTALE (VALEUR ' VALEUR-ED-W
                    ') : VEHICULE RETIRE'
               DELIMITED BY SIZE INTO MOTIF-ANO-W
             END-STRING
           END-IF
           MOVE 'I' TO SEVERITE-ANO
           perform 24050-ECRIT-LIGNE-ANO
           .

      * Le sinistre ouvert recoit son dossier de gestion et son
      * gestionnaire selon les regles d'affectation.
       28000-OUVRE-DOSSIER-GESTION.
           perform 28100-CHERCHE-GESTIONNAIRE
           MOVE SPACE TO e-singes
           MOVE CLE-X-SIN TO CLE-X-GS
           MOVE GESTION-W TO GESTION-GS
           IF GESTION-W = SPACE
             MOVE 0 TO DATE-AFFECT-GS
             ADD 1 TO CPT-NON-AFFECTES
           ELSE
             SET AFFECT-REGLE-GS TO TRUE
             MOVE DATE-F TO DATE-AFFECT-GS
             ADD 1 TO CPT-AFFECTES
           END-IF
           MOVE DATE-OUVERT-W TO DATE-OUVERT-GS
           MOVE DATE-F TO DATE-ACTIV-GS
           IF SIN-CLOS
             MOVE DATE-F TO DATE-CLOT-GS
           ELSE
             MOVE 0 TO DATE-CLOT-GS
           END-IF
           WRITE e-singes
             INVALID KEY
               REWRITE e-singes
           END-WRITE
           .

      * Premiere regle qui convient au type, a l'agence de la police
      * (fiche ASSUR4 relue au controle de police) et au montant
      * declare.
       28100-CHERCHE-GESTIONNAIRE.
           MOVE SPACE TO GESTION-W
           MOVE AGENCE-A4 TO AGENCE-X-W
           PERFORM VARYING IDX-REGLE FROM 1 BY 1
                     UNTIL IDX-REGLE > NB-REGLES-GES
                        OR GESTION-W NOT = SPACE
             IF (TYPE-T(IDX-REGLE) = SPACE
                 OR TYPE-T(IDX-REGLE) = TYPE-SIN)
              AND (AGENCE-T(IDX-REGLE) = SPACE
                 OR AGENCE-T(IDX-REGLE) = AGENCE-X-W)
              AND (MONTANT-MAX-T(IDX-REGLE) = 0
                 OR MONTANT-SIN NOT > MONTANT-MAX-T(IDX-REGLE))
               MOVE GESTION-T(IDX-REGLE) TO GESTION-W
             END-IF
           END-PERFORM
           .

      * Mise a jour ou cloture : le dossier note l'intervention. Un
      * sinistre anterieur a la gestion recoit ici son dossier,
      * ouvert a la date du sinistre.
       28500-NOTE-INTERVENTION.
           MOVE CLE-X-SIN TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE DATE-SIN TO DATE-OUVERT-W
               perform 28000-OUVRE-DOSSIER-GESTION
             NOT INVALID KEY
               MOVE DATE-F TO DATE-ACTIV-GS
               IF SIN-CLOS
                 MOVE DATE-F TO DATE-CLOT-GS
               ELSE
                 MOVE 0 TO DATE-CLOT-GS
               END-IF
               REWRITE e-singes
           END-READ
           .

       30000-END-PGM.
           CLOSE f-sinist-in f-assures4 f-sinist f-etatano
                 f-lettres f-expmis f-garant f-garages f-mvt-perte
                 f-singes
           DISPLAY 'SINISTRES LUS     : ' CPT-LUS
           DISPLAY 'SINISTRES VALIDES : ' CPT-VALIDES
           DISPLAY 'MISES A JOUR      : ' CPT-MAJ
           DISPLAY 'CLOTURES          : ' CPT-CLOTURES
           DISPLAY 'EXPERTISES POSEES : ' CPT-MISSIONS
           DISPLAY 'SINISTRES REJETES : ' CPT-REJETES
           DISPLAY 'RC SEULE SANS DTA : ' CPT-RC-SEULE
           DISPLAY 'PERTES TOTALES    : ' CPT-PERTES-TOTALES
           DISPLAY 'RETRAITS EMIS     : ' CPT-RETRAITS-EMIS
           DISPLAY 'RETRAITS MANUELS  : ' CPT-RETRAITS-MANUELS
           DISPLAY 'DOSSIERS AFFECTES : ' CPT-AFFECTES
           DISPLAY 'SANS GESTIONNAIRE : ' CPT-NON-AFFECTES
           IF RETURN-CODE = 0 AND CPT-REJETES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
