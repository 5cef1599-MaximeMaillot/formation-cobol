            RECORD KEY IS CLE-EX
            FILE STATUS IS CR-EXPMIS.

      * Revue conformite : un beneficiaire trouve sur la liste des
      * gels d'avoirs y est pose a examiner, et ses reglements
      * restent bloques tant que la correspondance n'est pas levee.
           SELECT OPTIONAL f-confor ASSIGN DDCONFOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-CF
            FILE STATUS IS CR-CONFOR.

      * Dossiers de recours : le reglement d'un sinistre non
      * responsable ouvre le recours contre l'assureur du tiers, ou
      * en augmente le montant reclame.
           SELECT OPTIONAL f-recour ASSIGN DDRECOUR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RO
            FILE STATUS IS CR-RECOUR.

      * Factures des garages agrees : matricule, numero de
      * sinistre, garage, numero de facture, montant, date. Payees
      * en direct au garage ; la franchise est refacturee a
      * l'assure.
           SELECT OPTIONAL f-factures ASSIGN DDGARFAC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FACTURES.

      * Referentiel des garages : agrement et RIB du beneficiaire.
           SELECT OPTIONAL f-garages ASSIGN DDGARAG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODE-GR
            FILE STATUS IS CR-GARAGES.

      * Base des creances : la franchise refacturee a l'assure
      * apres paiement direct du garage y est posee (origine F).
           SELECT OPTIONAL f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Historique des factures de garages pour le releve mensuel.
           SELECT f-garhis ASSIGN DDGARHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GARHIS.

      * Historique des criblages pour l'attestation mensuelle.
           SELECT f-gelhis ASSIGN DDGELHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GELHIS.

      * Ordres de paiement pour la banque, format fixe.
           SELECT f-paiements ASSIGN DDSINPAY
            ORGANIZATION SEQUENTIAL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINSUM.

      * Mouvements 'S' de motif P des vehicules passes en perte
      * totale au reglement, dans l'ordre de lecture : PROJMERG les
      * trie et les injecte dans le FMVT du soir comme les
      * corrections de PROJCOR.
           SELECT f-mvt-perte ASSIGN DDMVTPTR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-PERTE.

      * Dossiers de gestion : chaque reglement date l'intervention
      * sur le sinistre (et sa cloture).
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-expmis.
           COPY CEXPMIS.

       fd f-confor.
       01 e-confor.
           COPY CCONFOR.

       fd f-recour.
       01 e-recour.
           COPY CRECOUR.

       fd f-factures
           DATA RECORD IS e-facture.
       01 e-facture.
         05 MAT-FA                     PIC X(6).
         05 NUM-SIN-FA                 PIC X(4).
         05 GARAGE-FA                  PIC X(5).
         05 NUM-FACTURE-FA             PIC X(10).
         05 MONTANT-FA                 PIC X(8).
         05 MONTANT-FA-9 REDEFINES MONTANT-FA
                                       PIC 9(6)V9(2).
         05 DATE-FA                    PIC X(8).
         05                            PIC X(39).

       fd f-garages.
       01 e-garage.
           COPY CGARAGE.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-garhis.
       01 e-garhis.
           COPY CGARHIS.

       fd f-gelhis.
       01 e-gelhis.
           COPY CGELHIS.

       fd f-paiements.
       01 e-paiement.
         05 MAT-PY                     PIC 9(6).
         05 DATE-PY                    PIC 9(8).
      * Franchise deduite du montant regle, en clair sur l'ordre.
         05 FRANCHISE-PY               PIC 9(4)V9(2).
      * Beneficiaire : blanc l'assure, G le garage reparateur paye
      * en direct sur sa facture (virement sur le RIB porte ici, la
      * franchise etant alors refacturee a l'assure, pas deduite :
      * elle est portee pour memoire, le montant reste la facture).
         05 TYPE-BENEF-PY              PIC X(1).
           88 BENEF-GARAGE-PY          VALUE 'G'.
         05 RIB-PY                     PIC X(23).
         05                            PIC X(4).

       fd f-rejets.
       01 e-rejet                      PIC X(80).
       01 e-sinsum.
         05 NB-REGLES-SS               PIC 9(6).
         05 MONTANT-REGLE-SS           PIC 9(11)V9(2).
      * Franchises refacturees aux assures (paiements directs).
         05 NB-FRANCHISES-SS           PIC 9(6).
         05 MONTANT-FRANCHISES-SS      PIC 9(11)V9(2).
         05                            PIC X(42).

       fd f-mvt-perte.
       01 e-mvt-perte                  PIC X(240).

       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       WORKING-STORAGE SECTION.

       01 CR-EXPMIS                      PIC 99.
       77 FRANCHISE-W                    PIC 9(4)V9(2).
       77 TOTAL-FRANCHISES               PIC 9(9)V9(2) VALUE 0.
       01 CR-CONFOR                      PIC 99.
       01 CR-GELHIS                      PIC 99.
       01 CR-RECOUR                      PIC 99.
       77 CPT-RECOURS-OUVERTS            PIC 9(6) VALUE 0.
       77 CPT-RECOURS-COMPLETES          PIC 9(6) VALUE 0.
       77 MONTANT-RECOURS-W              PIC 9(6)V9(2).

      * Factures de garages.
       01 CR-FACTURES                    PIC 99.
         88 EOF-FACTURES VALUE 10.
       01 CR-GARAGES                     PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-GARHIS                      PIC 99.
       77 GARAGE-CONNU-SW                PIC X(1).
         88 GARAGE-CONNU VALUE 'O'.
       01 CPT-FACTURES.
         05 CPT-FACT-LUES                PIC 9(6) VALUE 0.
         05 CPT-FACT-PAYEES              PIC 9(6) VALUE 0.
         05 CPT-FACT-LITIGES             PIC 9(6) VALUE 0.
         05 CPT-FRANCHISES-REFACT        PIC 9(6) VALUE 0.
         05 CPT-FRANCHISES-NON-POSEES    PIC 9(6) VALUE 0.
         05 TOTAL-FRANCHISES-REFACT      PIC 9(11)V9(2) VALUE 0.

      * Criblage du beneficiaire contre la liste des gels.
       01 CRIBLE-GEL-W.
           COPY CCRIBGEL.
       77 BENEF-CONNU-SW                 PIC X(1).
         88 BENEF-CONNU VALUE 'O'.
       77 CPT-CRIBLES                    PIC 9(7) VALUE 0.
       77 CPT-SIGNALES                   PIC 9(7) VALUE 0.
       77 CPT-NOUVEAUX                   PIC 9(7) VALUE 0.
       77 CPT-BLOQUES                    PIC 9(7) VALUE 0.

      * Perte totale : le montant regle ou facture est confronte a
      * la valeur venale du vehicule (module partage VALVEH) comme
      * le montant declare l'est a la declaration ; le sinistre en
      * perte totale a sa provision plafonnee a cette valeur.
       01 CR-MVT-PERTE                   PIC 99.
       01 CR-SINGES                      PIC 99.

      * Pieces justificatives manquantes, par le module CTRLPIEC.
       01 PIECES-SIN-W.
           COPY CPIECALC.
       01 VALEUR-VEH-W.
           COPY CVALCALC.
       77 MONTANT-CONTROLE-W             PIC 9(6)V9(2).
       77 SEUIL-MONTANT-W                PIC 9(7)V9(2).
       01 MVT-PERTE-W.
           COPY CMVTPROJ.
       01 CPT-PERTES.
         05 CPT-PERTES-TOTALES           PIC 9(6) VALUE 0.
         05 CPT-RETRAITS-EMIS            PIC 9(6) VALUE 0.
         05 CPT-RETRAITS-MANUELS         PIC 9(6) VALUE 0.
         05 CPT-REGL-PLAFONNES           PIC 9(6) VALUE 0.
         05 CPT-BLOQUES-PIECES           PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.
         05                              PIC 99.

       01 CPT.
         05 CPT-LUS                      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-TRAITE-FACTURES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           OPEN INPUT f-reglements f-assures4
           IF CR-REGLEMENTS > 0
             DISPLAY 'ERROR DDSINPIN : ' CR-REGLEMENTS
           END-IF
           OPEN INPUT f-vehic
           OPEN INPUT f-expmis
           OPEN I-O f-confor
           IF CR-CONFOR > 9
             DISPLAY 'ERROR DDCONFOR : ' CR-CONFOR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-recour
           IF CR-RECOUR > 9
             DISPLAY 'ERROR DDRECOUR : ' CR-RECOUR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-garages
           OPEN I-O f-recev
           IF CR-RECEV > 9
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           SET GEL-CONTROLE TO TRUE
           MOVE 0 TO DATE-PUB-CG
           OPEN OUTPUT f-paiements f-rejets f-sinsum f-mvt-perte
           perform 18000-READ-REGLEMENT
           .

               MOVE 0 TO RESERVE-SIN
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOT SIN-PERTE-TOTALE
             MOVE MONTANT-RG-9 TO MONTANT-CONTROLE-W
             perform 28000-CONTROLE-PERTE-TOTALE
           END-IF
      * En perte totale, le reglement au-dela de la provision
      * plafonnee est ramene a ce qui reste du a la valeur venale.
           IF MOTIF-REJET-W = SPACE AND SIN-PERTE-TOTALE
            AND MONTANT-RG-9 > RESERVE-SIN AND RESERVE-SIN > 0
             DISPLAY 'REGLEMENT PLAFONNE PERTE TOTALE : ' MAT-SIN
                     '/' NUM-SIN ' ' MONTANT-RG-9 ' A ' RESERVE-SIN
             MOVE RESERVE-SIN TO MONTANT-RG-9
             ADD 1 TO CPT-REGL-PLAFONNES
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND MONTANT-RG-9 > RESERVE-SIN
             MOVE 'REGLEMENT SUPERIEUR A LA PROVISION'
                 END-IF
             END-READ
           END-IF
      * Une piece justificative obligatoire manquante aussi.
           IF MOTIF-REJET-W = SPACE
             MOVE 'N' TO FACTURE-GARAGE-PQ
             perform 29500-CONTROLE-PIECES
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 22500-CRIBLE-BENEFICIAIRE
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 23000-PAYE-SINISTRE
           ELSE
           END-IF
           .

      * Aucun ordre ne part sans que son beneficiaire ait ete
      * crible contre la liste des gels d'avoirs : beneficiaire
      * introuvable ou liste indisponible, le reglement est refuse ;
      * beneficiaire trouve, il est bloque et la police passe en
      * revue conformite, sauf si cette meme mesure a deja ete
      * levee comme homonymie par le responsable conformite.
       22500-CRIBLE-BENEFICIAIRE.
           perform 23200-POSE-BENEFICIAIRE
           IF NOT BENEF-CONNU
             MOVE 'BENEFICIAIRE INCONNU - CRIBLAGE IMPOSSIBLE'
               TO MOTIF-REJET-W
           ELSE
             ADD 1 TO CPT-CRIBLES
             MOVE NOM-BENEF-W TO NOM-CG
             MOVE SPACE TO PRENOM-CG
             MOVE 0 TO DATE-NAIS-CG
             CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
             EVALUATE TRUE
               WHEN GEL-INDISPONIBLE
                 MOVE 'LISTE DES GELS INDISPONIBLE' TO MOTIF-REJET-W
               WHEN GEL-SIGNALE
                 ADD 1 TO CPT-SIGNALES
                 perform 22600-POSE-REVUE-CONFORMITE
               WHEN OTHER
                 continue
             END-EVALUATE
           END-IF
           .

       22600-POSE-REVUE-CONFORMITE.
           MOVE MAT-SIN TO MAT-CF
           MOVE 'A' TO PERS-CF
           MOVE 0 TO RANG-CF
           READ f-confor
             INVALID KEY
               MOVE SPACE TO e-confor
               MOVE MAT-SIN TO MAT-CF
               MOVE 'A' TO PERS-CF
               MOVE 0 TO RANG-CF
               perform 22700-REPORTE-SIGNALEMENT
               WRITE e-confor
                 INVALID KEY
                   DISPLAY 'ERROR DDCONFOR ECRITURE : ' CLE-X-CF
               END-WRITE
               ADD 1 TO CPT-NOUVEAUX
             NOT INVALID KEY
               IF REVUE-LEVEE-CF AND REF-GEL-CF NOT = REF-GEL-CG
                 perform 22700-REPORTE-SIGNALEMENT
                 REWRITE e-confor
                 ADD 1 TO CPT-NOUVEAUX
               END-IF
           END-READ
           IF NOT REVUE-LEVEE-CF
             MOVE 'BENEFICIAIRE SOUS GEL - REVUE CONFORMITE'
               TO MOTIF-REJET-W
             ADD 1 TO CPT-BLOQUES
           END-IF
           .

       22700-REPORTE-SIGNALEMENT.
           MOVE NOM-BENEF-W TO NOM-CF
           MOVE REF-GEL-CG TO REF-GEL-CF
           MOVE NOM-GEL-CG TO NOM-GEL-CF
           MOVE PRENOM-GEL-CG TO PRENOM-GEL-CF
           SET ORIGINE-PAIEMENT-CF TO TRUE
           MOVE NUM-SIN TO NUM-SIN-CF
           MOVE DATE-JOUR TO DATE-DETECT-CF
           SET REVUE-A-EXAMINER-CF TO TRUE
           MOVE 0 TO DATE-DECISION-CF
           MOVE SPACE TO OPERATEUR-CF COMMENTAIRE-CF
           .

      * Le montant paye est le montant regle moins la franchise du
      * vehicule principal de la police (plafonnee au montant
      * regle) ; la provision baisse du montant regle entier, la
             COMPUTE MONTANT-PAYE-W = MONTANT-RG-9 - FRANCHISE-W
           END-IF
           ADD FRANCHISE-W TO TOTAL-FRANCHISES
           perform 23400-ECRIT-ORDRE
           SUBTRACT MONTANT-RG-9 FROM RESERVE-SIN
           IF RESERVE-SIN = 0
             ADD 1 TO CPT-CLOTURES
           END-IF
           REWRITE e-sinist
           perform 29000-NOTE-INTERVENTION
           ADD 1 TO CPT-PAYES
           ADD MONTANT-PAYE-W TO TOTAL-PAYE
           IF RESP-NON-ENGAGEE AND MONTANT-PAYE-W > 0
             MOVE MONTANT-PAYE-W TO MONTANT-RECOURS-W
             perform 23600-POSE-RECOURS
           END-IF
           .

      * Le recours reclame a l'assureur du tiers ce que la
      * compagnie a paye (la franchise reste le recours propre de
      * l'assure) ; un recours deja solde se rouvre pour le
      * complement.
       23600-POSE-RECOURS.
           MOVE CLE-X-SIN TO CLE-X-RO
           READ f-recour
             INVALID KEY
               MOVE SPACE TO e-recour
               MOVE CLE-X-SIN TO CLE-X-RO
               MOVE ASSUREUR-TIERS-SIN TO ASSUREUR-RO
               MOVE TYPE-SIN TO TYPE-SIN-RO
               MOVE DATE-JOUR TO DATE-OUVERTURE-RO DATE-STATUT-RO
               MOVE MONTANT-RECOURS-W TO MONTANT-RECLAME-RO
               MOVE 0 TO MONTANT-RECOUVRE-RO NB-ENCAISSEMENTS-RO
                         DATE-DERNIER-ENC-RO
               SET RECOURS-EN-COURS TO TRUE
               WRITE e-recour
                 INVALID KEY
                   DISPLAY 'ERROR DDRECOUR ECRITURE : ' CLE-X-RO
               END-WRITE
               ADD 1 TO CPT-RECOURS-OUVERTS
             NOT INVALID KEY
               ADD MONTANT-RECOURS-W TO MONTANT-RECLAME-RO
               IF ASSUREUR-RO = SPACE
                 MOVE ASSUREUR-TIERS-SIN TO ASSUREUR-RO
               END-IF
               IF RECOURS-SOLDE
                 SET RECOURS-EN-COURS TO TRUE
                 MOVE DATE-JOUR TO DATE-STATUT-RO
               END-IF
               REWRITE e-recour
               ADD 1 TO CPT-RECOURS-COMPLETES
           END-READ
           .

      * Franchise du vehicule principal de la police du sinistre,
      * ou du vehicule perdu sur une perte totale (l'indemnite nette
      * est sa valeur moins sa franchise) ; vehicule absent, fichier
      * indisponible ou zone a blanc (vehicule anterieur a la
      * franchise) : pas de franchise.
       23100-POSE-FRANCHISE.
           MOVE 0 TO FRANCHISE-W
           IF CR-VEHIC < 10
             MOVE MAT-SIN TO MAT-AV
             MOVE 1 TO RANG-AV
             IF SIN-PERTE-TOTALE AND RANG-V-SIN NUMERIC
              AND RANG-V-SIN > 0
               MOVE RANG-V-SIN TO RANG-AV
             END-IF
             READ f-vehic
               INVALID KEY
                 continue
           READ f-assures4
             INVALID KEY
               MOVE 'ASSURE PARTI DU MASTER' TO NOM-BENEF-W
               MOVE 'N' TO BENEF-CONNU-SW
             NOT INVALID KEY
               MOVE NOM-PRE-A4 TO NOM-BENEF-W
               MOVE 'O' TO BENEF-CONNU-SW
           END-READ
           .

           WRITE e-rejet FROM FORMAT-REJET
           .

       24100-ECRIT-REJET-FACTURE.
           ADD 1 TO CPT-REJETES
           MOVE MAT-FA TO MAT-REJ-F
           MOVE NUM-SIN-FA TO NUM-REJ-F
           MOVE MOTIF-REJET-W TO MOTIF-REJ-F
           WRITE e-rejet FROM FORMAT-REJET
           .

      * Factures des garages : meme controle que le reglement
      * (sinistre ouvert, provision suffisante, pas d'expertise
      * ouverte), plus le garage agree et designe sur le sinistre.
      * Payee, la facture l'est entiere au garage et la franchise
      * part en creance sur l'assure ; refusee, elle est en litige
      * sur le releve du garage. Fichier absent : rien a payer.
       25000-TRAITE-FACTURES.
           OPEN INPUT f-factures
           IF CR-FACTURES < 10
             OPEN EXTEND f-garhis
             IF CR-GARHIS > 0
               DISPLAY 'ERROR DDGARHIS : ' CR-GARHIS
               MOVE 8 TO RETURN-CODE
             END-IF
             perform until EOF-FACTURES
               READ f-factures
                 AT END
                   continue
                 NOT AT END
                   ADD 1 TO CPT-FACT-LUES
                   perform 26000-TRAITE-FACTURE
               END-READ
             END-PERFORM
             CLOSE f-factures
             IF CR-GARHIS = 0
               CLOSE f-garhis
             END-IF
           END-IF
           .

       26000-TRAITE-FACTURE.
           MOVE SPACE TO MOTIF-REJET-W
           MOVE 'N' TO GARAGE-CONNU-SW
           MOVE 0 TO FRANCHISE-W MONTANT-PAYE-W
           IF MAT-FA NOT NUMERIC OR NUM-SIN-FA NOT NUMERIC
             MOVE 'CLE SINISTRE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND (MONTANT-FA NOT NUMERIC OR MONTANT-FA-9 = 0)
             MOVE 'MONTANT FACTURE NON NUMERIQUE OU NUL'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-FA NOT NUMERIC
             MOVE 'DATE FACTURE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
             MOVE GARAGE-FA TO CODE-GR
             READ f-garages
               INVALID KEY
                 MOVE 'GARAGE INCONNU DU REFERENTIEL'
                   TO MOTIF-REJET-W
               NOT INVALID KEY
                 MOVE 'O' TO GARAGE-CONNU-SW
             END-READ
           END-IF
           IF MOTIF-REJET-W = SPACE
             MOVE MAT-FA TO CLE-X-SIN(1:6)
             MOVE NUM-SIN-FA TO CLE-X-SIN(7:4)
             READ f-sinist
               INVALID KEY
                 MOVE 'SINISTRE INCONNU' TO MOTIF-REJET-W
             END-READ
           END-IF
           IF MOTIF-REJET-W = SPACE AND SIN-CLOS
             MOVE 'SINISTRE DEJA CLOS' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND GARAGE-SIN NOT = GARAGE-FA
             MOVE 'GARAGE NON DESIGNE SUR LE SINISTRE'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOT GARAGE-AGREE
             MOVE 'GARAGE NON AGREE - PAIEMENT DIRECT REFUSE'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND RIB-GR = SPACE
             MOVE 'GARAGE SANS COORDONNEES BANCAIRES'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND RESERVE-SIN NOT NUMERIC
             IF MONTANT-SIN NUMERIC
               MOVE MONTANT-SIN TO RESERVE-SIN
             ELSE
               MOVE 0 TO RESERVE-SIN
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOT SIN-PERTE-TOTALE
             MOVE MONTANT-FA-9 TO MONTANT-CONTROLE-W
             perform 28000-CONTROLE-PERTE-TOTALE
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND MONTANT-FA-9 > RESERVE-SIN
             IF SIN-PERTE-TOTALE
               MOVE 'FACTURE AU-DELA DE LA VALEUR VENALE'
                 TO MOTIF-REJET-W
             ELSE
               MOVE 'FACTURE SUPERIEURE A LA PROVISION'
                 TO MOTIF-REJET-W
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE AND CR-EXPMIS < 10
             MOVE MAT-FA TO CLE-X-EX(1:6)
             MOVE NUM-SIN-FA TO CLE-X-EX(7:4)
             READ f-expmis
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF EXPERTISE-OUVERTE
                   MOVE 'EXPERTISE EN COURS - REGLEMENT REFUSE'
                     TO MOTIF-REJET-W
                 END-IF
             END-READ
           END-IF
      * La facture du garage tient lieu de facture de reparation.
           IF MOTIF-REJET-W = SPACE
             MOVE 'O' TO FACTURE-GARAGE-PQ
             perform 29500-CONTROLE-PIECES
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 26500-CRIBLE-GARAGE
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 27000-PAYE-GARAGE
           ELSE
             perform 24100-ECRIT-REJET-FACTURE
             IF GARAGE-CONNU
               ADD 1 TO CPT-FACT-LITIGES
               SET FACTURE-LITIGE-GH TO TRUE
               perform 27500-ECRIT-HISTO-FACTURE
             END-IF
           END-IF
           .

      * Le garage beneficiaire est crible comme l'assure : trouve
      * sur la liste des gels, son paiement est bloque.
       26500-CRIBLE-GARAGE.
           ADD 1 TO CPT-CRIBLES
           MOVE NOM-GR TO NOM-CG
           MOVE SPACE TO PRENOM-CG
           MOVE 0 TO DATE-NAIS-CG
           CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
           EVALUATE TRUE
             WHEN GEL-INDISPONIBLE
               MOVE 'LISTE DES GELS INDISPONIBLE' TO MOTIF-REJET-W
             WHEN GEL-SIGNALE
               ADD 1 TO CPT-SIGNALES
               ADD 1 TO CPT-BLOQUES
               MOVE 'GARAGE SOUS GEL - PAIEMENT BLOQUE'
                 TO MOTIF-REJET-W
             WHEN OTHER
               continue
           END-EVALUATE
           .

      * La facture est payee entiere au garage et la provision
      * baisse d'autant ; la franchise du vehicule (plafonnee a la
      * facture) est refacturee a l'assure. Le recours sur un
      * sinistre non responsable porte sur le cout net.
       27000-PAYE-GARAGE.
           perform 23100-POSE-FRANCHISE
           IF FRANCHISE-W > MONTANT-FA-9
             MOVE MONTANT-FA-9 TO FRANCHISE-W
           END-IF
           MOVE MONTANT-FA-9 TO MONTANT-PAYE-W
           perform 27100-ECRIT-ORDRE-GARAGE
           SUBTRACT MONTANT-FA-9 FROM RESERVE-SIN
           IF RESERVE-SIN = 0
             MOVE 'C' TO STATUT-SIN
             ADD 1 TO CPT-CLOTURES
           END-IF
           REWRITE e-sinist
           perform 29000-NOTE-INTERVENTION
           ADD 1 TO CPT-PAYES
           ADD 1 TO CPT-FACT-PAYEES
           ADD MONTANT-PAYE-W TO TOTAL-PAYE
           IF FRANCHISE-W > 0
             perform 27200-REFACTURE-FRANCHISE
           END-IF
           IF RESP-NON-ENGAGEE AND MONTANT-PAYE-W > FRANCHISE-W
             COMPUTE MONTANT-RECOURS-W = MONTANT-PAYE-W - FRANCHISE-W
             perform 23600-POSE-RECOURS
           END-IF
           SET FACTURE-PAYEE-GH TO TRUE
           perform 27500-ECRIT-HISTO-FACTURE
           .

       27100-ECRIT-ORDRE-GARAGE.
           MOVE SPACE TO e-paiement(1:80)
           MOVE MAT-SIN TO MAT-PY
           MOVE NUM-SIN TO NUM-SIN-PY
           MOVE NOM-GR TO NOM-PY
           MOVE MONTANT-PAYE-W TO MONTANT-PY
           MOVE DATE-FA TO DATE-PY
           MOVE FRANCHISE-W TO FRANCHISE-PY
           SET BENEF-GARAGE-PY TO TRUE
           MOVE RIB-GR TO RIB-PY
           WRITE e-paiement
           .

      * Creance de franchise sur l'assure, datee du jour. Une
      * seconde franchise du meme jour s'ajoute a la premiere ; une
      * creance d'une autre origine deja posee ce jour sur la
      * police bloque la cle : la franchise est signalee a poser a
      * la main.
       27200-REFACTURE-FRANCHISE.
           MOVE MAT-SIN TO MAT-RC
           MOVE DATE-JOUR TO DATE-RC
           READ f-recev
             INVALID KEY
               MOVE MAT-SIN TO MAT-RC
               MOVE DATE-JOUR TO DATE-RC
               MOVE FRANCHISE-W TO MONTANT-DU-RC
               MOVE 0 TO MONTANT-REGLE-RC
               SET CREANCE-OUVERTE TO TRUE
               SET CREANCE-DEBIT TO TRUE
               MOVE 0 TO PENALITE-RC NIVEAU-RELANCE-RC
               MOVE 0 TO FRAIS-REJET-RC NB-REJETS-RC DATE-REJET-RC
               MOVE SPACE TO MOTIF-REJET-RC
               MOVE 0 TO TAXE-RC
               SET ORIGINE-FRANCHISE TO TRUE
               WRITE e-recev
                 INVALID KEY
                   perform 27300-SIGNALE-FRANCHISE
                 NOT INVALID KEY
                   ADD 1 TO CPT-FRANCHISES-REFACT
                   ADD FRANCHISE-W TO TOTAL-FRANCHISES-REFACT
               END-WRITE
             NOT INVALID KEY
               IF ORIGINE-FRANCHISE AND CREANCE-OUVERTE
                 ADD FRANCHISE-W TO MONTANT-DU-RC
                 REWRITE e-recev
                 ADD 1 TO CPT-FRANCHISES-REFACT
                 ADD FRANCHISE-W TO TOTAL-FRANCHISES-REFACT
               ELSE
                 perform 27300-SIGNALE-FRANCHISE
               END-IF
           END-READ
           .

       27300-SIGNALE-FRANCHISE.
           DISPLAY 'FRANCHISE NON REFACTUREE : ' MAT-SIN '/' NUM-SIN
                   ' ' FRANCHISE-W
           ADD 1 TO CPT-FRANCHISES-NON-POSEES
           .

       27500-ECRIT-HISTO-FACTURE.
           IF CR-GARHIS = 0
             MOVE GARAGE-FA TO GARAGE-GH
             MOVE MAT-FA TO MAT-GH
             MOVE NUM-SIN-FA TO NUM-SIN-GH
             MOVE NUM-FACTURE-FA TO NUM-FACTURE-GH
             MOVE DATE-FA TO DATE-FACTURE-GH
             MOVE DATE-JOUR TO DATE-TRAITEMENT-GH
             MOVE MONTANT-FA-9 TO MONTANT-FACTURE-GH
             MOVE MONTANT-PAYE-W TO MONTANT-PAYE-GH
             MOVE FRANCHISE-W TO FRANCHISE-GH
             MOVE MOTIF-REJET-W TO MOTIF-GH
             WRITE e-garhis
           END-IF
           .

      * Le montant regle ou facture est confronte a la valeur du
      * vehicule a la date du sinistre ; au-dela du seuil de sa
      * classe, le sinistre passe en perte totale, sa provision est
      * plafonnee a cette valeur et il est reecrit aussitot, que le
      * reglement passe ou non. Bris de glace, vehicule non
      * evaluable ou referentiel absent : pas de perte totale.
       28000-CONTROLE-PERTE-TOTALE.
           IF TYPE-SIN NOT = 'B'
             MOVE MAT-SIN TO MAT-VC
             IF RANG-V-SIN NUMERIC
               MOVE RANG-V-SIN TO RANG-VC
             ELSE
               MOVE 0 TO RANG-VC
             END-IF
             MOVE DATE-SIN TO DATE-VC
             CALL 'VALVEH' USING VALEUR-VEH-W
             IF VALEUR-CONNUE-VC
               COMPUTE SEUIL-MONTANT-W = VALEUR-VC * SEUIL-VC / 100
               IF MONTANT-CONTROLE-W > SEUIL-MONTANT-W
                 SET SIN-PERTE-TOTALE TO TRUE
                 MOVE VALEUR-VC TO VALEUR-VENALE-SIN
                 IF RESERVE-SIN > VALEUR-VC
                   MOVE VALEUR-VC TO RESERVE-SIN
                 END-IF
                 REWRITE e-sinist
                 ADD 1 TO CPT-PERTES-TOTALES
                 perform 28100-RETIRE-VEHICULE
               END-IF
             END-IF
           END-IF
           .

      * Le vehicule perdu quitte la police a la date du sinistre,
      * comme a la declaration (PROJSIN1) : 'S' de motif P sur la
      * police entiere s'il en est le seul vehicule, sur son seul
      * rang s'il est secondaire ; vehicule principal d'une police
      * qui en porte d'autres : retrait a faire a la main.
       28100-RETIRE-VEHICULE.
           IF NB-VEHIC-VC > 1 AND RANG-VC = 1
             DISPLAY 'PERTE TOTALE VEHICULE PRINCIPAL A RETIRER : '
                     MAT-SIN '/' NUM-SIN
             ADD 1 TO CPT-RETRAITS-MANUELS
           ELSE
             INITIALIZE MVT-PERTE-W
             MOVE 'S' TO CODE-MVT
             SET S-PERTE-TOTALE-MVT TO TRUE
             MOVE MAT-SIN TO MAT-MVT
             MOVE MAT-SIN TO MAT-X4
             READ f-assures4
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE AGENCE-A4 TO AGENCE-MVT
             END-READ
             MOVE DATE-SIN TO DATE-EFFET-MVT
             IF RANG-VC > 1
               MOVE RANG-VC TO RANG-V-MVT
             END-IF
             MOVE IMMAT-VC TO IMMAT-MVT
             WRITE e-mvt-perte FROM MVT-PERTE-W
             ADD 1 TO CPT-RETRAITS-EMIS
           END-IF
           .

      * Le reglement date l'intervention du gestionnaire et, s'il
      * solde la provision, la cloture du dossier. Un sinistre sans
      * dossier (anterieur a la gestion) en recoit un, ouvert a la
      * date du sinistre et en attente d'affectation.
       29000-NOTE-INTERVENTION.
           MOVE CLE-X-SIN TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE SPACE TO e-singes
               MOVE CLE-X-SIN TO CLE-X-GS
               MOVE 0 TO DATE-AFFECT-GS
               MOVE DATE-SIN TO DATE-OUVERT-GS
               perform 29100-DATE-INTERVENTION
               WRITE e-singes
             NOT INVALID KEY
               perform 29100-DATE-INTERVENTION
               REWRITE e-singes
           END-READ
           .

       29100-DATE-INTERVENTION.
           MOVE DATE-JOUR TO DATE-ACTIV-GS
           IF SIN-CLOS
             MOVE DATE-JOUR TO DATE-CLOT-GS
           ELSE
             MOVE 0 TO DATE-CLOT-GS
           END-IF
           .

      * Tant qu'une piece obligatoire a la liste du type de
      * sinistre n'est pas arrivee au courrier, rien ne se paye ;
      * le rejet nomme la premiere piece qui manque.
       29500-CONTROLE-PIECES.
           MOVE MAT-SIN TO MAT-PQ
           MOVE NUM-SIN TO NUM-SIN-PQ
           MOVE TYPE-SIN TO TYPE-SIN-PQ
           CALL 'CTRLPIEC' USING BY REFERENCE PIECES-SIN-W
           IF PIECES-MANQUANTES-PQ
             MOVE SPACE TO MOTIF-REJET-W
             STRING 'PIECE MANQUANTE : ' LIBELLE-PQ(1)
               DELIMITED BY SIZE INTO MOTIF-REJET-W
             END-STRING
             ADD 1 TO CPT-BLOQUES-PIECES
           END-IF
           .

       30000-END-PGM.
           MOVE SPACE TO e-sinsum(1:80)
           MOVE CPT-PAYES TO NB-REGLES-SS
           MOVE TOTAL-PAYE TO MONTANT-REGLE-SS
           MOVE CPT-FRANCHISES-REFACT TO NB-FRANCHISES-SS
           MOVE TOTAL-FRANCHISES-REFACT TO MONTANT-FRANCHISES-SS
           WRITE e-sinsum
           perform 31000-ECRIT-HISTO-CRIBLAGE
           CLOSE f-reglements f-sinist f-assures4 f-vehic
                 f-expmis f-confor f-paiements f-rejets f-sinsum
                 f-recour f-garages f-recev f-mvt-perte f-singes
           DISPLAY 'REGLEMENTS LUS     : ' CPT-LUS
           DISPLAY 'ORDRES EMIS        : ' CPT-PAYES
           DISPLAY 'SINISTRES CLOTURES : ' CPT-CLOTURES
           DISPLAY 'REJETS             : ' CPT-REJETES
           DISPLAY 'TOTAL REGLE        : ' TOTAL-PAYE
           DISPLAY 'FRANCHISES DEDUITES: ' TOTAL-FRANCHISES
           DISPLAY 'BENEF. CRIBLES     : ' CPT-CRIBLES
           DISPLAY 'BLOQUES GELS       : ' CPT-BLOQUES
           DISPLAY 'RECOURS OUVERTS    : ' CPT-RECOURS-OUVERTS
           DISPLAY 'RECOURS COMPLETES  : ' CPT-RECOURS-COMPLETES
           DISPLAY 'FACTURES GARAGES   : ' CPT-FACT-LUES
           DISPLAY 'FACTURES PAYEES    : ' CPT-FACT-PAYEES
           DISPLAY 'FACTURES LITIGE    : ' CPT-FACT-LITIGES
           DISPLAY 'FRANCHISES REFACT. : ' TOTAL-FRANCHISES-REFACT
           DISPLAY 'FRANCHISES A POSER : ' CPT-FRANCHISES-NON-POSEES
           DISPLAY 'PERTES TOTALES     : ' CPT-PERTES-TOTALES
           DISPLAY 'RETRAITS EMIS      : ' CPT-RETRAITS-EMIS
           DISPLAY 'RETRAITS MANUELS   : ' CPT-RETRAITS-MANUELS
           DISPLAY 'REGL. PLAFONNES    : ' CPT-REGL-PLAFONNES
           DISPLAY 'BLOQUES PIECES     : ' CPT-BLOQUES-PIECES
           IF RETURN-CODE = 0
            AND (CPT-REJETES > 0 OR CPT-FRANCHISES-NON-POSEES > 0
                 OR CPT-RETRAITS-MANUELS > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * Volumes du lot pour l'attestation conformite.
       31000-ECRIT-HISTO-CRIBLAGE.
           OPEN EXTEND f-gelhis
           IF CR-GELHIS > 0
             DISPLAY 'ERROR DDGELHIS : ' CR-GELHIS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE SPACE TO e-gelhis
             MOVE DATE-JOUR TO DATE-GH
             MOVE TIME-F(1:6) TO HEURE-GH
             MOVE 'PROJSINP' TO PROG-GH
             SET PASSAGE-PAIEMENT-GH TO TRUE
             MOVE DATE-PUB-CG TO DATE-PUB-GH
             MOVE CPT-CRIBLES TO NB-LUS-GH
             MOVE 0 TO NB-CONDUC-GH
             MOVE CPT-SIGNALES TO NB-SIGNALES-GH
             MOVE CPT-NOUVEAUX TO NB-NOUVEAUX-GH
             MOVE CPT-BLOQUES TO NB-BLOQUES-GH
             WRITE e-gelhis
             CLOSE f-gelhis
           END-IF
           .
