      * Carte parametre des penalites de retard : mode en colonne 1
      * (F montant fixe par niveau, P pourcentage du principal
      * restant), valeur en colonnes 2-7 (6 chiffres centimes ou
      * centiemes compris). Absente, penalites debranchees. Delai
      * de grace des echeances d'un echeancier en jours en colonnes
      * 9-11 (a blanc, 10 jours).
           SELECT OPTIONAL f-recvprm ASSIGN RECVPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RECVPRM.
            RECORD KEY IS MATRICULE-FI
            FILE STATUS IS CR-FICHES.

      * Journal permanent des modifications du master, ouvert en
      * EXTEND : une suspension ou une remise en vigueur y laisse sa
      * ligne comme les mouvements de la chaine (codes 'I' et 'V',
      * voir CJOURMVT), pour la conformite et pour la declaration
      * des vehicules assures (PROJFVA).
           SELECT f-journal ASSIGN DDJOURNL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.

      * Compte d'attente des encaissements (voir CATTENT) : un
      * reglement sans creance y entre pour etre affecte par la
      * comptabilite au lieu de rester dans l'etat.
           SELECT OPTIONAL f-attente ASSIGN DDATTENT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-AT
            FILE STATUS IS CR-ATTENTE.

      * Echeanciers de paiement negocies (voir CPLAN) : les
      * reglements des creances couvertes s'imputent sur les
      * echeances, les creances d'un echeancier tenu sortent de la
      * relance.
           SELECT OPTIONAL f-plan ASSIGN DDECHEAN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X-PL
            FILE STATUS IS CR-PLAN.

      * Etat des echeanciers : en cours, termines et rompus.
           SELECT f-rapplan ASSIGN DDPLNRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPLAN.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
         05 MATRICULE-QD               PIC 9(6).
         05 DATE-QD                    PIC 9(8).
         05 MONTANT-DU-QD              PIC 9(5)V9(2).
         05 TAXE-QD                    PIC 9(5)V9(2).
         05                            PIC X(52).

       fd f-paiements.
       01 e-paiement.
         05 STATUT-FI                  PIC X(1).
         05                            PIC X(8).

       fd f-journal.
       01 e-journal.
           COPY CJOURMVT.

       fd f-attente.
       01 e-attente.
           COPY CATTENT.

       fd f-plan.
       01 e-plan.
           COPY CPLAN.

       fd f-rapplan.
       01 ligne-plan                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-QUITTDET                    PIC 99.
       01 CR-FICHES                      PIC 99.
       01 CR-BALANCE                     PIC 99.
       01 CR-RECVPRM                     PIC 99.
       01 CR-JOURNAL                     PIC 99.
       01 CR-ATTENTE                     PIC 99.
       01 CR-PLAN                        PIC 99.
       01 CR-RAPPLAN                     PIC 99.

      * Numero d'ecriture d'un reglement mis en attente : R suivi du
      * rang de l'orphelin dans le run (un rejeu du step retrouve
      * les memes cles et n'ajoute rien).
       01 NUM-ECR-ORPH-W.
         05                              PIC X(1) VALUE 'R'.
         05 RANG-ORPH-W                  PIC 9(6).

      * Fiche ASSUR4 avant changement de statut, avant-image du
      * journal.
       77 FICHE-AVANT-W                  PIC X(160).

      * Penalites de retard : au-dela du premier niveau de relance,
      * chaque niveau atteint ajoute la penalite parametree au du
       77 PENALITE-AFFICHEE-W            PIC 9(5)V9(2).
       77 PRINCIPAL-AFFICHE-W            PIC S9(6)V9(2).

      * Echeanciers : une echeance impayee plus de DELAI-GRACE-PLAN
      * jours apres sa date rompt l'echeancier. Les jours passes
      * sous echeancier (de l'accord a la fin) ne comptent pas
      * dans l'anciennete d'une creance couverte : la relance
      * reprend au niveau qu'elle avait atteint.
       77 DELAI-GRACE-PLAN               PIC 9(3) VALUE 10.
       77 IDX-ECH                        PIC 9(2).
       77 IDX-PLC                        PIC 9(2).
       77 A-REPARTIR-W                   PIC 9(7)V9(2).
       77 RESTE-ECH-W                    PIC 9(5)V9(2).
       77 DATE-CHERCHEE-W                PIC 9(8).
       77 JOURS-GEL-W                    PIC S9(7).
       77 MAT-PLAN-LU-W                  PIC 9(6) VALUE 0.
       77 PLAN-LU-SW                     PIC X(1) VALUE 'N'.
         88 PLAN-LU VALUE 'O'.
       77 COUVERTE-SW                    PIC X(1).
         88 CREANCE-COUVERTE VALUE 'O'.
       77 SOUS-PLAN-SW                   PIC X(1).
         88 CREANCE-SOUS-PLAN VALUE 'O'.
       77 PLAN-SOLDE-SW                  PIC X(1).
         88 PLAN-SOLDE VALUE 'O'.
       77 PLAN-DEFAILLANT-SW             PIC X(1).
         88 PLAN-DEFAILLANT VALUE 'O'.
       77 FIN-PLANS-SW                   PIC X(1).
         88 FIN-PLANS VALUE 'O'.
       77 NB-ECH-REGLEES-W               PIC 9(2).
       77 TOTAL-ECH-W                    PIC 9(7)V9(2).
       77 TOTAL-REGLE-W                  PIC 9(7)V9(2).
       77 DATE-SUIVI-W                   PIC 9(8).

      * Fin du balayage sequentiel de la base : posee une fois pour
      * toutes au AT END de la lecture suivante. Le code retour
      * fichier ne suffit pas, les acces directs de l'imputation et
         05 CPT-PUISES-BALANCE           PIC 9(6) VALUE 0.
         05 CPT-PENALITES                PIC 9(6) VALUE 0.
         05 MT-PENALITES                 PIC 9(8)V9(2) VALUE 0.
         05 CPT-PAIEMENTS-PLAN           PIC 9(6) VALUE 0.
         05 CPT-SOUS-PLAN                PIC 9(6) VALUE 0.
         05 CPT-PLANS-ACTIFS             PIC 9(6) VALUE 0.
         05 CPT-PLANS-TERMINES           PIC 9(6) VALUE 0.
         05 CPT-PLANS-ROMPUS             PIC 9(6) VALUE 0.

      * Creances ouvertes du matricule en cours de balayage : les
      * avoirs (remboursements prorata de la chaine) s'imputent sur
       77 VALIDE-CALC-W                  PIC X(1).
       77 AGE-JOURS                      PIC S9(8).

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * relance : adresse relevee sur le master avec le telephone.
       01 CORRES-W.
           COPY CCORRES.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).
       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.

       01 FORMAT-TITRE-RELANCE.
         05                              PIC X(25).
         05 MT-TRANCHE-F                 PIC Z(7)9,99.
         05                              PIC X(36).

       01 FORMAT-TITRE-PLAN.
         05                              PIC X(44)
           VALUE 'ETAT DES ECHEANCIERS DE PAIEMENT - RUN DU '.
         05 DATE-TP-F                    PIC 9(8).
         05                              PIC X(28).

      * Un echeancier : accord, statut, echeances reglees sur
      * convenues, montant regle sur convenu, puis la prochaine
      * echeance (en cours) ou la date de fin (termine, rompu).
       01 FORMAT-LIGNE-PLAN.
         05 MAT-PL-F                     PIC 9(6).
         05                              PIC X(1).
         05 DATE-ACCORD-PL-F             PIC 9(8).
         05                              PIC X(1).
         05 STATUT-PL-F                  PIC X(8).
         05                              PIC X(1).
         05 NB-REGLEES-PL-F              PIC Z9.
         05                              PIC X(1) VALUE '/'.
         05 NB-ECH-PL-F                  PIC Z9.
         05                              PIC X(1).
         05 REGLE-PL-F                   PIC Z(6)9,99.
         05                              PIC X(3) VALUE ' / '.
         05 TOTAL-PL-F                   PIC Z(6)9,99.
         05                              PIC X(1).
         05 LIB-SUIVI-PL-F               PIC X(9).
         05 DATE-SUIVI-PL-F              PIC 9(8).
         05                              PIC X(8).

       01 FORMAT-TOTAL-PLAN.
         05 LIB-TOT-PL-F                 PIC X(24).
         05 NB-TOT-PL-F                  PIC Z(5)9.
         05                              PIC X(50).

       77 RESTE-DU-W                     PIC 9(5)V9(2).

      ****************************************************************
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CHARGE-CREANCES
           PERFORM 23000-RAPPROCHE-PAIEMENTS
           PERFORM 23500-CONTROLE-ECHEANCIERS
           PERFORM 26000-EDITE-RELANCES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           INITIALIZE TRANCHES
           perform 10050-LIT-PARAM-PENALITE
           OPEN I-O f-recev
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND f-journal
           IF CR-JOURNAL > 0
             DISPLAY 'ERROR DDJOURNL : ' CR-JOURNAL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-relance
      * Premier run : le compte d'attente se cree a l'ouverture
      * (code retour 05).
           OPEN I-O f-attente
           IF CR-ATTENTE > 9
             DISPLAY 'ERROR DDATTENT : ' CR-ATTENTE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Meme creation au premier run pour les echeanciers.
           OPEN I-O f-plan
           IF CR-PLAN > 9
             DISPLAY 'ERROR DDECHEAN : ' CR-PLAN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapplan
           .

       10050-LIT-PARAM-PENALITE.
                   MOVE e-recvprm(1:1) TO MODE-PENALITE
                   MOVE e-recvprm(2:6) TO VALEUR-PENALITE(1:6)
                 END-IF
                 IF e-recvprm(9:3) NUMERIC
                   MOVE e-recvprm(9:3) TO DELAI-GRACE-PLAN
                 END-IF
             END-READ
             CLOSE f-recvprm
           END-IF
           MOVE MATRICULE-QD TO MAT-RC
           MOVE DATE-QD TO DATE-RC
           MOVE MONTANT-DU-QD TO MONTANT-DU-RC
           IF TAXE-QD NUMERIC
             MOVE TAXE-QD TO TAXE-RC
           ELSE
             MOVE 0 TO TAXE-RC
           END-IF
           MOVE 0 TO MONTANT-REGLE-RC
           SET CREANCE-OUVERTE TO TRUE
           SET CREANCE-DEBIT TO TRUE
           MOVE 0 TO PENALITE-RC
           MOVE 1 TO NIVEAU-RELANCE-RC
           MOVE 0 TO FRAIS-REJET-RC NB-REJETS-RC DATE-REJET-RC
           MOVE SPACE TO MOTIF-REJET-RC
           SET ORIGINE-QUITTANCE TO TRUE
           WRITE e-recev
             INVALID KEY
               continue
               MOVE MAT-BALANCE-W TO MAT-BC
               MOVE MONTANT-BALANCE-W TO SOLDE-BC
               MOVE DATE-JOUR TO DATE-MAJ-BC
               MOVE 0 TO MONTANT-REMB-BC DATE-REMB-BC
               MOVE SPACE TO MODE-REMB-BC
               WRITE e-balance
             NOT INVALID KEY
               ADD MONTANT-BALANCE-W TO SOLDE-BC
               END-IF
               REWRITE e-recev
               ADD 1 TO CPT-PAIEMENTS-RAPPROCHES
               perform 25300-IMPUTE-ECHEANCIER
           END-READ
           .

      * Le reglement d'une creance couverte par un echeancier en
      * cours s'impute sur les echeances, la plus ancienne non
      * soldee d'abord.
       25300-IMPUTE-ECHEANCIER.
           MOVE MATRICULE-PA TO MAT-PL
           READ f-plan
             INVALID KEY
               continue
             NOT INVALID KEY
               IF PLAN-ACTIF
                 MOVE DATE-PA TO DATE-CHERCHEE-W
                 perform 25400-CHERCHE-COUVERTURE
                 IF CREANCE-COUVERTE
                   MOVE MONTANT-PA TO A-REPARTIR-W
                   PERFORM VARYING IDX-ECH FROM 1 BY 1
                             UNTIL IDX-ECH > NB-ECHEANCES-PL
                     perform 25350-IMPUTE-UNE-ECHEANCE
                   END-PERFORM
                   REWRITE e-plan
                   ADD 1 TO CPT-PAIEMENTS-PLAN
                 END-IF
               END-IF
           END-READ
           .

       25350-IMPUTE-UNE-ECHEANCE.
           IF A-REPARTIR-W > 0
            AND REGLE-ECH-PL(IDX-ECH) < MONTANT-ECH-PL(IDX-ECH)
             COMPUTE RESTE-ECH-W =
               MONTANT-ECH-PL(IDX-ECH) - REGLE-ECH-PL(IDX-ECH)
             IF A-REPARTIR-W < RESTE-ECH-W
               MOVE A-REPARTIR-W TO RESTE-ECH-W
             END-IF
             ADD RESTE-ECH-W TO REGLE-ECH-PL(IDX-ECH)
             SUBTRACT RESTE-ECH-W FROM A-REPARTIR-W
           END-IF
           .

      * La creance DATE-CHERCHEE-W est-elle couverte par
      * l'echeancier lu ?
       25400-CHERCHE-COUVERTURE.
           MOVE 'N' TO COUVERTE-SW
           PERFORM VARYING IDX-PLC FROM 1 BY 1
                     UNTIL IDX-PLC > NB-CREANCES-PL
             IF DATE-QUIT-PL(IDX-PLC) = DATE-CHERCHEE-W
               SET CREANCE-COUVERTE TO TRUE
             END-IF
           END-PERFORM
           .

      * Bilan de chaque echeancier apres les reglements du jour :
      * toutes echeances reglees ou plus rien de du sur les
      * creances couvertes, il est termine ; une echeance impayee
      * au-dela du delai de grace, il est rompu. Tous figurent dans
      * l'etat des echeanciers.
       23500-CONTROLE-ECHEANCIERS.
           MOVE DATE-JOUR TO DATE-TP-F
           WRITE ligne-plan FROM FORMAT-TITRE-PLAN
           MOVE SPACE TO ligne-plan
           WRITE ligne-plan
           MOVE 'N' TO FIN-PLANS-SW
           MOVE LOW-VALUE TO MAT-X-PL
           START f-plan KEY IS NOT LESS THAN MAT-X-PL
             INVALID KEY
               SET FIN-PLANS TO TRUE
           END-START
           perform until FIN-PLANS
             READ f-plan NEXT RECORD
               AT END
                 SET FIN-PLANS TO TRUE
               NOT AT END
                 IF PLAN-ACTIF
                   perform 23600-BILAN-ECHEANCIER
                 END-IF
                 perform 23800-EDITE-ECHEANCIER
             END-READ
           END-PERFORM
           MOVE SPACE TO ligne-plan
           WRITE ligne-plan
           MOVE 'ECHEANCIERS EN COURS' TO LIB-TOT-PL-F
           MOVE CPT-PLANS-ACTIFS TO NB-TOT-PL-F
           WRITE ligne-plan FROM FORMAT-TOTAL-PLAN
           MOVE 'ECHEANCIERS TERMINES' TO LIB-TOT-PL-F
           MOVE CPT-PLANS-TERMINES TO NB-TOT-PL-F
           WRITE ligne-plan FROM FORMAT-TOTAL-PLAN
           MOVE 'ECHEANCIERS ROMPUS' TO LIB-TOT-PL-F
           MOVE CPT-PLANS-ROMPUS TO NB-TOT-PL-F
           WRITE ligne-plan FROM FORMAT-TOTAL-PLAN
           .

       23600-BILAN-ECHEANCIER.
           SET PLAN-SOLDE TO TRUE
           MOVE 'N' TO PLAN-DEFAILLANT-SW
           PERFORM VARYING IDX-ECH FROM 1 BY 1
                     UNTIL IDX-ECH > NB-ECHEANCES-PL
             IF REGLE-ECH-PL(IDX-ECH) < MONTANT-ECH-PL(IDX-ECH)
               MOVE 'N' TO PLAN-SOLDE-SW
               perform 23650-ECHEANCE-ECHUE
             END-IF
           END-PERFORM
           IF NOT PLAN-SOLDE
             perform 23700-CREANCES-COUVERTES-DUES
           END-IF
           EVALUATE TRUE
             WHEN PLAN-SOLDE
               SET PLAN-TERMINE TO TRUE
               MOVE DATE-JOUR TO DATE-STATUT-PL
               REWRITE e-plan
             WHEN PLAN-DEFAILLANT
               SET PLAN-ROMPU TO TRUE
               MOVE DATE-JOUR TO DATE-STATUT-PL
               REWRITE e-plan
               MOVE SPACE TO ligne-relance
               STRING 'ECHEANCIER ' MAT-X-PL
                      ' ROMPU - RELANCE REPRISE'
                 DELIMITED BY SIZE INTO ligne-relance
               END-STRING
               WRITE ligne-relance
             WHEN OTHER
               continue
           END-EVALUATE
           .

      * Une echeance impayee est-elle echue depuis plus que le
      * delai de grace ?
       23650-ECHEANCE-ECHUE.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-ECH-PL(IDX-ECH) TO DATE1-CALC-W
           MOVE DATE-JOUR TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W = 'V'
            AND JOURS-CALC-W > DELAI-GRACE-PLAN
             SET PLAN-DEFAILLANT TO TRUE
           END-IF
           .

      * Les creances couvertes soldees par ailleurs (compte client,
      * avoir, reglement global) terminent aussi l'echeancier.
       23700-CREANCES-COUVERTES-DUES.
           SET PLAN-SOLDE TO TRUE
           PERFORM VARYING IDX-PLC FROM 1 BY 1
                     UNTIL IDX-PLC > NB-CREANCES-PL
             MOVE MAT-PL TO MAT-RC
             MOVE DATE-QUIT-PL(IDX-PLC) TO DATE-RC
             READ f-recev
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF CREANCE-OUVERTE
                   MOVE 'N' TO PLAN-SOLDE-SW
                 END-IF
             END-READ
           END-PERFORM
           .

       23800-EDITE-ECHEANCIER.
           MOVE 0 TO NB-ECH-REGLEES-W TOTAL-ECH-W TOTAL-REGLE-W
           MOVE 0 TO DATE-SUIVI-W
           PERFORM VARYING IDX-ECH FROM 1 BY 1
                     UNTIL IDX-ECH > NB-ECHEANCES-PL
             ADD MONTANT-ECH-PL(IDX-ECH) TO TOTAL-ECH-W
             ADD REGLE-ECH-PL(IDX-ECH) TO TOTAL-REGLE-W
             IF REGLE-ECH-PL(IDX-ECH) NOT < MONTANT-ECH-PL(IDX-ECH)
               ADD 1 TO NB-ECH-REGLEES-W
             ELSE
               IF DATE-SUIVI-W = 0
                 MOVE DATE-ECH-PL(IDX-ECH) TO DATE-SUIVI-W
               END-IF
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN PLAN-ACTIF
               ADD 1 TO CPT-PLANS-ACTIFS
               MOVE 'EN COURS' TO STATUT-PL-F
               MOVE 'ECHEANCE ' TO LIB-SUIVI-PL-F
             WHEN PLAN-TERMINE
               ADD 1 TO CPT-PLANS-TERMINES
               MOVE 'TERMINE' TO STATUT-PL-F
               MOVE 'LE ' TO LIB-SUIVI-PL-F
               MOVE DATE-STATUT-PL TO DATE-SUIVI-W
             WHEN OTHER
               ADD 1 TO CPT-PLANS-ROMPUS
               MOVE 'ROMPU' TO STATUT-PL-F
               MOVE 'LE ' TO LIB-SUIVI-PL-F
               MOVE DATE-STATUT-PL TO DATE-SUIVI-W
           END-EVALUATE
           MOVE MAT-PL TO MAT-PL-F
           MOVE DATE-ACCORD-PL TO DATE-ACCORD-PL-F
           MOVE NB-ECH-REGLEES-W TO NB-REGLEES-PL-F
           MOVE NB-ECHEANCES-PL TO NB-ECH-PL-F
           MOVE TOTAL-REGLE-W TO REGLE-PL-F
           MOVE TOTAL-ECH-W TO TOTAL-PL-F
           MOVE DATE-SUIVI-W TO DATE-SUIVI-PL-F
           WRITE ligne-plan FROM FORMAT-LIGNE-PLAN
           .

      * Reglement sans creance correspondante : signale dans l'etat
      * et mis au compte d'attente, ou la comptabilite l'affecte
      * (PROJCATT) pour qu'il revienne dans un prochain run.
       25100-PAIEMENT-ORPHELIN.
           ADD 1 TO CPT-PAIEMENTS-ORPHELINS
           MOVE SPACE TO ligne-relance
           STRING 'REGLEMENT SANS CREANCE : ' MATRICULE-PA
                  ' DU ' DATE-PA ' - MIS EN ATTENTE'
             DELIMITED BY SIZE INTO ligne-relance
           END-STRING
           WRITE ligne-relance
           perform 25200-MET-EN-ATTENTE
           .

       25200-MET-EN-ATTENTE.
           MOVE SPACE TO e-attente
           MOVE DATE-JOUR TO DATE-RECU-AT
           MOVE CPT-PAIEMENTS-ORPHELINS TO RANG-ORPH-W
           MOVE NUM-ECR-ORPH-W TO NUM-ECR-AT
           MOVE MONTANT-PA TO MONTANT-AT
           MOVE MATRICULE-PA TO MAT-A4
           READ f-assures4
             INVALID KEY
               continue
             NOT INVALID KEY
               MOVE NOM-PRE-A4 TO NOM-TIREUR-AT
           END-READ
           STRING 'REGLEMENT SANS CREANCE MAT ' MATRICULE-PA
                  ' QUITTANCE DU ' DATE-PA
             DELIMITED BY SIZE INTO LIBELLE-AT
           END-STRING
           SET ATT-ORPHELIN TO TRUE
           SET ATTENTE-OUVERTE TO TRUE
           MOVE 0 TO MAT-AFF-AT DATE-QUIT-AFF-AT
           MOVE 0 TO DATE-AFF-AT DATE-LIB-AT
           WRITE e-attente
             INVALID KEY
               continue
           END-WRITE
           .

      * Balaye toute la base et edite les creances encore ouvertes,
               MOVE DATE-RC TO DATE-IMP-W
               COMPUTE RESTE-DU-W =
                 MONTANT-DU-RC - MONTANT-REGLE-RC
               perform 27050-CONTROLE-ECHEANCIER
               IF NOT CREANCE-SOUS-PLAN
                 perform 27000-EDITE-IMPAYE
               END-IF
             END-IF
           END-IF
           .
               MOVE MAT-GROUPE-W TO MAT-IMP-W
               MOVE DATE-DEBIT-GRP(IDX-GRP) TO DATE-IMP-W
               MOVE RESTE-DEBIT-GRP(IDX-GRP) TO RESTE-DU-W
               perform 27050-CONTROLE-ECHEANCIER
               IF NOT CREANCE-SOUS-PLAN
                 perform 27000-EDITE-IMPAYE
               END-IF
             END-IF
           END-PERFORM
           MOVE 'N' TO APPLIQUE-PENALITE-SW
               continue
             NOT INVALID KEY
               IF POLICE-SUSPENDUE-A4
                 MOVE e-assures4 TO FICHE-AVANT-W
                 MOVE 'A' TO STATUT-A4
                 REWRITE e-assures4
                 MOVE 'V' TO CODE-MVT-J
                 perform 27900-ECRIT-JOURNAL-STATUT
                 ADD 1 TO CPT-REACTIVATIONS
                 MOVE SPACE TO ligne-relance
                 STRING 'POLICE ' MAT-X4
           ELSE
             MOVE 0 TO AGE-JOURS
           END-IF
           SUBTRACT JOURS-GEL-W FROM AGE-JOURS
           IF AGE-JOURS < 0
             MOVE 0 TO AGE-JOURS
           END-IF
           EVALUATE TRUE
             WHEN AGE-JOURS < 31
               MOVE 1 TO IDX-TRANCHE
           MOVE PENALITE-AFFICHEE-W TO PENALITE-REL-F
           perform 27200-POSE-TELEPHONE
           WRITE ligne-relance FROM FORMAT-LIGNE-RELANCE
           perform 27250-TRACE-COURRIER
      * Au-dela du dernier niveau de relance, la police passe
      * suspendue : elle sort de la facturation sans etre detruite,
      * et ce meme run la reactive (26800) des que plus rien ne
           END-IF
           .

      * Creance MAT-IMP-W / DATE-IMP-W couverte par un echeancier :
      * en cours, elle ne part ni en relance ni en penalite ni en
      * suspension ; termine ou rompu, elle reprend la relance avec
      * une anciennete diminuee des jours passes sous echeancier
      * (JOURS-GEL-W). L'echeancier du matricule n'est relu qu'au
      * changement de matricule.
       27050-CONTROLE-ECHEANCIER.
           MOVE 'N' TO SOUS-PLAN-SW
           MOVE 0 TO JOURS-GEL-W
           IF MAT-IMP-W NOT = MAT-PLAN-LU-W
             MOVE MAT-IMP-W TO MAT-PLAN-LU-W
             MOVE MAT-IMP-W TO MAT-PL
             READ f-plan
               INVALID KEY
                 MOVE 'N' TO PLAN-LU-SW
               NOT INVALID KEY
                 SET PLAN-LU TO TRUE
             END-READ
           END-IF
           IF PLAN-LU
             MOVE DATE-IMP-W TO DATE-CHERCHEE-W
             perform 25400-CHERCHE-COUVERTURE
             IF CREANCE-COUVERTE
               IF PLAN-ACTIF
                 SET CREANCE-SOUS-PLAN TO TRUE
                 ADD 1 TO CPT-SOUS-PLAN
               ELSE
                 perform 27060-JOURS-SOUS-ECHEANCIER
               END-IF
             END-IF
           END-IF
           .

       27060-JOURS-SOUS-ECHEANCIER.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-ACCORD-PL TO DATE1-CALC-W
           MOVE DATE-STATUT-PL TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W > 0
             MOVE JOURS-CALC-W TO JOURS-GEL-W
           END-IF
           .

      * Chaque niveau de relance atteint au-dela du premier ajoute
      * sa penalite (fixe ou en pourcentage du principal restant)
      * au du de la creance, une seule fois par niveau grace au
           .

      * Telephone de l'assure sur la ligne de relance, pour que le
      * recouvrement puisse appeler au lieu d'ecrire encore ; la
      * meme lecture donne l'adresse de la relance pour
      * l'historique des courriers.
       27200-POSE-TELEPHONE.
           MOVE SPACE TO TEL-REL-F
           MOVE SPACE TO NOM-CU RUE-CU VILLE-CU
           MOVE 0 TO CP-CU
           MOVE MAT-IMP-W TO MAT-A4
           READ f-assures4
             INVALID KEY
               continue
             NOT INVALID KEY
               MOVE TEL-A4 TO TEL-REL-F
               MOVE NOM-PRE-A4 TO NOM-CU
               MOVE RUE-A4 TO RUE-CU
               MOVE CP-A4 TO CP-CU
               MOVE VILLE-A4 TO VILLE-CU
           END-READ
           .

      * La relance entre dans l'historique des courriers de la
      * police : niveau de relance (tranche d'anciennete) et date
      * de la quittance impayee en reference.
       27250-TRACE-COURRIER.
           MOVE MAT-IMP-W TO MAT-CU
           SET DOC-RELANCE-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING 'NIV' IDX-TRANCHE ' Q ' DATE-IMP-W
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE 'PROJRECV' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

      * Pose la suspension sur le master et sur la fiche du centre
      * d'appel ; une police deja suspendue n'est pas recomptee.
       27500-SUSPEND-POLICE.
               continue
             NOT INVALID KEY
               IF NOT POLICE-SUSPENDUE-A4
                 MOVE e-assures4 TO FICHE-AVANT-W
                 MOVE 'S' TO STATUT-A4
                 REWRITE e-assures4
                 MOVE 'I' TO CODE-MVT-J
                 perform 27900-ECRIT-JOURNAL-STATUT
                 ADD 1 TO CPT-SUSPENSIONS
                 MOVE SPACE TO ligne-relance
                 STRING 'POLICE ' MAT-X4
           END-IF
           .

      * Ligne de journal d'un changement de statut (code pose par
      * l'appelant) : la date d'effet est celle du run.
       27900-ECRIT-JOURNAL-STATUT.
           MOVE MAT-A4 TO MAT-J
           MOVE DATE-JOUR TO DATE-J
           MOVE TIME-F TO HEURE-J
           MOVE 'PROJRECV' TO PROG-J
           MOVE FICHE-AVANT-W TO IMAGE-AVANT-J
           MOVE e-assures4 TO IMAGE-APRES-J
           MOVE DATE-JOUR TO DATE-EFFET-J
           MOVE SPACE TO MOTIF-S-J
           WRITE e-journal
           .

       28000-EDITE-TOTAUX.
           MOVE SPACE TO ligne-relance
           WRITE ligne-relance
           .

       30000-END-PGM.
           CLOSE f-recev f-relance f-assures4 f-balance f-journal
                 f-attente f-plan f-rapplan
           IF CR-FICHES < 10
             CLOSE f-fiches
           END-IF
                   ' SOIT ' MT-PENALITES
           DISPLAY 'POLICES SUSPENDUES     : ' CPT-SUSPENSIONS
           DISPLAY 'POLICES REACTIVEES     : ' CPT-REACTIVATIONS
           DISPLAY 'REGLEMENTS ECHEANCIERS : ' CPT-PAIEMENTS-PLAN
           DISPLAY 'CREANCES SOUS ECHEANC. : ' CPT-SOUS-PLAN
           DISPLAY 'ECHEANCIERS EN COURS   : ' CPT-PLANS-ACTIFS
           DISPLAY 'ECHEANCIERS TERMINES   : ' CPT-PLANS-TERMINES
           DISPLAY 'ECHEANCIERS ROMPUS     : ' CPT-PLANS-ROMPUS
           IF RETURN-CODE = 0 AND CPT-PAIEMENTS-ORPHELINS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
