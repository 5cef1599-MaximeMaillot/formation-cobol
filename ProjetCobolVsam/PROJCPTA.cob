       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Creances emises par COB4 avec les quittances : les primes
      * emises de la periode, TTC, avec la taxe d'assurance qu'elles
      * comprennent detaillee par garantie.
           SELECT OPTIONAL f-quittdet ASSIGN DDQUITD
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-QUITTDET.
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REASUM.

      * Recapitulatif des recuperations sur sinistres appelees au
      * reassureur et encaissees (PROJREAR).
           SELECT OPTIONAL f-rearsm ASSIGN DDREARSM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REARSM.

      * Recapitulatif des sinistres regles (PROJSINP).
           SELECT OPTIONAL f-sinsum ASSIGN DDSINSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINSUM.

      * Recapitulatif des recours encaisses aupres des assureurs
      * des tiers (PROJRECO).
           SELECT OPTIONAL f-recsum ASSIGN DDRECSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RECSUM.

      * Recapitulatif des credits clients rembourses (PROJREMB).
           SELECT OPTIONAL f-remsum ASSIGN DDREMSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REMSUM.

      * Recapitulatif de la provision pour primes non acquises de
      * l'inventaire du mois (PROJPPNA) : provision de cloture,
      * celle du mois precedent et la variation a passer.
           SELECT OPTIONAL f-pnasum ASSIGN DDPNASUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PNASUM.

      * Ecritures comptables equilibrees pour le grand livre :
      * compte, sens, montant, periode, libelle - format fixe que
      * la comptabilite charge sans ressaisie.
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-COMPTA.

      * Cumul des ecritures de toutes les periodes, ouvert en
      * EXTEND : le rapprochement de l'auxiliaire clients (PROJAUXI)
      * y relit le solde des comptes clients. Une periode deja
      * cumulee (rejeu du step) n'y est pas reportee une seconde
      * fois.
           SELECT OPTIONAL f-cumul ASSIGN DDCPTCUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CUMUL.

      * Page de rapprochement : chaque agregat ramene a son fichier
      * source et a son compte d'enregistrements.
           SELECT f-rapport ASSIGN DDCPTRPT
         05 MATRICULE-QD               PIC 9(6).
         05 DATE-QD                    PIC 9(8).
         05 MONTANT-DU-QD              PIC 9(5)V9(2).
         05 TAXE-QD                    PIC 9(5)V9(2).
         05 TAXE-GAR-QD                PIC 9(5)V9(2) OCCURS 5.
         05                            PIC X(17).

       fd f-paiements.
       01 e-paiement.
         05 AGENCE-CS                  PIC 9(2).
         05 PRIME-EMISE-CS             PIC 9(9)V9(2).
         05 COMMISSION-CS              PIC 9(7)V9(2).
      * '-' : reprise de commission sur resiliations, a deduire.
         05 SENS-CS                    PIC X(1).
           88 REPRISE-COMMISSION       VALUE '-'.
         05                            PIC X(57).

       fd f-reasum.
       01 e-reasum.
         05 PRIME-CEDEE-RS             PIC 9(11)V9(2).
         05                            PIC X(61).

       fd f-rearsm.
       01 e-rearsm.
         05 NB-APPELS-RA               PIC 9(6).
         05 MONTANT-APPELE-RA          PIC 9(11)V9(2).
         05 NB-ENCAISSES-RA            PIC 9(6).
         05 MONTANT-ENCAISSE-RA        PIC 9(11)V9(2).
         05                            PIC X(42).

       fd f-sinsum.
       01 e-sinsum.
         05 NB-REGLES-SS               PIC 9(6).
         05 MONTANT-REGLE-SS           PIC 9(11)V9(2).
         05 NB-FRANCHISES-SS           PIC 9(6).
         05 MONTANT-FRANCHISES-SS      PIC 9(11)V9(2).
         05                            PIC X(42).

       fd f-recsum.
       01 e-recsum.
         05 NB-ENCAISSES-RS            PIC 9(6).
         05 MONTANT-ENCAISSE-RS        PIC 9(11)V9(2).
         05                            PIC X(61).

       fd f-remsum.
       01 e-remsum.
         05 NB-REMB-RS                 PIC 9(6).
         05 MONTANT-REMB-RS            PIC 9(11)V9(2).
         05                            PIC X(61).

       fd f-pnasum.
       01 e-pnasum.
         05 PERIODE-PS                 PIC 9(6).
         05 PROVISION-FIN-PS           PIC 9(11)V9(2).
         05 PROVISION-PREC-PS          PIC 9(11)V9(2).
      * '+' dotation (la provision augmente), '-' reprise.
         05 SENS-PS                    PIC X(1).
           88 REPRISE-PPNA             VALUE '-'.
         05 VARIATION-PS               PIC 9(11)V9(2).
         05                            PIC X(34).

       fd f-compta.
       01 e-compta.
         05 COMPTE-CP                  PIC X(6).
         05 LIBELLE-CP                 PIC X(30).
         05                            PIC X(24).

       fd f-cumul.
       01 e-cumul.
         05 COMPTE-CU                  PIC X(6).
         05 SENS-CU                    PIC X(1).
         05 MONTANT-CU                 PIC 9(11)V9(2).
         05 PERIODE-CU                 PIC 9(6).
         05                            PIC X(54).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

         88 EOF-COMSUM VALUE 10.
       01 CR-REASUM                      PIC 99.
         88 EOF-REASUM VALUE 10.
       01 CR-REARSM                      PIC 99.
         88 EOF-REARSM VALUE 10.
       01 CR-SINSUM                      PIC 99.
         88 EOF-SINSUM VALUE 10.
       01 CR-RECSUM                      PIC 99.
         88 EOF-RECSUM VALUE 10.
       01 CR-REMSUM                      PIC 99.
         88 EOF-REMSUM VALUE 10.
       01 CR-PNASUM                      PIC 99.
         88 EOF-PNASUM VALUE 10.
       01 CR-COMPTA                      PIC 99.
       01 CR-RAPPORT                     PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-CUMUL                       PIC 99.
         88 EOF-CUMUL VALUE 10.
       77 CUMUL-SW                       PIC X(1) VALUE 'N'.
         88 PERIODE-DEJA-CUMULEE VALUE 'O'.

       01 PERIODE-CPTA.
         05 AN-CPTA                      PIC 9(4).
         05 NB-ENCAISSEMENTS             PIC 9(7) VALUE 0.
         05 TOT-COMMISSIONS              PIC 9(11)V9(2) VALUE 0.
         05 NB-COMMISSIONS               PIC 9(7) VALUE 0.
         05 TOT-REPRISES-COMM            PIC 9(11)V9(2) VALUE 0.
         05 NB-REPRISES-COMM             PIC 9(7) VALUE 0.
         05 TOT-PRIMES-CEDEES            PIC 9(11)V9(2) VALUE 0.
         05 NB-PRIMES-CEDEES             PIC 9(7) VALUE 0.
         05 TOT-APPELS-REASS             PIC 9(11)V9(2) VALUE 0.
         05 NB-APPELS-REASS              PIC 9(7) VALUE 0.
         05 TOT-RECUS-REASS              PIC 9(11)V9(2) VALUE 0.
         05 NB-RECUS-REASS               PIC 9(7) VALUE 0.
         05 TOT-SINISTRES-REGLES         PIC 9(11)V9(2) VALUE 0.
         05 NB-SINISTRES-REGLES          PIC 9(7) VALUE 0.
         05 TOT-FRANCHISES-REFACT        PIC 9(11)V9(2) VALUE 0.
         05 NB-FRANCHISES-REFACT         PIC 9(7) VALUE 0.
         05 TOT-RECOURS                  PIC 9(11)V9(2) VALUE 0.
         05 NB-RECOURS                   PIC 9(7) VALUE 0.
         05 TOT-REMBOURSEMENTS           PIC 9(11)V9(2) VALUE 0.
         05 NB-REMBOURSEMENTS            PIC 9(7) VALUE 0.
         05 TOT-DOTATION-PPNA            PIC 9(11)V9(2) VALUE 0.
         05 TOT-REPRISE-PPNA             PIC 9(11)V9(2) VALUE 0.
         05 NB-VARIATIONS-PPNA           PIC 9(7) VALUE 0.
         05 TOT-TAXE-ASSUR               PIC 9(11)V9(2) VALUE 0.
         05 TOT-TAXE-GAR                 PIC 9(11)V9(2) OCCURS 5.

      * Taux de taxe par garantie : une ecriture de taxe par taux.
       01 TAUX-GARANTIES.
           COPY CTAXGAR.
       01 TAB-TAUX REDEFINES TAUX-GARANTIES.
         05 TAUX-GAR OCCURS 5.
           10 CODE-TAXE-T                PIC X(3).
           10 TAUX-TAXE-T                PIC 9(2)V9(2).
       77 IDX-GAR                        PIC 9(2).
       77 IDX-GAR2                       PIC 9(2).
       77 TAUX-DEJA-VU-SW                PIC X(1).
         88 TAUX-DEJA-VU VALUE 'O'.
       77 TAXE-TAUX-W                    PIC 9(11)V9(2).
       77 TAUX-TAXE-E                    PIC Z9,99.

       77 NB-ECRITURES                   PIC 9(4) VALUE 0.
       77 TOT-DEBITS                     PIC 9(12)V9(2) VALUE 0.
           PERFORM 22000-CUMULE-ENCAISSEMENTS
           PERFORM 23000-CUMULE-COMMISSIONS
           PERFORM 24000-CUMULE-REASSURANCE
           PERFORM 24100-CUMULE-RECUP-REASS
           PERFORM 24500-CUMULE-SINISTRES
           PERFORM 24600-CUMULE-RECOURS
           PERFORM 24700-CUMULE-REMBOURSEMENTS
           PERFORM 24800-CUMULE-PROVISION-PPNA
           PERFORM 25000-ECRIT-ECRITURES
           PERFORM 26000-EDITE-RAPPROCHEMENT
           PERFORM 30000-END-PGM

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE 0 TO TOT-TAXE-GAR(IDX-GAR)
           END-PERFORM
           MOVE YEAR-F TO AN-CPTA
           MOVE MONTH-F TO MOIS-CPTA
           OPEN INPUT f-param
             CLOSE f-param
           END-IF
           OPEN OUTPUT f-compta f-rapport
           perform 10100-CONTROLE-CUMUL
           IF NOT PERIODE-DEJA-CUMULEE
             OPEN EXTEND f-cumul
           END-IF
           .

       10100-CONTROLE-CUMUL.
           OPEN INPUT f-cumul
           IF CR-CUMUL < 10
             perform until EOF-CUMUL OR PERIODE-DEJA-CUMULEE
               READ f-cumul
                 AT END
                   continue
                 NOT AT END
                   IF PERIODE-CU = PERIODE-CPTA
                     SET PERIODE-DEJA-CUMULEE TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-cumul
           END-IF
           IF PERIODE-DEJA-CUMULEE
             DISPLAY 'PERIODE ' PERIODE-CPTA ' DEJA CUMULEE DANS '
                     'DDCPTCUM - CUMUL NON REPORTE'
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       21000-CUMULE-PRIMES.
                 NOT AT END
                   ADD 1 TO NB-PRIMES-EMISES
                   ADD MONTANT-DU-QD TO TOT-PRIMES-EMISES
                   IF TAXE-QD NUMERIC
                     perform 21100-CUMULE-TAXE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-quittdet
           END-IF
           .

      * Les creances anterieures a la taxe ont ces zones a blanc.
       21100-CUMULE-TAXE.
           ADD TAXE-QD TO TOT-TAXE-ASSUR
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             IF TAXE-GAR-QD(IDX-GAR) NUMERIC
               ADD TAXE-GAR-QD(IDX-GAR) TO TOT-TAXE-GAR(IDX-GAR)
             END-IF
           END-PERFORM
           .

       22000-CUMULE-ENCAISSEMENTS.
           OPEN INPUT f-paiements
           IF CR-PAIEMENTS < 10
                 AT END
                   continue
                 NOT AT END
                   IF REPRISE-COMMISSION
                     ADD 1 TO NB-REPRISES-COMM
                     ADD COMMISSION-CS TO TOT-REPRISES-COMM
                   ELSE
                     ADD 1 TO NB-COMMISSIONS
                     ADD COMMISSION-CS TO TOT-COMMISSIONS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-comsum
           END-IF
           .

       24100-CUMULE-RECUP-REASS.
           OPEN INPUT f-rearsm
           IF CR-REARSM < 10
             perform until EOF-REARSM
               READ f-rearsm
                 AT END
                   continue
                 NOT AT END
                   ADD NB-APPELS-RA TO NB-APPELS-REASS
                   ADD MONTANT-APPELE-RA TO TOT-APPELS-REASS
                   ADD NB-ENCAISSES-RA TO NB-RECUS-REASS
                   ADD MONTANT-ENCAISSE-RA TO TOT-RECUS-REASS
               END-READ
             END-PERFORM
             CLOSE f-rearsm
           END-IF
           .

       24500-CUMULE-SINISTRES.
           OPEN INPUT f-sinsum
           IF CR-SINSUM < 10
                 NOT AT END
                   ADD NB-REGLES-SS TO NB-SINISTRES-REGLES
                   ADD MONTANT-REGLE-SS TO TOT-SINISTRES-REGLES
      * Recapitulatif anterieur aux franchises : zones a blanc.
                   IF MONTANT-FRANCHISES-SS NUMERIC
                     ADD NB-FRANCHISES-SS TO NB-FRANCHISES-REFACT
                     ADD MONTANT-FRANCHISES-SS
                       TO TOT-FRANCHISES-REFACT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-sinsum
           END-IF
           .

       24600-CUMULE-RECOURS.
           OPEN INPUT f-recsum
           IF CR-RECSUM < 10
             perform until EOF-RECSUM
               READ f-recsum
                 AT END
                   continue
                 NOT AT END
                   ADD NB-ENCAISSES-RS TO NB-RECOURS
                   ADD MONTANT-ENCAISSE-RS TO TOT-RECOURS
               END-READ
             END-PERFORM
             CLOSE f-recsum
           END-IF
           .

       24700-CUMULE-REMBOURSEMENTS.
           OPEN INPUT f-remsum
           IF CR-REMSUM < 10
             perform until EOF-REMSUM
               READ f-remsum
                 AT END
                   continue
                 NOT AT END
                   ADD NB-REMB-RS TO NB-REMBOURSEMENTS
                   ADD MONTANT-REMB-RS TO TOT-REMBOURSEMENTS
               END-READ
             END-PERFORM
             CLOSE f-remsum
           END-IF
           .

       24800-CUMULE-PROVISION-PPNA.
           OPEN INPUT f-pnasum
           IF CR-PNASUM < 10
             perform until EOF-PNASUM
               READ f-pnasum
                 AT END
                   continue
                 NOT AT END
                   ADD 1 TO NB-VARIATIONS-PPNA
                   IF REPRISE-PPNA
                     ADD VARIATION-PS TO TOT-REPRISE-PPNA
                   ELSE
                     ADD VARIATION-PS TO TOT-DOTATION-PPNA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-pnasum
           END-IF
           .

      * Ecritures en parties doubles : primes emises TTC au client,
      * HT au produit et la taxe d'assurance a l'Etat (une ecriture
      * par taux), encaissements a la banque et au client,
      * commissions en charge et au compte des agences (les
      * reprises sur resiliation en sens inverse), credits
      * rembourses au client et decaisses en banque, recours
      * encaisses en banque et en diminution de la charge des
      * sinistres, part du reassureur appelee sur les sinistres
      * (creance sur le reassureur, en diminution de la charge)
      * puis encaissee en banque, franchises refacturees aux
      * assures apres paiement direct d'un garage (au client, en
      * diminution de la charge), variation de la provision pour
      * primes non acquises (dotation au debit du produit, reprise
      * au credit).
       25000-ECRIT-ECRITURES.
           IF TOT-PRIMES-EMISES > 0
             MOVE '411000' TO COMPTE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '706000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             COMPUTE MONTANT-CP = TOT-PRIMES-EMISES - TOT-TAXE-ASSUR
             MOVE 'PRIMES EMISES PRODUIT' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             perform 25200-ECRIT-TAXES
           END-IF
           IF TOT-ENCAISSEMENTS > 0
             MOVE '512000' TO COMPTE-CP
             MOVE 'COMMISSIONS A PAYER' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-REPRISES-COMM > 0
             MOVE '401000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-REPRISES-COMM TO MONTANT-CP
             MOVE 'REPRISES COMMISSIONS AGENCES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '622000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-REPRISES-COMM TO MONTANT-CP
             MOVE 'REPRISES COMMISSIONS RESIL.' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-PRIMES-CEDEES > 0
             MOVE '709000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE 'REASSUREUR A PAYER' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-APPELS-REASS > 0
             MOVE '462100' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-APPELS-REASS TO MONTANT-CP
             MOVE 'REASSUREUR PART SINISTRES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '608100' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-APPELS-REASS TO MONTANT-CP
             MOVE 'SINISTRES A CHARGE REASSUREUR' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-RECUS-REASS > 0
             MOVE '512000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-RECUS-REASS TO MONTANT-CP
             MOVE 'RECUPERATIONS REASS. BANQUE' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '462100' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-RECUS-REASS TO MONTANT-CP
             MOVE 'PART REASSUREUR ENCAISSEE' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-SINISTRES-REGLES > 0
             MOVE '600000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE 'SINISTRES PAYES BANQUE' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-FRANCHISES-REFACT > 0
             MOVE '411000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-FRANCHISES-REFACT TO MONTANT-CP
             MOVE 'FRANCHISES REFACTUREES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '600000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-FRANCHISES-REFACT TO MONTANT-CP
             MOVE 'FRANCHISES SUR SINISTRES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-RECOURS > 0
             MOVE '512000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-RECOURS TO MONTANT-CP
             MOVE 'RECOURS ENCAISSES BANQUE' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '608000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-RECOURS TO MONTANT-CP
             MOVE 'RECOURS SUR SINISTRES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-REMBOURSEMENTS > 0
             MOVE '411000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             MOVE TOT-REMBOURSEMENTS TO MONTANT-CP
             MOVE 'REMBOURSEMENTS CLIENTS' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '512000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             MOVE TOT-REMBOURSEMENTS TO MONTANT-CP
             MOVE 'REMBOURSEMENTS BANQUE' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-DOTATION-PPNA > TOT-REPRISE-PPNA
             MOVE '706100' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             COMPUTE MONTANT-CP = TOT-DOTATION-PPNA - TOT-REPRISE-PPNA
             MOVE 'DOTATION PRIMES NON ACQUISES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '320000' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             COMPUTE MONTANT-CP = TOT-DOTATION-PPNA - TOT-REPRISE-PPNA
             MOVE 'PROVISION PRIMES NON ACQUISES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           IF TOT-REPRISE-PPNA > TOT-DOTATION-PPNA
             MOVE '320000' TO COMPTE-CP
             MOVE 'D' TO SENS-CP
             COMPUTE MONTANT-CP = TOT-REPRISE-PPNA - TOT-DOTATION-PPNA
             MOVE 'PROVISION PRIMES NON ACQUISES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
             MOVE '706100' TO COMPTE-CP
             MOVE 'C' TO SENS-CP
             COMPUTE MONTANT-CP = TOT-REPRISE-PPNA - TOT-DOTATION-PPNA
             MOVE 'REPRISE PRIMES NON ACQUISES' TO LIBELLE-CP
             perform 25500-ECRIT-UNE-ECRITURE
           END-IF
           .

      * Taxe d'assurance a reverser, une ecriture par taux : les
      * garanties de meme taux se cumulent sur la premiere.
       25200-ECRIT-TAXES.
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE 'N' TO TAUX-DEJA-VU-SW
             PERFORM VARYING IDX-GAR2 FROM 1 BY 1
                       UNTIL IDX-GAR2 >= IDX-GAR
               IF TAUX-TAXE-T(IDX-GAR2) = TAUX-TAXE-T(IDX-GAR)
                 SET TAUX-DEJA-VU TO TRUE
               END-IF
             END-PERFORM
             IF NOT TAUX-DEJA-VU
               MOVE 0 TO TAXE-TAUX-W
               PERFORM VARYING IDX-GAR2 FROM IDX-GAR BY 1
                         UNTIL IDX-GAR2 > 5
                 IF TAUX-TAXE-T(IDX-GAR2) = TAUX-TAXE-T(IDX-GAR)
                   ADD TOT-TAXE-GAR(IDX-GAR2) TO TAXE-TAUX-W
                 END-IF
               END-PERFORM
               IF TAXE-TAUX-W > 0
                 MOVE '445700' TO COMPTE-CP
                 MOVE 'C' TO SENS-CP
                 MOVE TAXE-TAUX-W TO MONTANT-CP
                 MOVE TAUX-TAXE-T(IDX-GAR) TO TAUX-TAXE-E
                 MOVE SPACE TO LIBELLE-CP
                 STRING 'TAXE ASSURANCE ' TAUX-TAXE-E ' %'
                   DELIMITED BY SIZE INTO LIBELLE-CP
                 END-STRING
                 perform 25500-ECRIT-UNE-ECRITURE
               END-IF
             END-IF
           END-PERFORM
           .

       25500-ECRIT-UNE-ECRITURE.
           MOVE PERIODE-CPTA TO PERIODE-CP
           IF NOT PERIODE-DEJA-CUMULEE
             MOVE SPACE TO e-cumul
             MOVE COMPTE-CP TO COMPTE-CU
             MOVE SENS-CP TO SENS-CU
             MOVE MONTANT-CP TO MONTANT-CU
             MOVE PERIODE-CP TO PERIODE-CU
             WRITE e-cumul
           END-IF
           WRITE e-compta
           ADD 1 TO NB-ECRITURES
           IF SENS-CP = 'D'
           MOVE NB-PRIMES-EMISES TO NB-RAP-F
           MOVE TOT-PRIMES-EMISES TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'DONT TAXE ASSURANCE' TO LIB-RAP-F
           MOVE 'DDQUITD' TO SOURCE-RAP-F
           MOVE NB-PRIMES-EMISES TO NB-RAP-F
           MOVE TOT-TAXE-ASSUR TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'ENCAISSEMENTS' TO LIB-RAP-F
           MOVE 'DDPAIEM' TO SOURCE-RAP-F
           MOVE NB-ENCAISSEMENTS TO NB-RAP-F
           MOVE NB-COMMISSIONS TO NB-RAP-F
           MOVE TOT-COMMISSIONS TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'REPRISES COMMISSIONS' TO LIB-RAP-F
           MOVE 'DDCOMSUM' TO SOURCE-RAP-F
           MOVE NB-REPRISES-COMM TO NB-RAP-F
           MOVE TOT-REPRISES-COMM TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'PRIMES CEDEES REASS.' TO LIB-RAP-F
           MOVE 'DDREASUM' TO SOURCE-RAP-F
           MOVE NB-PRIMES-CEDEES TO NB-RAP-F
           MOVE TOT-PRIMES-CEDEES TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'RECUP. REASS. APPELEES' TO LIB-RAP-F
           MOVE 'DDREARSM' TO SOURCE-RAP-F
           MOVE NB-APPELS-REASS TO NB-RAP-F
           MOVE TOT-APPELS-REASS TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'RECUP. REASS. RECUES' TO LIB-RAP-F
           MOVE 'DDREARSM' TO SOURCE-RAP-F
           MOVE NB-RECUS-REASS TO NB-RAP-F
           MOVE TOT-RECUS-REASS TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'SINISTRES REGLES' TO LIB-RAP-F
           MOVE 'DDSINSUM' TO SOURCE-RAP-F
           MOVE NB-SINISTRES-REGLES TO NB-RAP-F
           MOVE TOT-SINISTRES-REGLES TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'FRANCHISES REFACTUREES' TO LIB-RAP-F
           MOVE 'DDSINSUM' TO SOURCE-RAP-F
           MOVE NB-FRANCHISES-REFACT TO NB-RAP-F
           MOVE TOT-FRANCHISES-REFACT TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'RECOURS ENCAISSES' TO LIB-RAP-F
           MOVE 'DDRECSUM' TO SOURCE-RAP-F
           MOVE NB-RECOURS TO NB-RAP-F
           MOVE TOT-RECOURS TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'CREDITS REMBOURSES' TO LIB-RAP-F
           MOVE 'DDREMSUM' TO SOURCE-RAP-F
           MOVE NB-REMBOURSEMENTS TO NB-RAP-F
           MOVE TOT-REMBOURSEMENTS TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'DOTATION PPNA' TO LIB-RAP-F
           MOVE 'DDPNASUM' TO SOURCE-RAP-F
           MOVE NB-VARIATIONS-PPNA TO NB-RAP-F
           MOVE TOT-DOTATION-PPNA TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE 'REPRISE PPNA' TO LIB-RAP-F
           MOVE 'DDPNASUM' TO SOURCE-RAP-F
           MOVE NB-VARIATIONS-PPNA TO NB-RAP-F
           MOVE TOT-REPRISE-PPNA TO MONTANT-RAP-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RAPPRO
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL DEBITS' TO LIB-RAP-F

       30000-END-PGM.
           CLOSE f-compta f-rapport
           IF NOT PERIODE-DEJA-CUMULEE
             CLOSE f-cumul
           END-IF
           DISPLAY 'ECRITURES EMISES : ' NB-ECRITURES
           DISPLAY 'TOTAL DEBITS     : ' TOT-DEBITS
           DISPLAY 'TOTAL CREDITS    : ' TOT-CREDITS
