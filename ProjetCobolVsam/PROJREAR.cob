       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREAR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Recuperations aupres du reassureur sur les sinistres des
      * polices cedees par PROJREAS : les reglements de la periode
      * sont cumules par sinistre, la part du reassureur (quote-part
      * au taux de cession, plus l'excedent de la part conservee
      * au-dela de la retention par sinistre) est appelee sur un
      * bordereau des sinistres joint au bordereau de cession, les
      * encaissements du reassureur viennent en imputation.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Carte parametre de PROJREAS (retention en colonnes 1-7,
      * taux de cession en 8-11), plus la retention par sinistre de
      * l'excedent en colonnes 12-19 (8 chiffres centimes compris,
      * 01000000 = 10000,00). Absente, valeurs de repli.
           SELECT OPTIONAL f-param ASSIGN REASPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Historique des ordres de paiement PROJSINP (generations de
      * DDSINPAY concatenees), trie sur le sinistre et la date : le
      * cout de chaque sinistre est refait en entier a chaque
      * passage, un rejeu ne compte donc rien deux fois.
           SELECT OPTIONAL f-paiements ASSIGN DDSINPAY
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PAIEMENTS.

           SELECT SD-TRI ASSIGN TRIREAR.

      * Encaissements recus du reassureur : matricule, numero de
      * sinistre, montant, date.
           SELECT OPTIONAL f-encais ASSIGN DDREAENC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ENCAIS.

           SELECT OPTIONAL f-rearec ASSIGN DDREAREC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RR
            FILE STATUS IS CR-REAREC.

      * Bordereau des sinistres pour le reassureur, a cote du
      * bordereau de cession DDCESBOR : un enregistrement par
      * sinistre appele.
           SELECT f-bordereau ASSIGN DDSINBOR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-BORDEREAU.

      * Recapitulatif des montants appeles et recus pour
      * l'interface comptable PROJCPTA.
           SELECT f-rearsm ASSIGN DDREARSM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REARSM.

      * Etat des recuperations : rejets d'encaissement, sinistres
      * appeles et restes a recevoir.
           SELECT f-rapport ASSIGN DDREARPT
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

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-paiements.
       01 e-paiement                   PIC X(80).

      * Ordre de paiement PROJSINP : l'ordre au garage porte la
      * facture entiere et, pour memoire, la franchise refacturee.
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

       fd f-encais
           DATA RECORD IS e-encais.
       01 e-encais.
         05 MAT-EN                     PIC X(6).
         05 NUM-SIN-EN                 PIC X(4).
         05 MONTANT-EN                 PIC X(8).
         05 MONTANT-EN-9 REDEFINES MONTANT-EN
                                       PIC 9(6)V9(2).
         05 DATE-EN                    PIC X(8).
         05                            PIC X(54).

       fd f-rearec.
       01 e-rearec.
           COPY CREAREC.

       fd f-bordereau.
       01 e-bordereau.
         05 MAT-SB                     PIC 9(6).
         05 NUM-SIN-SB                 PIC 9(4).
         05 AGENCE-SB                  PIC 9(2).
         05 DATE-SIN-SB                PIC 9(8).
         05 TYPE-SIN-SB                PIC X(1).
         05 PAYE-CUMUL-SB              PIC 9(7)V9(2).
         05 PART-QP-SB                 PIC 9(7)V9(2).
         05 PART-XL-SB                 PIC 9(7)V9(2).
         05 RECUPERABLE-SB             PIC 9(7)V9(2).
         05 APPEL-PERIODE-SB           PIC 9(7)V9(2).
         05 RECU-CUMUL-SB              PIC 9(7)V9(2).
         05 STATUT-SIN-SB              PIC X(1).
         05                            PIC X(4).

       fd f-rearsm.
       01 e-rearsm.
         05 NB-APPELS-RA               PIC 9(6).
         05 MONTANT-APPELE-RA          PIC 9(11)V9(2).
         05 NB-ENCAISSES-RA            PIC 9(6).
         05 MONTANT-ENCAISSE-RA        PIC 9(11)V9(2).
         05                            PIC X(42).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-SINIST                      PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-PAIEMENTS                   PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.
       01 CR-ENCAIS                      PIC 99.
         88 EOF-ENCAIS VALUE 10.
       01 CR-REAREC                      PIC 99.
         88 EOF-REAREC VALUE 10.
       01 CR-BORDEREAU                   PIC 99.
       01 CR-REARSM                      PIC 99.
       01 CR-RAPPORT                     PIC 99.

      * Termes du traite, parametres de l'actuariat.
       77 SEUIL-RETENTION                PIC 9(5)V9(2) VALUE 800.
       77 TAUX-CESSION                   PIC 9(2)V9(2) VALUE 30.
       77 RETENTION-XL                   PIC 9(6)V9(2) VALUE 10000.

       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 PART-QP-W                      PIC 9(7)V9(2).
       77 PART-XL-W                      PIC 9(7)V9(2).
       77 CONSERVE-W                     PIC 9(7)V9(2).
       77 APPEL-W                        PIC 9(7)V9(2).
       77 RESTE-DU-W                     PIC 9(7)V9(2).
       77 MOTIF-REJET-W                  PIC X(40).

      * Cout cumule du sinistre en cours de rapprochement.
       01 SINISTRE-W.
         05 CLE-SIN-W.
           10 MAT-SIN-W                  PIC 9(6).
           10 NUM-SIN-W                  PIC 9(4).
         05 COUT-SINISTRE-W              PIC 9(7)V9(2).
         05 DATE-REG-MAX-W               PIC 9(8).

       01 CPT.
         05 CPT-REGLEMENTS               PIC 9(6) VALUE 0.
         05 CPT-SINISTRES                PIC 9(6) VALUE 0.
         05 CPT-INCHANGES                PIC 9(6) VALUE 0.
         05 CPT-HISTO-INCOMPLET          PIC 9(6) VALUE 0.
         05 CPT-NON-CEDES                PIC 9(6) VALUE 0.
         05 CPT-DOSSIERS-OUVERTS         PIC 9(6) VALUE 0.
         05 CPT-APPELS                   PIC 9(6) VALUE 0.
         05 CPT-ENCAISSES                PIC 9(6) VALUE 0.
         05 CPT-REJETES                  PIC 9(6) VALUE 0.
         05 TOTAL-APPELE                 PIC 9(11)V9(2) VALUE 0.
         05 TOTAL-ENCAISSE               PIC 9(11)V9(2) VALUE 0.
         05 TOTAL-RESTE-DU               PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-REC.
         05                              PIC X(32)
           VALUE 'RECUPERATIONS REASSURANCE AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(8) VALUE ' TAUX : '.
         05 TAUX-T-F                     PIC Z9,99.
         05                              PIC X(14)
           VALUE ' RETENTION : '.
         05 RETENTION-T-F                PIC Z(5)9,99.
         05                              PIC X(4).

       01 FORMAT-SOUS-TITRE.
         05 SOUS-TITRE-F                 PIC X(40).
         05                              PIC X(40).

       01 FORMAT-ENTETE-REC.
         05                              PIC X(13) VALUE 'SINISTRE'.
         05                              PIC X(11)
           VALUE '  REGLE CUM'.
         05                              PIC X(11)
           VALUE ' RECUPERAB.'.
         05                              PIC X(11)
           VALUE '  APPEL PER'.
         05                              PIC X(11)
           VALUE '  RECU CUM.'.
         05                              PIC X(11)
           VALUE '    RESTE D'.
         05                              PIC X(12).

       01 FORMAT-LIGNE-REC.
         05 MAT-R-F                      PIC 9(6).
         05                              PIC X VALUE '/'.
         05 NUM-R-F                      PIC 9(4).
         05                              PIC X(1).
         05 TYPE-R-F                     PIC X(1).
         05                              PIC X(1).
         05 PAYE-R-F                     PIC Z(6)9,99.
         05                              PIC X(1).
         05 RECUP-R-F                    PIC Z(6)9,99.
         05                              PIC X(1).
         05 APPEL-R-F                    PIC Z(6)9,99.
         05                              PIC X(1).
         05 RECU-R-F                     PIC Z(6)9,99.
         05                              PIC X(1).
         05 RESTE-R-F                    PIC Z(6)9,99.
         05                              PIC X(12).

       01 FORMAT-REJET.
         05 MAT-REJ-F                    PIC X(6).
         05                              PIC X(1) VALUE '/'.
         05 NUM-REJ-F                    PIC X(4).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-REJ-F                  PIC X(40).
         05                              PIC X(1).
         05 MONTANT-REJ-F                PIC X(8).
         05                              PIC X(17).

       01 FORMAT-TOTAL-REC.
         05 LIB-TOT-F                    PIC X(30).
         05 NB-TOT-F                     PIC Z(5)9.
         05                              PIC X(3).
         05 MONTANT-TOT-F                PIC Z(10)9,99.
         05                              PIC X(27).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-PRISE-REGLEMENTS
           PERFORM 22000-ENCAISSEMENTS
           PERFORM 24000-APPELS
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:7) NUMERIC
                   MOVE e-param(1:7) TO SEUIL-RETENTION(1:7)
                 END-IF
                 IF e-param(8:4) NUMERIC
                   MOVE e-param(8:4) TO TAUX-CESSION(1:4)
                 END-IF
                 IF e-param(12:8) NUMERIC
                   MOVE e-param(12:8) TO RETENTION-XL(1:8)
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-rearec
           IF CR-REAREC > 9
             DISPLAY 'ERROR DDREAREC : ' CR-REAREC
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-encais
           OPEN OUTPUT f-bordereau f-rearsm f-rapport
           MOVE DATE-JOUR TO DATE-T-F
           MOVE TAUX-CESSION TO TAUX-T-F
           MOVE RETENTION-XL TO RETENTION-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-REC
           .

      * Le cout de chaque sinistre est le cumul de tous ses
      * reglements ; sur un paiement direct au garage, la franchise
      * refacturee a l'assure ne reste pas a notre charge.
       20000-PRISE-REGLEMENTS.
           SORT SD-TRI
             ON ASCENDING KEY CLE-TRI DATE-TRI
             USING f-paiements
             OUTPUT PROCEDURE IS 20100-CUMULE-SINISTRES
           .

       20100-CUMULE-SINISTRES.
           perform 20200-RETURN-TRI
           perform until EOF-TRI
             MOVE CLE-TRI TO CLE-SIN-W
             MOVE 0 TO COUT-SINISTRE-W DATE-REG-MAX-W
             perform until EOF-TRI OR CLE-TRI NOT = CLE-SIN-W
               perform 20300-CUMULE-REGLEMENT
               perform 20200-RETURN-TRI
             END-PERFORM
             ADD 1 TO CPT-SINISTRES
             perform 21000-IMPUTE-SINISTRE
           END-PERFORM
           .

       20200-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       20300-CUMULE-REGLEMENT.
           ADD 1 TO CPT-REGLEMENTS
           ADD MONTANT-TRI TO COUT-SINISTRE-W
           IF BENEF-GARAGE-TRI AND FRANCHISE-TRI NUMERIC
             IF FRANCHISE-TRI < MONTANT-TRI
               SUBTRACT FRANCHISE-TRI FROM COUT-SINISTRE-W
             ELSE
               SUBTRACT MONTANT-TRI FROM COUT-SINISTRE-W
             END-IF
           END-IF
           MOVE DATE-TRI TO DATE-REG-MAX-W
           .

      * Le cout refait remplace celui du dossier. Un cout plus bas
      * que celui deja retenu (generations de DDSINPAY manquantes)
      * laisse le dossier en l'etat et est signale.
       21000-IMPUTE-SINISTRE.
           MOVE CLE-SIN-W TO CLE-RR
           READ f-rearec
             INVALID KEY
               perform 21100-OUVRE-DOSSIER
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN COUT-SINISTRE-W > PAYE-CUMUL-RR
                   MOVE COUT-SINISTRE-W TO PAYE-CUMUL-RR
                   MOVE DATE-REG-MAX-W TO DATE-DERNIER-REG-RR
                   REWRITE e-rearec
                 WHEN COUT-SINISTRE-W = PAYE-CUMUL-RR
                   ADD 1 TO CPT-INCHANGES
                 WHEN OTHER
                   ADD 1 TO CPT-HISTO-INCOMPLET
                   DISPLAY 'HISTORIQUE INCOMPLET : ' CLE-X-RR
                     ' ' PAYE-CUMUL-RR ' ' COUT-SINISTRE-W
               END-EVALUATE
           END-READ
           .

      * Meme critere que PROJREAS : la police est cedee quand sa
      * prime totale bonus/malus depasse la retention. Les termes du
      * traite du jour restent attaches au dossier.
       21100-OUVRE-DOSSIER.
           MOVE MAT-SIN-W TO MAT-A4
           READ f-assures4
             INVALID KEY
               MOVE 0 TO PRIME-TOTALE-W
             NOT INVALID KEY
               CALL 'CALCBM' USING
                BY CONTENT PRIME-A4
                BY CONTENT TAUX-A4
                BY CONTENT BM-A4
                BY REFERENCE PRIME-BM-W
                BY REFERENCE PRIME-TOTALE-W
           END-READ
           IF PRIME-TOTALE-W > SEUIL-RETENTION
             MOVE SPACE TO e-rearec
             MOVE MAT-SIN-W TO MAT-RR
             MOVE NUM-SIN-W TO NUM-SIN-RR
             MOVE AGENCE-A4 TO AGENCE-RR
             MOVE DATE-JOUR TO DATE-OUVERTURE-RR
             MOVE TAUX-CESSION TO TAUX-CESSION-RR
             MOVE RETENTION-XL TO RETENTION-XL-RR
             MOVE COUT-SINISTRE-W TO PAYE-CUMUL-RR
             MOVE 0 TO RECUPERABLE-RR APPELE-RR RECU-RR
             MOVE 0 TO DATE-DERNIER-APPEL-RR DATE-DERNIER-ENC-RR
             MOVE DATE-REG-MAX-W TO DATE-DERNIER-REG-RR
             WRITE e-rearec
             ADD 1 TO CPT-DOSSIERS-OUVERTS
           ELSE
             ADD 1 TO CPT-NON-CEDES
           END-IF
           .

      * L'encaissement du reassureur doit viser un dossier connu et
      * ne pas depasser ce qui a ete appele et reste du.
       22000-ENCAISSEMENTS.
           MOVE 'ENCAISSEMENTS REJETES' TO SOUS-TITRE-F
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SOUS-TITRE
           IF CR-ENCAIS < 10
             perform until EOF-ENCAIS
               READ f-encais
                 AT END
                   continue
                 NOT AT END
                   perform 22100-TRAITE-ENCAISSEMENT
               END-READ
             END-PERFORM
           END-IF
           .

       22100-TRAITE-ENCAISSEMENT.
           MOVE SPACE TO MOTIF-REJET-W
           IF MAT-EN NOT NUMERIC OR NUM-SIN-EN NOT NUMERIC
             MOVE 'CLE SINISTRE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND (MONTANT-EN NOT NUMERIC OR MONTANT-EN-9 = 0)
             MOVE 'MONTANT NON NUMERIQUE OU NUL' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-EN NOT NUMERIC
             MOVE 'DATE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
             MOVE MAT-EN TO CLE-X-RR(1:6)
             MOVE NUM-SIN-EN TO CLE-X-RR(7:4)
             IF CLE-RR = ZERO
               MOVE 'DOSSIER DE REASSURANCE INCONNU'
                 TO MOTIF-REJET-W
             ELSE
               READ f-rearec
                 INVALID KEY
                   MOVE 'DOSSIER DE REASSURANCE INCONNU'
                     TO MOTIF-REJET-W
               END-READ
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE
             COMPUTE RESTE-DU-W = APPELE-RR - RECU-RR
             IF MONTANT-EN-9 > RESTE-DU-W
               MOVE 'ENCAISSEMENT SUPERIEUR A L APPELE'
                 TO MOTIF-REJET-W
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE
             ADD MONTANT-EN-9 TO RECU-RR
             MOVE DATE-EN TO DATE-DERNIER-ENC-RR
             REWRITE e-rearec
             ADD 1 TO CPT-ENCAISSES
             ADD MONTANT-EN-9 TO TOTAL-ENCAISSE
           ELSE
             ADD 1 TO CPT-REJETES
             MOVE MAT-EN TO MAT-REJ-F
             MOVE NUM-SIN-EN TO NUM-REJ-F
             MOVE MOTIF-REJET-W TO MOTIF-REJ-F
             MOVE MONTANT-EN TO MONTANT-REJ-F
             WRITE ligne-rapport FROM FORMAT-REJET
           END-IF
           .

      * Part du reassureur recalculee sur le cout cumule : la
      * quote-part au taux de cession, puis l'excedent de la part
      * conservee au-dela de la retention par sinistre. Ce qui
      * depasse l'appele part sur le bordereau ; chaque dossier
      * appele ou non solde figure a l'etat.
       24000-APPELS.
           MOVE 'SINISTRES APPELES ET RESTES A RECEVOIR'
             TO SOUS-TITRE-F
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SOUS-TITRE
           WRITE ligne-rapport FROM FORMAT-ENTETE-REC
           MOVE ZERO TO CLE-RR
           START f-rearec KEY IS GREATER THAN CLE-X-RR
             INVALID KEY
               MOVE 10 TO CR-REAREC
           END-START
           perform until EOF-REAREC
             READ f-rearec NEXT RECORD
               AT END
                 continue
               NOT AT END
                 perform 24100-CALCULE-DOSSIER
             END-READ
           END-PERFORM
           .

       24100-CALCULE-DOSSIER.
           MOVE CLE-X-RR TO CLE-X-SIN
           READ f-sinist
             INVALID KEY
               MOVE 0 TO DATE-SIN
               MOVE SPACE TO TYPE-SIN STATUT-SIN
           END-READ
           COMPUTE PART-QP-W ROUNDED =
             PAYE-CUMUL-RR * TAUX-CESSION-RR / 100
           COMPUTE CONSERVE-W = PAYE-CUMUL-RR - PART-QP-W
           IF CONSERVE-W > RETENTION-XL-RR
             COMPUTE PART-XL-W = CONSERVE-W - RETENTION-XL-RR
           ELSE
             MOVE 0 TO PART-XL-W
           END-IF
           COMPUTE RECUPERABLE-RR = PART-QP-W + PART-XL-W
           MOVE 0 TO APPEL-W
           IF RECUPERABLE-RR > APPELE-RR
             COMPUTE APPEL-W = RECUPERABLE-RR - APPELE-RR
             ADD APPEL-W TO APPELE-RR
             MOVE DATE-JOUR TO DATE-DERNIER-APPEL-RR
             perform 24200-ECRIT-BORDEREAU
           END-IF
           REWRITE e-rearec
           COMPUTE RESTE-DU-W = APPELE-RR - RECU-RR
           ADD RESTE-DU-W TO TOTAL-RESTE-DU
           IF APPEL-W > 0 OR RESTE-DU-W > 0
             MOVE MAT-RR TO MAT-R-F
             MOVE NUM-SIN-RR TO NUM-R-F
             MOVE TYPE-SIN TO TYPE-R-F
             MOVE PAYE-CUMUL-RR TO PAYE-R-F
             MOVE RECUPERABLE-RR TO RECUP-R-F
             MOVE APPEL-W TO APPEL-R-F
             MOVE RECU-RR TO RECU-R-F
             MOVE RESTE-DU-W TO RESTE-R-F
             WRITE ligne-rapport FROM FORMAT-LIGNE-REC
           END-IF
           .

      * Le sinistre de DDSINIST donne date, type et etat au
      * reassureur.
       24200-ECRIT-BORDEREAU.
           MOVE SPACE TO e-bordereau
           MOVE DATE-SIN TO DATE-SIN-SB
           MOVE TYPE-SIN TO TYPE-SIN-SB
           MOVE STATUT-SIN TO STATUT-SIN-SB
           MOVE MAT-RR TO MAT-SB
           MOVE NUM-SIN-RR TO NUM-SIN-SB
           MOVE AGENCE-RR TO AGENCE-SB
           MOVE PAYE-CUMUL-RR TO PAYE-CUMUL-SB
           MOVE PART-QP-W TO PART-QP-SB
           MOVE PART-XL-W TO PART-XL-SB
           MOVE RECUPERABLE-RR TO RECUPERABLE-SB
           MOVE APPEL-W TO APPEL-PERIODE-SB
           MOVE RECU-RR TO RECU-CUMUL-SB
           WRITE e-bordereau
           ADD 1 TO CPT-APPELS
           ADD APPEL-W TO TOTAL-APPELE
           .

       30000-END-PGM.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'SINISTRES APPELES            :' TO LIB-TOT-F
           MOVE CPT-APPELS TO NB-TOT-F
           MOVE TOTAL-APPELE TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REC
           MOVE 'ENCAISSEMENTS IMPUTES        :' TO LIB-TOT-F
           MOVE CPT-ENCAISSES TO NB-TOT-F
           MOVE TOTAL-ENCAISSE TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REC
           MOVE 'ENCAISSEMENTS REJETES        :' TO LIB-TOT-F
           MOVE CPT-REJETES TO NB-TOT-F
           MOVE 0 TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REC
           MOVE 'RESTE A RECEVOIR             :' TO LIB-TOT-F
           MOVE 0 TO NB-TOT-F
           MOVE TOTAL-RESTE-DU TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REC
      * Ligne recapitulative pour l'interface comptable.
           MOVE SPACE TO e-rearsm
           MOVE CPT-APPELS TO NB-APPELS-RA
           MOVE TOTAL-APPELE TO MONTANT-APPELE-RA
           MOVE CPT-ENCAISSES TO NB-ENCAISSES-RA
           MOVE TOTAL-ENCAISSE TO MONTANT-ENCAISSE-RA
           WRITE e-rearsm
           IF CR-ENCAIS < 10
             CLOSE f-encais
           END-IF
           CLOSE f-sinist f-assures4 f-rearec f-bordereau f-rearsm
                 f-rapport
           DISPLAY 'REGLEMENTS LUS     : ' CPT-REGLEMENTS
           DISPLAY 'SINISTRES REGLES   : ' CPT-SINISTRES
           DISPLAY 'COUT INCHANGE      : ' CPT-INCHANGES
           DISPLAY 'HISTO. INCOMPLET   : ' CPT-HISTO-INCOMPLET
           DISPLAY 'POLICES NON CEDEES : ' CPT-NON-CEDES
           DISPLAY 'DOSSIERS OUVERTS   : ' CPT-DOSSIERS-OUVERTS
           DISPLAY 'SINISTRES APPELES  : ' CPT-APPELS
           DISPLAY 'TOTAL APPELE       : ' TOTAL-APPELE
           DISPLAY 'ENCAISSEMENTS      : ' CPT-ENCAISSES
           DISPLAY 'TOTAL ENCAISSE     : ' TOTAL-ENCAISSE
           DISPLAY 'REJETS             : ' CPT-REJETES
           IF RETURN-CODE = 0 AND CPT-REJETES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
