       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJBANQ.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Releve de compte electronique de la banque, 120 octets :
      * code enregistrement en colonnes 1-2 (01 ancien solde, 04
      * mouvement, 07 nouveau solde), date d'operation AAAAMMJJ en
      * 3-10, numero d'ecriture en 11-17, sens C/D en 18, montant
      * 9 chiffres centimes compris en 19-27, nom du tireur en
      * 28-57, libelle de remise en 58-117. Seuls les mouvements
      * crediteurs sont des encaissements.
           SELECT OPTIONAL f-releve ASSIGN DDRELBQ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELEVE.

      * Base des creances : la reference de quittance s'y verifie,
      * la plus ancienne creance ouverte d'un matricule s'y trouve
      * et les restes dus y sont compares aux montants non
      * identifies.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Master : existence d'un matricule cite dans le libelle, nom
      * de l'assure compare au nom du tireur.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Compte d'attente : les credits non identifies y entrent, les
      * affectations de la comptabilite en sont liberees.
           SELECT OPTIONAL f-attente ASSIGN DDATTENT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-AT
            FILE STATUS IS CR-ATTENTE.

      * Reglements pour PROJRECV : matricule, date de la quittance
      * reglee, montant verse.
           SELECT f-paiements ASSIGN DDPAIEM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PAIEMENTS.

      * Journal de caisse des guichets de la journee (voir
      * CCAISSE) : les recus delivres au comptoir partent dans les
      * reglements du jour.
           SELECT OPTIONAL f-caisse ASSIGN DDCAISSE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CAISSE.

      * Compte rendu de l'import : chaque credit du releve avec son
      * mode d'identification ou son motif de mise en attente.
           SELECT f-etat ASSIGN DDBANQET
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ETAT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-releve.
       01 e-releve                     PIC X(120).

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-attente.
       01 e-attente.
           COPY CATTENT.

       fd f-paiements.
       01 e-paiement.
         05 MATRICULE-PA               PIC 9(6).
         05 DATE-PA                    PIC 9(8).
         05 MONTANT-PA                 PIC 9(5)V9(2).
         05                            PIC X(59).

       fd f-caisse.
       01 e-caisse.
           COPY CCAISSE.

       fd f-etat.
       01 ligne-etat                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-RELEVE                      PIC 99.
         88 EOF-RELEVE VALUE 10.
       01 CR-RECEV                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-ATTENTE                     PIC 99.
       01 CR-PAIEMENTS                   PIC 99.
       01 CR-ETAT                        PIC 99.
       01 CR-CAISSE                      PIC 99.
         88 EOF-CAISSE VALUE 10.

      * Ligne du releve en cours, reprise aussi pour les credits
      * rapproches apres la lecture du releve.
       01 LIGNE-RB.
         05 CODE-RB                      PIC X(2).
           88 RB-MOUVEMENT VALUE '04'.
         05 DATE-OPE-RB                  PIC 9(8).
         05 NUM-ECR-RB                   PIC X(7).
         05 SENS-RB                      PIC X(1).
           88 RB-CREDIT VALUE 'C'.
         05 MONTANT-RB                   PIC 9(7)V9(2).
         05 NOM-TIREUR-RB                PIC X(30).
         05 LIBELLE-RB                   PIC X(60).
         05                              PIC X(3).

       77 FIN-BALAYAGE-SW                PIC X.
         88 FIN-BALAYAGE VALUE 'O'.
         88 BALAYAGE-EN-COURS VALUE 'N'.

      * Resultat de l'identification d'une ligne du releve.
       77 IDENTIFIE-SW                   PIC X(1).
         88 LIGNE-IDENTIFIEE VALUE 'O'.
         88 LIGNE-NON-IDENTIFIEE VALUE 'N'.
       77 MAT-TROUVE-SW                  PIC X(1).
         88 MATRICULE-TROUVE VALUE 'O'.
       77 MAT-IDENT-W                    PIC 9(6).
       77 DATE-IDENT-W                   PIC 9(8).
       77 MODE-IDENT-W                   PIC X(20).
       77 IDX-CAR                        PIC 9(2).
       77 ISOLE-SW                       PIC X(1).
         88 CHIFFRES-ISOLES VALUE 'O'.
       77 MAT-CHERCHE-W                  PIC 9(6).

      * Plafond du fichier des reglements (9(5)V9(2)) : au-dela, le
      * credit part en attente pour traitement manuel.
       77 MONTANT-MAX-PAIEM              PIC 9(7)V9(2) VALUE 99999,99.

      * Credits sans reference ni matricule : rapproches ensuite en
      * un seul balayage de la base des creances, par le montant du
      * reste du et le nom de l'assure. Une seule creance candidate
      * identifie le credit, plusieurs le laissent en attente.
       01 TAB-NON-IDENTIFIES.
         05 NB-NON-IDENT                 PIC 9(3) VALUE 0.
         05 NON-IDENT OCCURS 500.
           10 DATE-OPE-NI                PIC 9(8).
           10 NUM-ECR-NI                 PIC X(7).
           10 MONTANT-NI                 PIC 9(7)V9(2).
           10 NOM-TIREUR-NI              PIC X(30).
           10 LIBELLE-NI                 PIC X(60).
           10 NB-CANDIDATS-NI            PIC 9(2).
           10 MAT-CANDIDAT-NI            PIC 9(6).
           10 DATE-CANDIDAT-NI           PIC 9(8).
       77 IDX-NI                         PIC 9(3).
       77 RESTE-DU-W                     PIC 9(7)V9(2).
       77 FICHE-LUE-SW                   PIC X(1).
         88 FICHE-LUE VALUE 'O'.
         88 FICHE-ABSENTE VALUE 'A'.
         88 FICHE-NON-LUE VALUE 'N'.

      * Comparaison du nom : le nom de famille de l'assure (premier
      * mot de NOM-PRE-A4) doit figurer en mot entier dans le nom du
      * tireur.
       77 LG-NOM-W                       PIC 9(2).
       77 CLE-NOM-W                      PIC X(22).
       77 TIREUR-W                       PIC X(32).
       77 CPT-NOM-W                      PIC 9(2).

      * Ligne mise en attente par l'appelant.
       77 MOTIF-ATTENTE-W                PIC X(1).

      * Operateurs du journal de caisse : une caisse qui a delivre
      * des recus sans etre arretee est signalee.
       01 TAB-CAISSES.
         05 NB-CAISSES                   PIC 9(3) VALUE 0.
         05 CAISSE-G OCCURS 100.
           10 OPERATEUR-G                PIC X(8).
           10 AGENCE-G                   PIC X(2).
           10 NB-RECUS-G                 PIC 9(4).
           10 ARRETE-G                   PIC X(1).
       77 IDX-CS                         PIC 9(3).

       01 CPT.
         05 CPT-LIGNES-LUES              PIC 9(6) VALUE 0.
         05 CPT-CREDITS                  PIC 9(6) VALUE 0.
         05 CPT-PAR-REFERENCE            PIC 9(6) VALUE 0.
         05 CPT-PAR-MATRICULE            PIC 9(6) VALUE 0.
         05 CPT-PAR-NOM                  PIC 9(6) VALUE 0.
         05 CPT-EN-ATTENTE               PIC 9(6) VALUE 0.
         05 CPT-DEJA-EN-ATTENTE          PIC 9(6) VALUE 0.
         05 CPT-LIBERES                  PIC 9(6) VALUE 0.
         05 MT-IDENTIFIE                 PIC 9(9)V9(2) VALUE 0.
         05 MT-EN-ATTENTE                PIC 9(9)V9(2) VALUE 0.
         05 MT-LIBERE                    PIC 9(9)V9(2) VALUE 0.
         05 CPT-GUICHET                  PIC 9(6) VALUE 0.
         05 MT-GUICHET                   PIC 9(9)V9(2) VALUE 0.
         05 CPT-REMISES-CAISSE           PIC 9(6) VALUE 0.
         05 MT-REMISES-CAISSE            PIC 9(9)V9(2) VALUE 0.
         05 CPT-CAISSES-OUVERTES         PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-BANQ.
         05                              PIC X(35)
           VALUE 'IMPORT DU RELEVE BANCAIRE - RUN DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(37).

       01 FORMAT-LIGNE-BANQ.
         05 DATE-B-F                     PIC 9(8).
         05                              PIC X(1).
         05 ECR-B-F                      PIC X(7).
         05                              PIC X(1).
         05 MONTANT-B-F                  PIC Z(6)9,99.
         05                              PIC X(1).
         05 RESULTAT-B-F                 PIC X(20).
         05                              PIC X(1).
         05 MAT-B-F                      PIC X(6).
         05                              PIC X(1).
         05 DATE-Q-B-F                   PIC X(8).
         05                              PIC X(1).
         05 NOM-B-F                      PIC X(15).

       01 FORMAT-TOTAL-BANQ.
         05 LIB-TOT-F                    PIC X(30).
         05                              PIC X(3) VALUE ' : '.
         05 NB-TOT-F                     PIC Z(5)9.
         05                              PIC X(4) VALUE ' -  '.
         05 MT-TOT-F                     PIC Z(8)9,99.
         05                              PIC X(25).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 15000-LIBERE-AFFECTATIONS
           PERFORM 16000-REPREND-CAISSE
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-RAPPROCHE-NOM-MONTANT
           PERFORM 27000-SOLDE-NON-IDENTIFIES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Premier run : le compte d'attente se cree a l'ouverture
      * (code retour 05).
           OPEN I-O f-attente
           IF CR-ATTENTE > 9
             DISPLAY 'ERROR DDATTENT : ' CR-ATTENTE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-paiements f-etat
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-etat FROM FORMAT-TITRE-BANQ
           MOVE SPACE TO ligne-etat
           WRITE ligne-etat
           .

      * Les affectations posees par la comptabilite (PROJCATT)
      * partent dans les reglements du jour, sur la creance
      * retenue, et sortent du compte d'attente.
       15000-LIBERE-AFFECTATIONS.
           SET BALAYAGE-EN-COURS TO TRUE
           MOVE LOW-VALUE TO CLE-X-AT
           START f-attente KEY IS NOT LESS THAN CLE-X-AT
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE
             READ f-attente NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF ATTENTE-AFFECTEE
                   perform 15100-LIBERE-UNE-AFFECTATION
                 END-IF
             END-READ
           END-PERFORM
           .

       15100-LIBERE-UNE-AFFECTATION.
           MOVE SPACE TO e-paiement
           MOVE MAT-AFF-AT TO MATRICULE-PA
           MOVE DATE-QUIT-AFF-AT TO DATE-PA
           MOVE MONTANT-AT TO MONTANT-PA
           WRITE e-paiement
           SET ATTENTE-LIBEREE TO TRUE
           MOVE DATE-JOUR TO DATE-LIB-AT
           REWRITE e-attente
           ADD 1 TO CPT-LIBERES
           ADD MONTANT-AT TO MT-LIBERE
           MOVE DATE-RECU-AT TO DATE-B-F
           MOVE NUM-ECR-AT TO ECR-B-F
           MOVE MONTANT-AT TO MONTANT-B-F
           MOVE 'AFFECTATION LIBEREE' TO RESULTAT-B-F
           MOVE MAT-AFF-AT TO MAT-B-F
           MOVE DATE-QUIT-AFF-AT TO DATE-Q-B-F
           MOVE NOM-TIREUR-AT TO NOM-B-F
           WRITE ligne-etat FROM FORMAT-LIGNE-BANQ
           .

      * Recus de guichet du jour : deja affectes a leur creance par
      * l'operateur, ils partent tels quels dans les reglements.
       16000-REPREND-CAISSE.
           OPEN INPUT f-caisse
           IF CR-CAISSE < 10
             perform until EOF-CAISSE
               READ f-caisse
                 AT END
                   continue
                 NOT AT END
                   perform 16100-CAISSE-OPERATEUR
                   IF LIGNE-RECU
                     perform 16200-ECRIT-RECU
                   END-IF
                   IF LIGNE-FERMETURE
                     MOVE 'O' TO ARRETE-G(IDX-CS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-caisse
             perform 16300-CAISSES-NON-ARRETEES
           END-IF
           .

       16100-CAISSE-OPERATEUR.
           PERFORM VARYING IDX-CS FROM 1 BY 1
                     UNTIL IDX-CS > NB-CAISSES
                        OR OPERATEUR-G(IDX-CS) = OPERATEUR-CA
             continue
           END-PERFORM
           IF IDX-CS > NB-CAISSES AND NB-CAISSES < 100
             ADD 1 TO NB-CAISSES
             MOVE NB-CAISSES TO IDX-CS
             MOVE OPERATEUR-CA TO OPERATEUR-G(IDX-CS)
             MOVE AGENCE-CA TO AGENCE-G(IDX-CS)
             MOVE 0 TO NB-RECUS-G(IDX-CS)
             MOVE 'N' TO ARRETE-G(IDX-CS)
           END-IF
           IF IDX-CS > NB-CAISSES
             MOVE NB-CAISSES TO IDX-CS
           END-IF
           .

       16200-ECRIT-RECU.
           MOVE SPACE TO e-paiement
           MOVE MAT-CA TO MATRICULE-PA
           MOVE DATE-QUIT-CA TO DATE-PA
           MOVE MONTANT-CA TO MONTANT-PA
           WRITE e-paiement
           ADD 1 TO NB-RECUS-G(IDX-CS)
           ADD 1 TO CPT-GUICHET
           ADD MONTANT-CA TO MT-GUICHET
           MOVE DATE-CA TO DATE-B-F
           MOVE SPACE TO ECR-B-F
           STRING 'G' NUM-RECU-CA DELIMITED BY SIZE INTO ECR-B-F
           END-STRING
           MOVE MONTANT-CA TO MONTANT-B-F
           MOVE 'REGLEMENT GUICHET' TO RESULTAT-B-F
           MOVE MAT-CA TO MAT-B-F
           MOVE DATE-QUIT-CA TO DATE-Q-B-F
           MOVE OPERATEUR-CA TO NOM-B-F
           WRITE ligne-etat FROM FORMAT-LIGNE-BANQ
           .

      * Les recus d'une caisse non arretee sont repris quand meme
      * (l'assure a paye), mais la caisse est a arreter par
      * l'agence avant la remise en banque.
       16300-CAISSES-NON-ARRETEES.
           PERFORM VARYING IDX-CS FROM 1 BY 1
                     UNTIL IDX-CS > NB-CAISSES
             IF ARRETE-G(IDX-CS) = 'N' AND NB-RECUS-G(IDX-CS) > 0
               ADD 1 TO CPT-CAISSES-OUVERTES
               MOVE SPACE TO ligne-etat
               STRING 'CAISSE NON ARRETEE : ' OPERATEUR-G(IDX-CS)
                      ' AGENCE ' AGENCE-G(IDX-CS) ' - '
                      NB-RECUS-G(IDX-CS) ' RECUS'
                 DELIMITED BY SIZE INTO ligne-etat
               END-STRING
               WRITE ligne-etat
               DISPLAY 'CAISSE NON ARRETEE : ' OPERATEUR-G(IDX-CS)
             END-IF
           END-PERFORM
           .

       18000-READ-RELEVE.
           READ f-releve INTO LIGNE-RB
           IF NOT EOF-RELEVE
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

       20000-TRAITEMENT.
           OPEN INPUT f-releve
           IF CR-RELEVE < 10
             perform 18000-READ-RELEVE
             perform until EOF-RELEVE
               IF RB-MOUVEMENT AND RB-CREDIT
                 ADD 1 TO CPT-CREDITS
                 perform 21000-IDENTIFIE-CREDIT
               END-IF
               perform 18000-READ-RELEVE
             END-PERFORM
             CLOSE f-releve
           ELSE
             DISPLAY 'DDRELBQ ABSENT - PAS DE RELEVE A IMPORTER'
           END-IF
           .

      * Reference de quittance d'abord (la plus sure), puis un
      * matricule cite dans le libelle ; sinon le credit attend le
      * rapprochement par le nom et le montant.
       21000-IDENTIFIE-CREDIT.
           SET LIGNE-NON-IDENTIFIEE TO TRUE
           MOVE 'N' TO MAT-TROUVE-SW
      * Remise en banque d'une caisse de guichet : les recus sont
      * deja dans les reglements, le credit ne regle rien.
           IF LIBELLE-RB(1:14) = 'REMISE GUICHET'
             ADD 1 TO CPT-REMISES-CAISSE
             ADD MONTANT-RB TO MT-REMISES-CAISSE
             MOVE 'REMISE DE CAISSE' TO RESULTAT-B-F
             MOVE SPACE TO MAT-B-F DATE-Q-B-F
             perform 29500-EDITE-CREDIT
           ELSE
             IF MONTANT-RB > MONTANT-MAX-PAIEM
               MOVE 'N' TO MOTIF-ATTENTE-W
               perform 29000-MET-EN-ATTENTE
             ELSE
               perform 21100-CHERCHE-REFERENCE
               IF LIGNE-NON-IDENTIFIEE
                 perform 21200-CHERCHE-MATRICULE
               END-IF
               EVALUATE TRUE
                 WHEN LIGNE-IDENTIFIEE
                   perform 28000-ECRIT-PAIEMENT
                 WHEN MATRICULE-TROUVE
                   MOVE 'M' TO MOTIF-ATTENTE-W
                   perform 29000-MET-EN-ATTENTE
                 WHEN NB-NON-IDENT < 500
                   perform 21500-GARDE-NON-IDENTIFIE
                 WHEN OTHER
                   MOVE 'S' TO MOTIF-ATTENTE-W
                   perform 29000-MET-EN-ATTENTE
               END-EVALUATE
             END-IF
           END-IF
           .

      * Reference imprimee sur la quittance : Q suivi du matricule
      * et de la date de quittance (cle de la creance).
       21100-CHERCHE-REFERENCE.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                     UNTIL IDX-CAR > 46 OR LIGNE-IDENTIFIEE
             IF LIBELLE-RB(IDX-CAR:1) = 'Q'
              AND LIBELLE-RB(IDX-CAR + 1:14) NUMERIC
               MOVE LIBELLE-RB(IDX-CAR + 1:14) TO CLE-X-RC
               READ f-recev
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   SET LIGNE-IDENTIFIEE TO TRUE
                   MOVE MAT-RC TO MAT-IDENT-W
                   MOVE DATE-RC TO DATE-IDENT-W
                   MOVE 'REFERENCE QUITTANCE' TO MODE-IDENT-W
                   ADD 1 TO CPT-PAR-REFERENCE
               END-READ
             END-IF
           END-PERFORM
           .

      * Six chiffres isoles dans le libelle et connus du master :
      * le credit regle la plus ancienne creance ouverte du
      * matricule.
       21200-CHERCHE-MATRICULE.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                     UNTIL IDX-CAR > 55 OR MATRICULE-TROUVE
             IF LIBELLE-RB(IDX-CAR:6) NUMERIC
               MOVE 'O' TO ISOLE-SW
               IF IDX-CAR > 1
                 IF LIBELLE-RB(IDX-CAR - 1:1) NUMERIC
                   MOVE 'N' TO ISOLE-SW
                 END-IF
               END-IF
               IF IDX-CAR < 55
                 IF LIBELLE-RB(IDX-CAR + 6:1) NUMERIC
                   MOVE 'N' TO ISOLE-SW
                 END-IF
               END-IF
               IF CHIFFRES-ISOLES
                 MOVE LIBELLE-RB(IDX-CAR:6) TO MAT-X4
                 READ f-assures4
                   INVALID KEY
                     continue
                   NOT INVALID KEY
                     SET MATRICULE-TROUVE TO TRUE
                 END-READ
               END-IF
             END-IF
           END-PERFORM
           IF MATRICULE-TROUVE
             MOVE MAT-A4 TO MAT-CHERCHE-W
             perform 21300-PLUS-ANCIENNE-CREANCE
           END-IF
           .

       21300-PLUS-ANCIENNE-CREANCE.
           MOVE MAT-CHERCHE-W TO MAT-RC
           MOVE 0 TO DATE-RC
           SET BALAYAGE-EN-COURS TO TRUE
           START f-recev KEY IS NOT LESS THAN CLE-X-RC
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE OR LIGNE-IDENTIFIEE
             READ f-recev NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF MAT-RC NOT = MAT-CHERCHE-W
                   SET FIN-BALAYAGE TO TRUE
                 ELSE
                   IF CREANCE-OUVERTE AND CREANCE-DEBIT
                     SET LIGNE-IDENTIFIEE TO TRUE
                     MOVE MAT-RC TO MAT-IDENT-W
                     MOVE DATE-RC TO DATE-IDENT-W
                     MOVE 'MATRICULE' TO MODE-IDENT-W
                     ADD 1 TO CPT-PAR-MATRICULE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       21500-GARDE-NON-IDENTIFIE.
           ADD 1 TO NB-NON-IDENT
           MOVE DATE-OPE-RB TO DATE-OPE-NI(NB-NON-IDENT)
           MOVE NUM-ECR-RB TO NUM-ECR-NI(NB-NON-IDENT)
           MOVE MONTANT-RB TO MONTANT-NI(NB-NON-IDENT)
           MOVE NOM-TIREUR-RB TO NOM-TIREUR-NI(NB-NON-IDENT)
           MOVE LIBELLE-RB TO LIBELLE-NI(NB-NON-IDENT)
           MOVE 0 TO NB-CANDIDATS-NI(NB-NON-IDENT)
           MOVE 0 TO MAT-CANDIDAT-NI(NB-NON-IDENT)
           MOVE 0 TO DATE-CANDIDAT-NI(NB-NON-IDENT)
           .

      * Un seul balayage de la base : chaque creance ouverte dont
      * le reste du egale le montant d'un credit non identifie est
      * candidate si le nom de l'assure figure dans celui du tireur.
       25000-RAPPROCHE-NOM-MONTANT.
           IF NB-NON-IDENT > 0
             SET BALAYAGE-EN-COURS TO TRUE
             MOVE LOW-VALUE TO CLE-X-RC
             START f-recev KEY IS NOT LESS THAN CLE-X-RC
               INVALID KEY
                 SET FIN-BALAYAGE TO TRUE
             END-START
             perform until FIN-BALAYAGE
               READ f-recev NEXT RECORD
                 AT END
                   SET FIN-BALAYAGE TO TRUE
                 NOT AT END
                   IF CREANCE-OUVERTE AND CREANCE-DEBIT
                     perform 25100-COMPARE-CREANCE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       25100-COMPARE-CREANCE.
           COMPUTE RESTE-DU-W = MONTANT-DU-RC - MONTANT-REGLE-RC
           SET FICHE-NON-LUE TO TRUE
           PERFORM VARYING IDX-NI FROM 1 BY 1
                     UNTIL IDX-NI > NB-NON-IDENT
             IF MONTANT-NI(IDX-NI) = RESTE-DU-W
               IF FICHE-NON-LUE
                 MOVE MAT-RC TO MAT-A4
                 READ f-assures4
                   INVALID KEY
                     SET FICHE-ABSENTE TO TRUE
                   NOT INVALID KEY
                     SET FICHE-LUE TO TRUE
                 END-READ
               END-IF
               IF FICHE-LUE
                 perform 25200-COMPARE-NOM
               END-IF
             END-IF
           END-PERFORM
           .

       25200-COMPARE-NOM.
           MOVE 0 TO LG-NOM-W
           INSPECT NOM-PRE-A4 TALLYING LG-NOM-W
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF LG-NOM-W > 1
             MOVE SPACE TO CLE-NOM-W TIREUR-W
             STRING ' ' NOM-PRE-A4(1:LG-NOM-W) ' '
               DELIMITED BY SIZE INTO CLE-NOM-W
             END-STRING
             STRING ' ' NOM-TIREUR-NI(IDX-NI)
               DELIMITED BY SIZE INTO TIREUR-W
             END-STRING
             MOVE 0 TO CPT-NOM-W
             INSPECT TIREUR-W TALLYING CPT-NOM-W
               FOR ALL CLE-NOM-W(1:LG-NOM-W + 2)
             IF CPT-NOM-W > 0
               ADD 1 TO NB-CANDIDATS-NI(IDX-NI)
               MOVE MAT-RC TO MAT-CANDIDAT-NI(IDX-NI)
               MOVE DATE-RC TO DATE-CANDIDAT-NI(IDX-NI)
             END-IF
           END-IF
           .

       27000-SOLDE-NON-IDENTIFIES.
           PERFORM VARYING IDX-NI FROM 1 BY 1
                     UNTIL IDX-NI > NB-NON-IDENT
             MOVE DATE-OPE-NI(IDX-NI) TO DATE-OPE-RB
             MOVE NUM-ECR-NI(IDX-NI) TO NUM-ECR-RB
             MOVE MONTANT-NI(IDX-NI) TO MONTANT-RB
             MOVE NOM-TIREUR-NI(IDX-NI) TO NOM-TIREUR-RB
             MOVE LIBELLE-NI(IDX-NI) TO LIBELLE-RB
             EVALUATE NB-CANDIDATS-NI(IDX-NI)
               WHEN 0
                 MOVE 'N' TO MOTIF-ATTENTE-W
                 perform 29000-MET-EN-ATTENTE
               WHEN 1
                 MOVE MAT-CANDIDAT-NI(IDX-NI) TO MAT-IDENT-W
                 MOVE DATE-CANDIDAT-NI(IDX-NI) TO DATE-IDENT-W
                 MOVE 'NOM ET MONTANT' TO MODE-IDENT-W
                 ADD 1 TO CPT-PAR-NOM
                 perform 28000-ECRIT-PAIEMENT
               WHEN OTHER
                 MOVE 'A' TO MOTIF-ATTENTE-W
                 perform 29000-MET-EN-ATTENTE
             END-EVALUATE
           END-PERFORM
           .

      * Reglement identifie, au format attendu par PROJRECV.
       28000-ECRIT-PAIEMENT.
           MOVE SPACE TO e-paiement
           MOVE MAT-IDENT-W TO MATRICULE-PA
           MOVE DATE-IDENT-W TO DATE-PA
           MOVE MONTANT-RB TO MONTANT-PA
           WRITE e-paiement
           ADD MONTANT-RB TO MT-IDENTIFIE
           MOVE MODE-IDENT-W TO RESULTAT-B-F
           MOVE MAT-IDENT-W TO MAT-B-F
           MOVE DATE-IDENT-W TO DATE-Q-B-F
           perform 29500-EDITE-CREDIT
           .

      * Credit mis au compte d'attente avec son motif (pose par
      * l'appelant). Un credit deja present (rejeu du releve) n'y
      * entre pas deux fois.
       29000-MET-EN-ATTENTE.
           MOVE SPACE TO e-attente
           MOVE DATE-OPE-RB TO DATE-RECU-AT
           MOVE NUM-ECR-RB TO NUM-ECR-AT
           MOVE MONTANT-RB TO MONTANT-AT
           MOVE NOM-TIREUR-RB TO NOM-TIREUR-AT
           MOVE LIBELLE-RB TO LIBELLE-AT
           MOVE MOTIF-ATTENTE-W TO MOTIF-AT
           SET ATTENTE-OUVERTE TO TRUE
           MOVE 0 TO MAT-AFF-AT DATE-QUIT-AFF-AT
           MOVE 0 TO DATE-AFF-AT DATE-LIB-AT
           WRITE e-attente
             INVALID KEY
               ADD 1 TO CPT-DEJA-EN-ATTENTE
               MOVE 'DEJA EN ATTENTE' TO RESULTAT-B-F
             NOT INVALID KEY
               ADD 1 TO CPT-EN-ATTENTE
               ADD MONTANT-RB TO MT-EN-ATTENTE
               EVALUATE MOTIF-ATTENTE-W
                 WHEN 'M'
                   MOVE 'ATTENTE SANS CREANCE' TO RESULTAT-B-F
                 WHEN 'A'
                   MOVE 'ATTENTE AMBIGU' TO RESULTAT-B-F
                 WHEN 'S'
                   MOVE 'ATTENTE SATURATION' TO RESULTAT-B-F
                 WHEN OTHER
                   MOVE 'ATTENTE SANS INDICE' TO RESULTAT-B-F
               END-EVALUATE
           END-WRITE
           MOVE SPACE TO MAT-B-F DATE-Q-B-F
           perform 29500-EDITE-CREDIT
           .

       29500-EDITE-CREDIT.
           MOVE DATE-OPE-RB TO DATE-B-F
           MOVE NUM-ECR-RB TO ECR-B-F
           MOVE MONTANT-RB TO MONTANT-B-F
           MOVE NOM-TIREUR-RB TO NOM-B-F
           WRITE ligne-etat FROM FORMAT-LIGNE-BANQ
           .

       30000-END-PGM.
           MOVE SPACE TO ligne-etat
           WRITE ligne-etat
           MOVE 'AFFECTATIONS LIBEREES' TO LIB-TOT-F
           MOVE CPT-LIBERES TO NB-TOT-F
           MOVE MT-LIBERE TO MT-TOT-F
           WRITE ligne-etat FROM FORMAT-TOTAL-BANQ
           MOVE 'REGLEMENTS GUICHET' TO LIB-TOT-F
           MOVE CPT-GUICHET TO NB-TOT-F
           MOVE MT-GUICHET TO MT-TOT-F
           WRITE ligne-etat FROM FORMAT-TOTAL-BANQ
           MOVE 'REMISES DE CAISSE' TO LIB-TOT-F
           MOVE CPT-REMISES-CAISSE TO NB-TOT-F
           MOVE MT-REMISES-CAISSE TO MT-TOT-F
           WRITE ligne-etat FROM FORMAT-TOTAL-BANQ
           MOVE 'CREDITS IDENTIFIES' TO LIB-TOT-F
           COMPUTE NB-TOT-F = CPT-PAR-REFERENCE + CPT-PAR-MATRICULE
                            + CPT-PAR-NOM
           MOVE MT-IDENTIFIE TO MT-TOT-F
           WRITE ligne-etat FROM FORMAT-TOTAL-BANQ
           MOVE 'CREDITS MIS EN ATTENTE' TO LIB-TOT-F
           MOVE CPT-EN-ATTENTE TO NB-TOT-F
           MOVE MT-EN-ATTENTE TO MT-TOT-F
           WRITE ligne-etat FROM FORMAT-TOTAL-BANQ
           CLOSE f-recev f-assures4 f-attente f-paiements f-etat
           DISPLAY 'REGLEMENTS GUICHET   : ' CPT-GUICHET
           DISPLAY 'LIGNES DU RELEVE     : ' CPT-LIGNES-LUES
           DISPLAY 'CREDITS              : ' CPT-CREDITS
           DISPLAY 'PAR REFERENCE        : ' CPT-PAR-REFERENCE
           DISPLAY 'PAR MATRICULE        : ' CPT-PAR-MATRICULE
           DISPLAY 'PAR NOM ET MONTANT   : ' CPT-PAR-NOM
           DISPLAY 'MIS EN ATTENTE       : ' CPT-EN-ATTENTE
           DISPLAY 'DEJA EN ATTENTE      : ' CPT-DEJA-EN-ATTENTE
           DISPLAY 'AFFECTATIONS LIBEREES: ' CPT-LIBERES
           DISPLAY 'REMISES DE CAISSE    : ' CPT-REMISES-CAISSE
      * Des credits restent a affecter par la comptabilite, ou une
      * caisse de guichet n'a pas ete arretee : RC 4.
           IF CPT-EN-ATTENTE > 0 OR CPT-CAISSES-OUVERTES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
