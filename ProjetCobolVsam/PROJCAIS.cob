       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCAIS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Jeton d'execution de la chaine de nuit : la caisse ne
      * s'ouvre pas pendant la chaine.
           SELECT OPTIONAL f-token ASSIGN DDTOKEN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TOKEN.

      * Master : nom et agence de l'assure qui se presente.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Creances de l'assure : seules les creances ouvertes se
      * reglent au guichet. Lues seulement, le reglement est
      * impute par PROJRECV a son prochain passage.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Journal de caisse de la journee (voir CCAISSE), partage par
      * les guichets : ouvert en EXTEND le temps d'une ecriture,
      * relu pour les totaux de l'operateur et les recus deja
      * delivres sur une creance.
           SELECT OPTIONAL f-caisse ASSIGN DDCAISSE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CAISSE.

      * Imprimante de guichet : les recus remis a l'assure.
           SELECT OPTIONAL f-recu ASSIGN DDRECU
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RECU.

      * Arrete de caisse de l'operateur, joint a la remise en
      * banque.
           SELECT OPTIONAL f-arrete ASSIGN DDCAISRP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ARRETE.

      * Journal des consultations de polices (voir CCONSULT).
           SELECT OPTIONAL f-consul ASSIGN DDCONSUL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CONSUL.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-token.
       01 e-token                        PIC X(80).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-caisse.
       01 e-caisse.
           COPY CCAISSE.

       fd f-recu.
       01 ligne-ticket                   PIC X(80).

       fd f-arrete.
       01 ligne-arrete                   PIC X(80).

       fd f-consul.
       01 e-consul.
           COPY CCONSULT.

       WORKING-STORAGE SECTION.

       01 CR-TOKEN                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-CAISSE                      PIC 99.
         88 EOF-CAISSE VALUE 10.
       01 CR-RECU                        PIC 99.
       01 CR-ARRETE                      PIC 99.
       01 CR-CONSUL                      PIC 99.

      * Zone d'appel de l'ouverture de session (CTRLOPER).
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 OPERATEUR-W                    PIC X(8).
       77 PROFIL-W                       PIC X(1).
       77 AGENCE-OPER-W                  PIC X(2).

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

      * Caisse de l'operateur pour la journee, reconstituee depuis
      * le journal a l'ouverture puis tenue a chaque recu.
       01 CAISSE-OPERATEUR.
         05 NB-RECUS                     PIC 9(4) VALUE 0.
         05 NB-ESPECES                   PIC 9(4) VALUE 0.
         05 NB-CHEQUES                   PIC 9(4) VALUE 0.
         05 TOTAL-ESPECES                PIC 9(7)V9(2) VALUE 0.
         05 TOTAL-CHEQUES                PIC 9(7)V9(2) VALUE 0.
         05 DERNIER-RECU                 PIC 9(4) VALUE 0.
       77 FERMEE-SW                      PIC X(1) VALUE 'N'.
         88 CAISSE-FERMEE VALUE 'O'.

      * Creances ouvertes de l'assure presentees au guichet, reste
      * du net des recus deja delivres ce jour sur chacune.
       01 TAB-CREANCES.
         05 NB-CREANCES                  PIC 9(2).
         05 CREANCE-G OCCURS 20.
           10 DATE-QUIT-G                PIC 9(8).
           10 DU-G                       PIC 9(5)V9(2).
           10 REGLE-G                    PIC 9(5)V9(2).
           10 RESTE-G                    PIC S9(7)V9(2).
       77 IDX-CR                         PIC 9(2).
       77 FIN-LECTURE-SW                 PIC X(1).
         88 FIN-LECTURE VALUE 'O'.
       77 MAT-SAISI-W                    PIC 9(6).
       77 NOM-ASSURE-W                   PIC X(20).

       01 CHOIX-MENU                     PIC 9.
         88 CHOIX-ENCAISSER VALUE 1.
         88 CHOIX-SITUATION VALUE 2.
         88 CHOIX-FERMER VALUE 3.
         88 CHOIX-QUITTER VALUE 9.

       01 SAISIE-MAT                     PIC X(6).
       01 SAISIE-LIGNE                   PIC X(2).
       01 SAISIE-MODE                    PIC X(1).
         88 SAISIE-ESPECES VALUE 'E'.
         88 SAISIE-CHEQUE VALUE 'C'.
       01 SAISIE-CHEQUE-NUM              PIC X(10).
       01 SAISIE-CONFIRME                PIC X(1).
       01 SAISIE-NOMBRE                  PIC X(4).
       01 NOMBRE-SAISI                   PIC X(4) JUSTIFIED RIGHT.

      * Montant saisi en clair (1234,56) : partie entiere cadree a
      * droite, centimes completes a deux chiffres.
       01 SAISIE-MONTANT                 PIC X(10).
       01 ENTIER-SAISI                   PIC X(7) JUSTIFIED RIGHT.
       01 CENTIMES-SAISIS                PIC X(2).
       77 LG-CENTIMES                    PIC 9(2).
       01 MONTANT-LU-X.
         05 ENTIER-LU                    PIC X(7).
         05 CENTIMES-LU                  PIC X(2).
       01 MONTANT-LU REDEFINES MONTANT-LU-X
                                         PIC 9(7)V9(2).
       77 MONTANT-VALIDE-SW              PIC X(1).
         88 MONTANT-VALIDE VALUE 'O'.
       77 MONTANT-W                      PIC 9(7)V9(2).

      * Comptage physique de la caisse a l'arrete.
       77 ESPECES-COMPTEES               PIC 9(7)V9(2).
       77 CHEQUES-COMPTES                PIC 9(7)V9(2).
       77 NB-CHEQUES-COMPTES             PIC 9(4).
       77 ECART-ESPECES                  PIC S9(7)V9(2).
       77 ECART-CHEQUES                  PIC S9(7)V9(2).

       01 FORMAT-MENU-1.
         05 PIC X(50) VALUE
           '1 - ENCAISSER            2 - SITUATION DE CAISSE '.
       01 FORMAT-MENU-2.
         05 PIC X(50) VALUE
           '3 - ARRETE ET FERMETURE  9 - QUITTER             '.

       01 FORMAT-CREANCE-AFF.
         05 LIGNE-CA-F                   PIC Z9.
         05                              PIC X(3) VALUE ' - '.
         05 DATE-CA-F                    PIC 9(8).
         05                              PIC X(6) VALUE '  DU  '.
         05 DU-CA-F                      PIC Z(4)9,99.
         05                              PIC X(9) VALUE '  REGLE  '.
         05 REGLE-CA-F                   PIC Z(4)9,99.
         05                              PIC X(9) VALUE '  RESTE  '.
         05 RESTE-CA-F                   PIC Z(6)9,99-.

       01 FORMAT-SITUATION.
         05                              PIC X(10) VALUE 'RECUS : '.
         05 NB-RECUS-SI-F                PIC Z(3)9.
         05                              PIC X(12)
           VALUE '  ESPECES : '.
         05 ESPECES-SI-F                 PIC Z(6)9,99.
         05                              PIC X(12)
           VALUE '  CHEQUES : '.
         05 CHEQUES-SI-F                 PIC Z(6)9,99.

      * Recu remis a l'assure.
       01 FORMAT-RECU-TITRE.
         05                              PIC X(30)
           VALUE 'RECU DE REGLEMENT - AGENCE '.
         05 AGENCE-RT-F                  PIC X(2).
         05                              PIC X(4) VALUE ' N. '.
         05 OPER-RT-F                    PIC X(8).
         05                              PIC X(1) VALUE '-'.
         05 NUM-RT-F                     PIC 9(4).
         05                              PIC X(4) VALUE ' LE '.
         05 DATE-RT-F                    PIC 9(8).
         05                              PIC X(1).
         05 HEURE-RT-F                   PIC 9(6).
         05                              PIC X(12).

       01 FORMAT-RECU-ASSURE.
         05                              PIC X(12) VALUE 'MATRICULE : '.
         05 MAT-RA-F                     PIC 9(6).
         05                              PIC X(2).
         05 NOM-RA-F                     PIC X(20).
         05                              PIC X(40).

       01 FORMAT-RECU-REGLEMENT.
         05                              PIC X(14)
           VALUE 'QUITTANCE DU '.
         05 QUIT-RR-F                    PIC 9(8).
         05                              PIC X(11) VALUE '  MONTANT '.
         05 MONTANT-RR-F                 PIC Z(6)9,99.
         05                              PIC X(2).
         05 MODE-RR-F                    PIC X(7).
         05                              PIC X(1).
         05 CHEQUE-RR-F                  PIC X(10).
         05                              PIC X(17).

       01 FORMAT-RECU-RESTE.
         05                              PIC X(28)
           VALUE 'RESTE DU APRES CE REGLEMENT '.
         05 RESTE-RR-F                   PIC Z(6)9,99.
         05                              PIC X(42).

      * Arrete de caisse.
       01 FORMAT-ARRETE-TITRE.
         05                              PIC X(24)
           VALUE 'ARRETE DE CAISSE AGENCE '.
         05 AGENCE-AT-F                  PIC X(2).
         05                              PIC X(12) VALUE ' OPERATEUR '.
         05 OPER-AT-F                    PIC X(8).
         05                              PIC X(4) VALUE ' DU '.
         05 DATE-AT-F                    PIC 9(8).
         05                              PIC X(22).

       01 FORMAT-ARRETE-ENTETE.
         05                              PIC X(40)
           VALUE 'RECU  HEURE   MATRIC. QUITTANCE MODE    '.
         05                              PIC X(40)
           VALUE 'CHEQUE           MONTANT'.

       01 FORMAT-ARRETE-LIGNE.
         05 NUM-AL-F                     PIC 9(4).
         05                              PIC X(2).
         05 HEURE-AL-F                   PIC 9(6).
         05                              PIC X(2).
         05 MAT-AL-F                     PIC 9(6).
         05                              PIC X(2).
         05 QUIT-AL-F                    PIC 9(8).
         05                              PIC X(2).
         05 MODE-AL-F                    PIC X(7).
         05                              PIC X(1).
         05 CHEQUE-AL-F                  PIC X(10).
         05                              PIC X(1).
         05 MONTANT-AL-F                 PIC Z(6)9,99.
         05                              PIC X(19).

       01 FORMAT-ARRETE-TOTAL.
         05 LIB-AT-F                     PIC X(24).
         05 NB-AT-F                      PIC Z(3)9.
         05                              PIC X(6).
         05 MONTANT-AT-F                 PIC Z(6)9,99.
         05                              PIC X(36).

       01 FORMAT-ARRETE-REMISE.
         05                              PIC X(29)
           VALUE 'REFERENCE DE REMISE EN BANQUE'.
         05                              PIC X(3) VALUE ' : '.
         05                              PIC X(15)
           VALUE 'REMISE GUICHET '.
         05 AGENCE-AR-F                  PIC X(2).
         05                              PIC X(1).
         05 OPER-AR-F                    PIC X(8).
         05                              PIC X(1).
         05 DATE-AR-F                    PIC 9(8).
         05                              PIC X(13).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           perform 10010-CHECK-TOKEN
           perform 10020-CONTROLE-OPERATEUR
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 10100-RECONSTITUE-CAISSE
           IF CAISSE-FERMEE
             DISPLAY 'CAISSE DE ' OPERATEUR-W ' DEJA ARRETEE CE JOUR'
                     ' - ENCAISSEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           .

      * Refuse d'ouvrir les fichiers tant que la chaine de nuit
      * detient le jeton d'execution.
       10010-CHECK-TOKEN.
           OPEN INPUT f-token
           IF CR-TOKEN < 10
             READ f-token
               AT END
                 MOVE SPACE TO e-token
             END-READ
             CLOSE f-token
             IF e-token(1:4) = 'PRIS'
               DISPLAY 'CHAINE DE NUIT EN COURS (' e-token(1:28)
                       ') - ACCES REFUSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      * Ouverture de session par CTRLOPER (code et secret contre le
      * referentiel DDOPER) : l'operateur est porte sur chaque recu
      * et sur l'arrete de sa caisse.
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'PROJCAIS' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           MOVE AGENCE-CO TO AGENCE-OPER-W
           IF PROFIL-W NOT = 'M' AND PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL CONSULTATION SEULE - ENCAISSEMENT '
                     'REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Recus deja delivres ce jour par l'operateur (session
      * precedente) et arrete eventuel.
       10100-RECONSTITUE-CAISSE.
           OPEN INPUT f-caisse
           IF CR-CAISSE < 10
             perform until EOF-CAISSE
               READ f-caisse
                 AT END
                   continue
                 NOT AT END
                   IF DATE-CA = DATE-JOUR
                    AND OPERATEUR-CA = OPERATEUR-W
                     IF LIGNE-FERMETURE
                       SET CAISSE-FERMEE TO TRUE
                     END-IF
                     IF LIGNE-RECU
                       perform 10150-CUMULE-RECU
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-caisse
           END-IF
           .

       10150-CUMULE-RECU.
           ADD 1 TO NB-RECUS
           IF PAIEMENT-CHEQUE
             ADD 1 TO NB-CHEQUES
             ADD MONTANT-CA TO TOTAL-CHEQUES
           ELSE
             ADD 1 TO NB-ESPECES
             ADD MONTANT-CA TO TOTAL-ESPECES
           END-IF
           IF NUM-RECU-CA > DERNIER-RECU
             MOVE NUM-RECU-CA TO DERNIER-RECU
           END-IF
           .

       20000-TRAITEMENT.
           MOVE 0 TO CHOIX-MENU
           perform until CHOIX-QUITTER OR CAISSE-FERMEE
             DISPLAY ' '
             DISPLAY FORMAT-MENU-1
             DISPLAY FORMAT-MENU-2
             ACCEPT CHOIX-MENU
             EVALUATE TRUE
               WHEN CHOIX-ENCAISSER
                 perform 21000-ENCAISSE
               WHEN CHOIX-SITUATION
                 perform 25000-AFFICHE-SITUATION
               WHEN CHOIX-FERMER
                 perform 26000-ARRETE-CAISSE
               WHEN CHOIX-QUITTER
                 continue
               WHEN OTHER
                 DISPLAY 'CHOIX INVALIDE'
             END-EVALUATE
           END-PERFORM
           .

      * Encaissement : l'assure, ses creances ouvertes, la creance
      * reglee, le montant et le moyen de paiement, puis le recu.
       21000-ENCAISSE.
           DISPLAY 'MATRICULE : '
           MOVE SPACE TO SAISIE-MAT
           ACCEPT SAISIE-MAT
           IF SAISIE-MAT NOT NUMERIC
             DISPLAY 'MATRICULE INVALIDE'
           ELSE
             MOVE SAISIE-MAT TO MAT-SAISI-W
             perform 21100-PRESENTE-ASSURE
             perform 21200-CHARGE-CREANCES
             IF NB-CREANCES = 0
               DISPLAY 'AUCUNE CREANCE OUVERTE POUR ' SAISIE-MAT
             ELSE
               perform 22000-SAISIE-REGLEMENT
             END-IF
           END-IF
           .

      * La fiche affichee au guichet est tracee comme une
      * consultation ; une police sortie du master peut encore
      * regler ses creances.
       21100-PRESENTE-ASSURE.
           MOVE SPACE TO NOM-ASSURE-W
           MOVE MAT-SAISI-W TO MAT-A4
           READ f-assures4
             INVALID KEY
               DISPLAY 'POLICE ABSENTE DU MASTER'
             NOT INVALID KEY
               MOVE NOM-PRE-A4 TO NOM-ASSURE-W
               DISPLAY 'ASSURE : ' NOM-PRE-A4 ' ' CP-A4 ' '
                       VILLE-A4 ' AGENCE ' AGENCE-A4
           END-READ
           OPEN EXTEND f-consul
           IF CR-CONSUL < 10
             ACCEPT TIME-F FROM TIME
             MOVE SPACE TO e-consul
             MOVE OPERATEUR-W TO OPERATEUR-CS
             MOVE AGENCE-OPER-W TO AGENCE-OP-CS
             MOVE DATE-JOUR TO DATE-CS
             MOVE TIME-F(1:6) TO HEURE-CS
             MOVE MAT-SAISI-W TO MAT-CS
             IF CR-ASSURES4 = 0
               MOVE AGENCE-A4 TO AGENCE-POL-CS
             END-IF
             MOVE 1 TO MODE-CS
             MOVE 'PROJCAIS' TO PROG-CS
             WRITE e-consul
             CLOSE f-consul
           END-IF
           .

      * Creances dues ouvertes du matricule, dans l'ordre des dates.
       21200-CHARGE-CREANCES.
           MOVE 0 TO NB-CREANCES
           MOVE 'N' TO FIN-LECTURE-SW
           MOVE MAT-SAISI-W TO MAT-RC
           MOVE 0 TO DATE-RC
           START f-recev KEY IS NOT LESS THAN CLE-X-RC
             INVALID KEY
               SET FIN-LECTURE TO TRUE
           END-START
           perform until FIN-LECTURE
             READ f-recev NEXT RECORD
               AT END
                 SET FIN-LECTURE TO TRUE
               NOT AT END
                 IF MAT-RC NOT = MAT-SAISI-W
                   SET FIN-LECTURE TO TRUE
                 ELSE
                   IF CREANCE-OUVERTE AND CREANCE-DEBIT
                    AND NB-CREANCES < 20
                     ADD 1 TO NB-CREANCES
                     MOVE DATE-RC TO DATE-QUIT-G(NB-CREANCES)
                     MOVE MONTANT-DU-RC TO DU-G(NB-CREANCES)
                     MOVE MONTANT-REGLE-RC TO REGLE-G(NB-CREANCES)
                     COMPUTE RESTE-G(NB-CREANCES) =
                       MONTANT-DU-RC - MONTANT-REGLE-RC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF NB-CREANCES > 0
             perform 21300-DEDUIT-RECUS-DU-JOUR
             PERFORM VARYING IDX-CR FROM 1 BY 1
                       UNTIL IDX-CR > NB-CREANCES
               MOVE IDX-CR TO LIGNE-CA-F
               MOVE DATE-QUIT-G(IDX-CR) TO DATE-CA-F
               MOVE DU-G(IDX-CR) TO DU-CA-F
               MOVE REGLE-G(IDX-CR) TO REGLE-CA-F
               MOVE RESTE-G(IDX-CR) TO RESTE-CA-F
               DISPLAY FORMAT-CREANCE-AFF
             END-PERFORM
           END-IF
           .

      * Les recus du jour, de tous les guichets, ne sont imputes
      * qu'a la nuit : ils viennent deja en deduction du reste du.
       21300-DEDUIT-RECUS-DU-JOUR.
           OPEN INPUT f-caisse
           IF CR-CAISSE < 10
             perform until EOF-CAISSE
               READ f-caisse
                 AT END
                   continue
                 NOT AT END
                   IF LIGNE-RECU AND MAT-CA = MAT-SAISI-W
                     PERFORM VARYING IDX-CR FROM 1 BY 1
                               UNTIL IDX-CR > NB-CREANCES
                       IF DATE-QUIT-G(IDX-CR) = DATE-QUIT-CA
                         SUBTRACT MONTANT-CA FROM RESTE-G(IDX-CR)
                         ADD MONTANT-CA TO REGLE-G(IDX-CR)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-caisse
           END-IF
           .

       22000-SAISIE-REGLEMENT.
           DISPLAY 'LIGNE REGLEE (1 A ' NB-CREANCES ') : '
           MOVE SPACE TO SAISIE-LIGNE
           ACCEPT SAISIE-LIGNE
           IF SAISIE-LIGNE(2:1) = SPACE
             MOVE SAISIE-LIGNE(1:1) TO SAISIE-LIGNE(2:1)
             MOVE '0' TO SAISIE-LIGNE(1:1)
           END-IF
           IF SAISIE-LIGNE NOT NUMERIC
             DISPLAY 'LIGNE INVALIDE'
           ELSE
             MOVE SAISIE-LIGNE TO IDX-CR
             IF IDX-CR = 0 OR IDX-CR > NB-CREANCES
               DISPLAY 'LIGNE INVALIDE'
             ELSE
               IF RESTE-G(IDX-CR) NOT > 0
                 DISPLAY 'CREANCE DEJA REGLEE AU GUICHET CE JOUR'
               ELSE
                 perform 22100-SAISIE-MONTANT-MODE
               END-IF
             END-IF
           END-IF
           .

      * Le montant ne depasse pas le reste du : un trop-percu ne se
      * recoit pas en caisse.
       22100-SAISIE-MONTANT-MODE.
           DISPLAY 'MONTANT (EX. 152,40) : '
           MOVE SPACE TO SAISIE-MONTANT
           ACCEPT SAISIE-MONTANT
           perform 22200-DECODE-MONTANT
           EVALUATE TRUE
             WHEN NOT MONTANT-VALIDE
               DISPLAY 'MONTANT INVALIDE'
             WHEN MONTANT-W = 0
               DISPLAY 'MONTANT NUL'
             WHEN MONTANT-W > RESTE-G(IDX-CR)
               DISPLAY 'MONTANT SUPERIEUR AU RESTE DU'
             WHEN OTHER
               DISPLAY 'ESPECES (E) OU CHEQUE (C) : '
               MOVE SPACE TO SAISIE-MODE SAISIE-CHEQUE-NUM
               ACCEPT SAISIE-MODE
               IF SAISIE-CHEQUE
                 DISPLAY 'NUMERO DU CHEQUE : '
                 ACCEPT SAISIE-CHEQUE-NUM
               END-IF
               EVALUATE TRUE
                 WHEN NOT SAISIE-ESPECES AND NOT SAISIE-CHEQUE
                   DISPLAY 'MOYEN DE PAIEMENT INVALIDE'
                 WHEN SAISIE-CHEQUE AND SAISIE-CHEQUE-NUM = SPACE
                   DISPLAY 'NUMERO DE CHEQUE OBLIGATOIRE'
                 WHEN OTHER
                   DISPLAY 'CONFIRMER L''ENCAISSEMENT (O/N) : '
                   ACCEPT SAISIE-CONFIRME
                   IF SAISIE-CONFIRME = 'O'
                     perform 23000-ENREGISTRE-RECU
                   ELSE
                     DISPLAY 'ENCAISSEMENT ABANDONNE'
                   END-IF
               END-EVALUATE
           END-EVALUATE
           .

       22200-DECODE-MONTANT.
           MOVE 'N' TO MONTANT-VALIDE-SW
           MOVE SPACE TO ENTIER-SAISI CENTIMES-SAISIS
           MOVE 0 TO LG-CENTIMES
           UNSTRING SAISIE-MONTANT DELIMITED BY ',' OR SPACE
             INTO ENTIER-SAISI
                  CENTIMES-SAISIS COUNT IN LG-CENTIMES
           END-UNSTRING
           INSPECT ENTIER-SAISI REPLACING LEADING SPACE BY '0'
           EVALUATE LG-CENTIMES
             WHEN 0
               MOVE '00' TO CENTIMES-SAISIS
             WHEN 1
               MOVE '0' TO CENTIMES-SAISIS(2:1)
             WHEN OTHER
               continue
           END-EVALUATE
           IF ENTIER-SAISI NUMERIC AND CENTIMES-SAISIS NUMERIC
            AND LG-CENTIMES < 3
             MOVE ENTIER-SAISI TO ENTIER-LU
             MOVE CENTIMES-SAISIS TO CENTIMES-LU
             MOVE MONTANT-LU TO MONTANT-W
             SET MONTANT-VALIDE TO TRUE
           END-IF
           .

      * Le recu est d'abord ecrit au journal (c'est lui qui part en
      * reglement la nuit), puis imprime.
       23000-ENREGISTRE-RECU.
           ACCEPT TIME-F FROM TIME
           ADD 1 TO DERNIER-RECU
           MOVE SPACE TO e-caisse
           SET LIGNE-RECU TO TRUE
           MOVE DATE-JOUR TO DATE-CA
           MOVE TIME-F(1:6) TO HEURE-CA
           MOVE OPERATEUR-W TO OPERATEUR-CA
           MOVE AGENCE-OPER-W TO AGENCE-CA
           MOVE DERNIER-RECU TO NUM-RECU-CA
           MOVE MAT-SAISI-W TO MAT-CA
           MOVE DATE-QUIT-G(IDX-CR) TO DATE-QUIT-CA
           MOVE SAISIE-MODE TO MODE-CA
           MOVE MONTANT-W TO MONTANT-CA
           MOVE SAISIE-CHEQUE-NUM TO NUM-CHEQUE-CA
           OPEN EXTEND f-caisse
           IF CR-CAISSE > 9
             DISPLAY 'ERROR DDCAISSE : ' CR-CAISSE
                     ' - ENCAISSEMENT NON ENREGISTRE'
             SUBTRACT 1 FROM DERNIER-RECU
           ELSE
             WRITE e-caisse
             perform 10150-CUMULE-RECU
             CLOSE f-caisse
             SUBTRACT MONTANT-W FROM RESTE-G(IDX-CR)
             perform 24000-IMPRIME-RECU
             DISPLAY 'RECU ' OPERATEUR-W '-' DERNIER-RECU ' DELIVRE'
           END-IF
           .

       24000-IMPRIME-RECU.
           OPEN EXTEND f-recu
           IF CR-RECU > 9
             DISPLAY 'ERROR DDRECU : ' CR-RECU
                     ' - RECU A REIMPRIMER DEPUIS LE JOURNAL'
           ELSE
             MOVE AGENCE-OPER-W TO AGENCE-RT-F
             MOVE OPERATEUR-W TO OPER-RT-F
             MOVE DERNIER-RECU TO NUM-RT-F
             MOVE DATE-JOUR TO DATE-RT-F
             MOVE TIME-F(1:6) TO HEURE-RT-F
             WRITE ligne-ticket FROM FORMAT-RECU-TITRE
             MOVE MAT-SAISI-W TO MAT-RA-F
             MOVE NOM-ASSURE-W TO NOM-RA-F
             WRITE ligne-ticket FROM FORMAT-RECU-ASSURE
             MOVE DATE-QUIT-G(IDX-CR) TO QUIT-RR-F
             MOVE MONTANT-W TO MONTANT-RR-F
             IF SAISIE-CHEQUE
               MOVE 'CHEQUE' TO MODE-RR-F
             ELSE
               MOVE 'ESPECES' TO MODE-RR-F
             END-IF
             MOVE SAISIE-CHEQUE-NUM TO CHEQUE-RR-F
             WRITE ligne-ticket FROM FORMAT-RECU-REGLEMENT
             MOVE RESTE-G(IDX-CR) TO RESTE-RR-F
             WRITE ligne-ticket FROM FORMAT-RECU-RESTE
             MOVE SPACE TO ligne-ticket
             WRITE ligne-ticket
             CLOSE f-recu
           END-IF
           .

       25000-AFFICHE-SITUATION.
           MOVE NB-RECUS TO NB-RECUS-SI-F
           MOVE TOTAL-ESPECES TO ESPECES-SI-F
           MOVE TOTAL-CHEQUES TO CHEQUES-SI-F
           DISPLAY FORMAT-SITUATION
           .

      * Arrete : l'operateur compte sa caisse sans voir les totaux
      * attendus ; la caisse ne se ferme que si le comptage
      * equilibre le journal (especes, cheques en montant et en
      * nombre). Sinon l'ecart est affiche et l'operateur recompte.
       26000-ARRETE-CAISSE.
           DISPLAY 'ESPECES COMPTEES (HORS FOND DE CAISSE) : '
           MOVE SPACE TO SAISIE-MONTANT
           ACCEPT SAISIE-MONTANT
           perform 22200-DECODE-MONTANT
           IF NOT MONTANT-VALIDE
             DISPLAY 'MONTANT INVALIDE'
           ELSE
             MOVE MONTANT-W TO ESPECES-COMPTEES
             DISPLAY 'TOTAL DES CHEQUES : '
             MOVE SPACE TO SAISIE-MONTANT
             ACCEPT SAISIE-MONTANT
             perform 22200-DECODE-MONTANT
             IF NOT MONTANT-VALIDE
               DISPLAY 'MONTANT INVALIDE'
             ELSE
               MOVE MONTANT-W TO CHEQUES-COMPTES
               DISPLAY 'NOMBRE DE CHEQUES : '
               MOVE SPACE TO SAISIE-NOMBRE NOMBRE-SAISI
               ACCEPT SAISIE-NOMBRE
               UNSTRING SAISIE-NOMBRE DELIMITED BY SPACE
                 INTO NOMBRE-SAISI
               END-UNSTRING
               INSPECT NOMBRE-SAISI REPLACING LEADING SPACE BY '0'
               IF NOMBRE-SAISI NOT NUMERIC
                 DISPLAY 'NOMBRE INVALIDE'
               ELSE
                 MOVE NOMBRE-SAISI TO NB-CHEQUES-COMPTES
                 perform 26100-COMPARE-COMPTAGE
               END-IF
             END-IF
           END-IF
           .

       26100-COMPARE-COMPTAGE.
           COMPUTE ECART-ESPECES = ESPECES-COMPTEES - TOTAL-ESPECES
           COMPUTE ECART-CHEQUES = CHEQUES-COMPTES - TOTAL-CHEQUES
           IF ECART-ESPECES = 0 AND ECART-CHEQUES = 0
            AND NB-CHEQUES-COMPTES = NB-CHEQUES
             perform 27000-FERME-CAISSE
           ELSE
             DISPLAY 'CAISSE DESEQUILIBREE - FERMETURE REFUSEE'
             DISPLAY 'ECART ESPECES : ' ECART-ESPECES
                     '  ECART CHEQUES : ' ECART-CHEQUES
             IF NB-CHEQUES-COMPTES NOT = NB-CHEQUES
               DISPLAY 'NOMBRE DE CHEQUES DIFFERENT DU JOURNAL'
             END-IF
             DISPLAY 'RECOMPTER LA CAISSE'
           END-IF
           .

      * Ligne d'arrete au journal, puis l'arrete imprime : detail
      * des recus de l'operateur, totaux et reference a porter sur
      * le bordereau de remise en banque.
       27000-FERME-CAISSE.
           ACCEPT TIME-F FROM TIME
           MOVE SPACE TO e-caisse
           SET LIGNE-FERMETURE TO TRUE
           MOVE DATE-JOUR TO DATE-CA
           MOVE TIME-F(1:6) TO HEURE-CA
           MOVE OPERATEUR-W TO OPERATEUR-CA
           MOVE AGENCE-OPER-W TO AGENCE-CA
           MOVE NB-RECUS TO NB-RECUS-CA
           MOVE NB-CHEQUES TO NB-CHEQUES-CA
           MOVE TOTAL-ESPECES TO TOTAL-ESPECES-CA
           MOVE TOTAL-CHEQUES TO TOTAL-CHEQUES-CA
           OPEN EXTEND f-caisse
           IF CR-CAISSE > 9
             DISPLAY 'ERROR DDCAISSE : ' CR-CAISSE
                     ' - CAISSE NON FERMEE'
           ELSE
             WRITE e-caisse
             CLOSE f-caisse
             SET CAISSE-FERMEE TO TRUE
             perform 28000-IMPRIME-ARRETE
             DISPLAY 'CAISSE DE ' OPERATEUR-W ' ARRETEE ET FERMEE'
           END-IF
           .

       28000-IMPRIME-ARRETE.
           OPEN EXTEND f-arrete
           IF CR-ARRETE > 9
             DISPLAY 'ERROR DDCAISRP : ' CR-ARRETE
                     ' - ARRETE NON IMPRIME'
           ELSE
             MOVE AGENCE-OPER-W TO AGENCE-AT-F
             MOVE OPERATEUR-W TO OPER-AT-F
             MOVE DATE-JOUR TO DATE-AT-F
             WRITE ligne-arrete FROM FORMAT-ARRETE-TITRE
             MOVE SPACE TO ligne-arrete
             WRITE ligne-arrete
             WRITE ligne-arrete FROM FORMAT-ARRETE-ENTETE
             perform 28100-DETAIL-RECUS
             MOVE SPACE TO ligne-arrete
             WRITE ligne-arrete
             MOVE 'ESPECES' TO LIB-AT-F
             MOVE NB-ESPECES TO NB-AT-F
             MOVE TOTAL-ESPECES TO MONTANT-AT-F
             WRITE ligne-arrete FROM FORMAT-ARRETE-TOTAL
             MOVE 'CHEQUES' TO LIB-AT-F
             MOVE NB-CHEQUES TO NB-AT-F
             MOVE TOTAL-CHEQUES TO MONTANT-AT-F
             WRITE ligne-arrete FROM FORMAT-ARRETE-TOTAL
             MOVE 'TOTAL DES RECUS' TO LIB-AT-F
             MOVE NB-RECUS TO NB-AT-F
             COMPUTE MONTANT-AT-F = TOTAL-ESPECES + TOTAL-CHEQUES
             WRITE ligne-arrete FROM FORMAT-ARRETE-TOTAL
             MOVE 'COMPTAGE : EQUILIBRE' TO LIB-AT-F
             MOVE NB-CHEQUES-COMPTES TO NB-AT-F
             COMPUTE MONTANT-AT-F = ESPECES-COMPTEES + CHEQUES-COMPTES
             WRITE ligne-arrete FROM FORMAT-ARRETE-TOTAL
             MOVE SPACE TO ligne-arrete
             WRITE ligne-arrete
             MOVE AGENCE-OPER-W TO AGENCE-AR-F
             MOVE OPERATEUR-W TO OPER-AR-F
             MOVE DATE-JOUR TO DATE-AR-F
             WRITE ligne-arrete FROM FORMAT-ARRETE-REMISE
             MOVE SPACE TO ligne-arrete
             WRITE ligne-arrete
             CLOSE f-arrete
           END-IF
           .

       28100-DETAIL-RECUS.
           OPEN INPUT f-caisse
           IF CR-CAISSE < 10
             perform until EOF-CAISSE
               READ f-caisse
                 AT END
                   continue
                 NOT AT END
                   IF LIGNE-RECU AND DATE-CA = DATE-JOUR
                    AND OPERATEUR-CA = OPERATEUR-W
                     MOVE NUM-RECU-CA TO NUM-AL-F
                     MOVE HEURE-CA TO HEURE-AL-F
                     MOVE MAT-CA TO MAT-AL-F
                     MOVE DATE-QUIT-CA TO QUIT-AL-F
                     IF PAIEMENT-CHEQUE
                       MOVE 'CHEQUE' TO MODE-AL-F
                     ELSE
                       MOVE 'ESPECES' TO MODE-AL-F
                     END-IF
                     MOVE NUM-CHEQUE-CA TO CHEQUE-AL-F
                     MOVE MONTANT-CA TO MONTANT-AL-F
                     WRITE ligne-arrete FROM FORMAT-ARRETE-LIGNE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-caisse
           END-IF
           .

       30000-END-PGM.
           CLOSE f-assures4 f-recev
           DISPLAY ' '
           DISPLAY 'RECUS DU JOUR      : ' NB-RECUS
           DISPLAY 'ESPECES            : ' TOTAL-ESPECES
           DISPLAY 'CHEQUES            : ' TOTAL-CHEQUES
           IF NOT CAISSE-FERMEE AND NB-RECUS > 0
             DISPLAY 'CAISSE NON ARRETEE - ARRETE A FAIRE AVANT LA '
                     'CHAINE DE NUIT'
           END-IF
           STOP RUN
           .
