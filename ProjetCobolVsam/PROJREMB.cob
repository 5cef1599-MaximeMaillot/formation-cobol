       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREMB.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Comptes clients : les credits en faveur de l'assure qui ne
      * trouvent plus de creance a eponger se remboursent, le solde
      * remis a zero avec la trace du remboursement.
           SELECT f-balance ASSIGN DDBALANC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X-BC
            FILE STATUS IS CR-BALANCE.

      * Master : statut de la police, mandat (RIB) et adresse. Une
      * police absente du master est resiliee (la chaine supprime
      * la fiche sur le mouvement 'S').
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Base des creances : un credit d'une police qui a encore une
      * creance ouverte reste au compte, le recouvrement l'y puise.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Carte parametre : anciennete minimale du credit en jours en
      * colonnes 1-3, seuil de remboursement des polices en cours
      * en colonnes 5-11 (centimes compris). Absente ou a blanc,
      * les valeurs par defaut.
           SELECT OPTIONAL f-param ASSIGN REMBPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Fichier de virements format fixe pour la banque, sur le RIB
      * du mandat.
           SELECT f-virement ASSIGN DDVIRREM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-VIREMENT.

      * Demandes de cheque pour les comptes sans mandat.
           SELECT f-cheques ASSIGN DDCHQREM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CHEQUES.

      * Etat de controle : une ligne de trace par compte rembourse
      * et les totaux par mode de paiement.
           SELECT f-rapport ASSIGN DDREMRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Recapitulatif des remboursements pour l'interface comptable
      * PROJCPTA (decaissement).
           SELECT f-remsum ASSIGN DDREMSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REMSUM.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-balance.
       01 e-balance.
           COPY CBALANC.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-virement.
       01 e-virement.
         05 RIB-VR                     PIC X(23).
         05 MAT-VR                     PIC 9(6).
         05 NOM-VR                     PIC X(20).
         05 MONTANT-VR                 PIC 9(7)V9(2).
         05 DATE-EXEC-VR               PIC 9(8).
         05                            PIC X(14).

       fd f-cheques.
       01 ligne-cheque                 PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-remsum.
       01 e-remsum.
         05 NB-REMB-RS                 PIC 9(6).
         05 MONTANT-REMB-RS            PIC 9(11)V9(2).
         05                            PIC X(61).

       WORKING-STORAGE SECTION.

       01 CR-BALANCE                     PIC 99.
         88 EOF-BALANCE VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-VIREMENT                    PIC 99.
       01 CR-CHEQUES                     PIC 99.
       01 CR-RAPPORT                     PIC 99.
       01 CR-REMSUM                      PIC 99.

      * Un credit ne se rembourse qu'apres ce nombre de jours sans
      * mouvement sur le compte ; une police en cours ne l'est
      * qu'au-dessus du seuil, une police resiliee quel qu'en soit
      * le montant.
       77 NB-JOURS-MIN                   PIC 9(3) VALUE 30.
       77 SEUIL-REMB                     PIC 9(5)V9(2) VALUE 150,00.

       77 MONTANT-REMB-W                 PIC 9(7)V9(2).
       77 POLICE-SW                      PIC X(1).
         88 POLICE-RESILIEE VALUES 'S' 'R'.
         88 POLICE-SUPPRIMEE VALUE 'S'.
         88 POLICE-EN-COURS VALUE 'E'.
       77 CREANCE-SW                     PIC X(1).
         88 CREANCE-EN-COURS VALUE 'O'.
         88 SANS-CREANCE-EN-COURS VALUE 'N'.
       77 FIN-BALAYAGE-SW                PIC X.
         88 FIN-BALAYAGE VALUE 'O'.
         88 BALAYAGE-EN-COURS VALUE 'N'.

      * Anciennete du credit par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

       01 CPT.
         05 CPT-COMPTES-LUS              PIC 9(6) VALUE 0.
         05 CPT-TROP-RECENTS             PIC 9(6) VALUE 0.
         05 CPT-SOUS-SEUIL               PIC 9(6) VALUE 0.
         05 CPT-CREANCE-OUVERTE          PIC 9(6) VALUE 0.
         05 CPT-VIREMENTS                PIC 9(6) VALUE 0.
         05 CPT-CHEQUES                  PIC 9(6) VALUE 0.
         05 MT-VIREMENTS                 PIC 9(11)V9(2) VALUE 0.
         05 MT-CHEQUES                   PIC 9(11)V9(2) VALUE 0.
         05 MT-REMBOURSE                 PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-REMB.
         05                              PIC X(38)
           VALUE 'REMBOURSEMENT DES CREDITS CLIENTS DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(34).

       01 FORMAT-PARAM-REMB.
         05                              PIC X(20)
           VALUE 'ANCIENNETE MINIMALE '.
         05 JOURS-P-F                    PIC ZZ9.
         05                              PIC X(22)
           VALUE ' JOURS - SEUIL POLICE '.
         05                              PIC X(9) VALUE 'EN COURS '.
         05 SEUIL-P-F                    PIC Z(4)9,99.
         05                              PIC X(18).

       01 FORMAT-TITRE-CHEQUE.
         05                              PIC X(36)
           VALUE 'DEMANDES DE CHEQUE DE REMBOURSEMENT '.
         05                              PIC X(3) VALUE 'DU '.
         05 DATE-C-F                     PIC 9(8).
         05                              PIC X(33).

      * Trace du remboursement : compte, solde rembourse, date du
      * dernier mouvement du compte, mode et raison.
       01 FORMAT-LIGNE-REMB.
         05 MAT-L-F                      PIC 9(6).
         05                              PIC X(1).
         05 NOM-L-F                      PIC X(20).
         05                              PIC X(1).
         05 MONTANT-L-F                  PIC Z(6)9,99.
         05                              PIC X(1).
         05 DATE-MAJ-L-F                 PIC 9(8).
         05                              PIC X(1).
         05 MODE-L-F                     PIC X(8).
         05                              PIC X(1).
         05 RAISON-L-F                   PIC X(15).
         05                              PIC X(8).

       01 FORMAT-LIGNE-CHEQUE.
         05 MAT-C-F                      PIC 9(6).
         05                              PIC X(1).
         05 NOM-C-F                      PIC X(20).
         05                              PIC X(1).
         05 RUE-C-F                      PIC X(18).
         05                              PIC X(1).
         05 CP-C-F                       PIC X(5).
         05                              PIC X(1).
         05 VILLE-C-F                    PIC X(12).
         05                              PIC X(1).
         05 MONTANT-C-F                  PIC Z(6)9,99.
         05                              PIC X(4).

       01 FORMAT-TOTAL-REMB.
         05 LIB-TOT-F                    PIC X(24).
         05 NB-TOT-F                     PIC Z(5)9.
         05                              PIC X(10) VALUE ' COMPTES  '.
         05 MONTANT-TOT-F                PIC Z(10)9,99.
         05                              PIC X(26).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 28000-EDITE-TOTAUX
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
                 IF e-param(1:3) NUMERIC
                   MOVE e-param(1:3) TO NB-JOURS-MIN
                 END-IF
                 IF e-param(5:7) NUMERIC
                   MOVE e-param(5:7) TO SEUIL-REMB(1:7)
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN I-O f-balance
           IF CR-BALANCE > 0
             DISPLAY 'ERROR DDBALANC : ' CR-BALANCE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
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
           OPEN OUTPUT f-virement f-cheques f-rapport f-remsum
           MOVE DATE-JOUR TO DATE-T-F DATE-C-F
           WRITE ligne-rapport FROM FORMAT-TITRE-REMB
           MOVE NB-JOURS-MIN TO JOURS-P-F
           MOVE SEUIL-REMB TO SEUIL-P-F
           WRITE ligne-rapport FROM FORMAT-PARAM-REMB
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-cheque FROM FORMAT-TITRE-CHEQUE
           MOVE SPACE TO ligne-cheque
           WRITE ligne-cheque
           .

       18000-READ-BALANCE.
           READ f-balance NEXT RECORD
           IF NOT EOF-BALANCE
             ADD 1 TO CPT-COMPTES-LUS
           END-IF
           .

       20000-TRAITEMENT.
           perform 18000-READ-BALANCE
           perform until EOF-BALANCE
             IF SOLDE-BC > 0
               perform 21000-TRAITE-COMPTE
             END-IF
             perform 18000-READ-BALANCE
           END-PERFORM
           .

      * Un credit se rembourse quand il n'a pas bouge depuis
      * l'anciennete minimale, que la police n'a plus de creance
      * ouverte pour l'eponger et qu'elle est resiliee ou que le
      * credit depasse le seuil.
       21000-TRAITE-COMPTE.
           perform 21100-CALCULE-ANCIENNETE
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W < NB-JOURS-MIN
             ADD 1 TO CPT-TROP-RECENTS
           ELSE
             MOVE MAT-BC TO MAT-A4
             READ f-assures4
               INVALID KEY
                 SET POLICE-SUPPRIMEE TO TRUE
                 MOVE SPACE TO e-assures4
               NOT INVALID KEY
                 IF POLICE-RESILIATION-A4
                   SET POLICE-RESILIEE TO TRUE
                 ELSE
                   SET POLICE-EN-COURS TO TRUE
                 END-IF
             END-READ
             IF POLICE-EN-COURS AND SOLDE-BC NOT > SEUIL-REMB
               ADD 1 TO CPT-SOUS-SEUIL
             ELSE
               perform 22000-CHERCHE-CREANCE
               IF CREANCE-EN-COURS
                 ADD 1 TO CPT-CREANCE-OUVERTE
               ELSE
                 perform 23000-REMBOURSE
               END-IF
             END-IF
           END-IF
           .

       21100-CALCULE-ANCIENNETE.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-MAJ-BC TO DATE1-CALC-W
           MOVE DATE-JOUR TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           .

       22000-CHERCHE-CREANCE.
           SET SANS-CREANCE-EN-COURS TO TRUE
           MOVE MAT-BC TO MAT-RC
           MOVE 0 TO DATE-RC
           SET BALAYAGE-EN-COURS TO TRUE
           START f-recev KEY IS NOT LESS THAN CLE-X-RC
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE
             READ f-recev NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF MAT-RC NOT = MAT-BC
                   SET FIN-BALAYAGE TO TRUE
                 ELSE
                   IF CREANCE-OUVERTE AND CREANCE-DEBIT
                     SET CREANCE-EN-COURS TO TRUE
                     SET FIN-BALAYAGE TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

      * Virement sur le mandat d'une police presente au master,
      * demande de cheque sinon ; le compte repart a zero avec la
      * trace du remboursement.
       23000-REMBOURSE.
           MOVE SOLDE-BC TO MONTANT-REMB-W
           MOVE MAT-BC TO MAT-L-F
           MOVE MONTANT-REMB-W TO MONTANT-L-F
           MOVE DATE-MAJ-BC TO DATE-MAJ-L-F
           IF POLICE-RESILIEE
             MOVE 'RESILIEE' TO RAISON-L-F
           ELSE
             MOVE 'AU-DESSUS SEUIL' TO RAISON-L-F
           END-IF
           IF RIB-A4 NOT = SPACE
             perform 23100-EMET-VIREMENT
           ELSE
             perform 23200-EMET-CHEQUE
           END-IF
           WRITE ligne-rapport FROM FORMAT-LIGNE-REMB
           MOVE 0 TO SOLDE-BC
           MOVE DATE-JOUR TO DATE-MAJ-BC DATE-REMB-BC
           MOVE MONTANT-REMB-W TO MONTANT-REMB-BC
           REWRITE e-balance
           ADD MONTANT-REMB-W TO MT-REMBOURSE
           .

       23100-EMET-VIREMENT.
           MOVE SPACE TO e-virement
           MOVE RIB-A4 TO RIB-VR
           MOVE MAT-BC TO MAT-VR
           MOVE NOM-PRE-A4 TO NOM-VR
           MOVE MONTANT-REMB-W TO MONTANT-VR
           MOVE DATE-JOUR TO DATE-EXEC-VR
           WRITE e-virement
           SET REMB-VIREMENT-BC TO TRUE
           MOVE NOM-PRE-A4 TO NOM-L-F
           MOVE 'VIREMENT' TO MODE-L-F
           ADD 1 TO CPT-VIREMENTS
           ADD MONTANT-REMB-W TO MT-VIREMENTS
           .

      * Une police supprimee du master n'a plus d'adresse : le
      * service client la reprend du dossier de resiliation.
       23200-EMET-CHEQUE.
           MOVE MAT-BC TO MAT-C-F
           IF NOT POLICE-SUPPRIMEE
             MOVE NOM-PRE-A4 TO NOM-C-F NOM-L-F
             MOVE RUE-A4 TO RUE-C-F
             MOVE CP-A4 TO CP-C-F
             MOVE VILLE-A4 TO VILLE-C-F
           ELSE
             MOVE 'POLICE SUPPRIMEE' TO NOM-C-F NOM-L-F
             MOVE 'ADRESSE AU DOSSIER' TO RUE-C-F
             MOVE SPACE TO CP-C-F VILLE-C-F
           END-IF
           MOVE MONTANT-REMB-W TO MONTANT-C-F
           WRITE ligne-cheque FROM FORMAT-LIGNE-CHEQUE
           SET REMB-CHEQUE-BC TO TRUE
           MOVE 'CHEQUE' TO MODE-L-F
           ADD 1 TO CPT-CHEQUES
           ADD MONTANT-REMB-W TO MT-CHEQUES
           .

       28000-EDITE-TOTAUX.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'VIREMENTS (DDVIRREM)' TO LIB-TOT-F
           MOVE CPT-VIREMENTS TO NB-TOT-F
           MOVE MT-VIREMENTS TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REMB
           MOVE 'CHEQUES (DDCHQREM)' TO LIB-TOT-F
           MOVE CPT-CHEQUES TO NB-TOT-F
           MOVE MT-CHEQUES TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REMB
           MOVE 'TOTAL DECAISSE' TO LIB-TOT-F
           COMPUTE NB-TOT-F = CPT-VIREMENTS + CPT-CHEQUES
           MOVE MT-REMBOURSE TO MONTANT-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-REMB
           MOVE SPACE TO e-remsum
           COMPUTE NB-REMB-RS = CPT-VIREMENTS + CPT-CHEQUES
           MOVE MT-REMBOURSE TO MONTANT-REMB-RS
           WRITE e-remsum
           .

       30000-END-PGM.
           CLOSE f-balance f-assures4 f-recev f-virement f-cheques
                 f-rapport f-remsum
           DISPLAY 'COMPTES LUS          : ' CPT-COMPTES-LUS
           DISPLAY 'CREDITS TROP RECENTS : ' CPT-TROP-RECENTS
           DISPLAY 'CREDITS SOUS SEUIL   : ' CPT-SOUS-SEUIL
           DISPLAY 'CREANCE ENCORE OUVERTE: ' CPT-CREANCE-OUVERTE
           DISPLAY 'VIREMENTS EMIS       : ' CPT-VIREMENTS
           DISPLAY 'CHEQUES DEMANDES     : ' CPT-CHEQUES
           DISPLAY 'MONTANT REMBOURSE    : ' MT-REMBOURSE
           STOP RUN
           .
