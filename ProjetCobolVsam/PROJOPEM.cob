       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJOPEM.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Referentiel des operateurs, charge en table puis reecrit en
      * fin de session s'il a change.
           SELECT f-oper ASSIGN DDOPER
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-OPER.

      * Piste d'audit partagee : une ligne par changement, images
      * avant et apres de l'operateur, empreinte du secret masquee.
           SELECT f-audit ASSIGN DDAUDIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-oper.
       01 e-oper                         PIC X(80).

       fd f-audit.
       01 e-audit.
           COPY CAUDIT.

       WORKING-STORAGE SECTION.

       01 CR-OPER                        PIC 99.
         88 EOF-OPER VALUE 10.
       01 CR-AUDIT                       PIC 99.

      * Zone d'appel de CTRLOPER : ouverture de session de
      * l'administrateur, puis empreinte des secrets provisoires.
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 PROFIL-W                       PIC X(1).
       01 OPERATEUR-W                    PIC X(8).

      * Operateur en cours de maintenance.
       01 OPER-W.
           COPY COPER.

       77 NB-OPER-MAX                    PIC 9(3) VALUE 500.
       01 TAB-OPER.
         05 NB-OPER                      PIC 9(3) VALUE 0.
         05 OPER-T                       PIC X(80) OCCURS 500.
       77 IDX-OPER                       PIC 9(3).
       77 IDX-TROUVE                     PIC 9(3).
       77 MODIF-SW                       PIC X(1) VALUE 'N'.
         88 REFERENTIEL-MODIFIE VALUE 'O'.

      * Position de l'empreinte du secret dans l'enregistrement, a
      * masquer dans les images d'audit.
       77 POS-SECRET                     PIC 9(2) VALUE 33.
       01 IMAGE-AVANT-W                  PIC X(80).

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

       01 CHOIX-MENU                     PIC 9.
         88 CHOIX-CREER VALUE 1.
         88 CHOIX-REINITIALISER VALUE 2.
         88 CHOIX-DEVERROUILLER VALUE 3.
         88 CHOIX-FERMER VALUE 4.
         88 CHOIX-PROFIL VALUE 5.
         88 CHOIX-LISTER VALUE 6.
         88 CHOIX-QUITTER VALUE 9.

       01 SAISIE-CODE                    PIC X(8).
       01 SAISIE-NOM                     PIC X(20).
       01 SAISIE-PROFIL                  PIC X(1).
         88 SAISIE-PROFIL-CONNU VALUES 'C' 'M' 'A'.
       01 SAISIE-AGENCE                  PIC X(2).
       01 SAISIE-SECRET                  PIC X(12).
       77 LONG-SECRET                    PIC 9(2).

       01 FORMAT-MENU-1.
         05 PIC X(50) VALUE
           '1 - CREER UN OPERATEUR   2 - REINITIALISER SECRET'.
       01 FORMAT-MENU-2.
         05 PIC X(50) VALUE
           '3 - DEVERROUILLER        4 - FERMER / ROUVRIR    '.
       01 FORMAT-MENU-3.
         05 PIC X(50) VALUE
           '5 - PROFIL ET AGENCE     6 - LISTER   9 - QUITTER'.
       01 FORMAT-LISTE-LIGNE.
         05 LISTE-CODE-F                 PIC X(8).
         05                              PIC X(1).
         05 LISTE-NOM-F                  PIC X(20).
         05                              PIC X(1).
         05 LISTE-PROFIL-F               PIC X(1).
         05                              PIC X(1).
         05 LISTE-AGENCE-F               PIC X(2).
         05                              PIC X(1).
         05 LISTE-ETAT-F                 PIC X(10).
         05                              PIC X(9) VALUE ' SECRET: '.
         05 LISTE-DATE-F                 PIC X(8).
         05                              PIC X(1).
         05 LISTE-CHANGE-F               PIC X(9).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           perform 10020-CONTROLE-OPERATEUR
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-oper
           IF CR-OPER > 0
             DISPLAY 'ERROR DDOPER : ' CR-OPER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-OPER
             READ f-oper
               AT END
                 continue
               NOT AT END
                 IF NB-OPER < NB-OPER-MAX
                   ADD 1 TO NB-OPER
                   MOVE e-oper TO OPER-T(NB-OPER)
                 ELSE
                   DISPLAY 'PLUS DE ' NB-OPER-MAX ' OPERATEURS - '
                           'MAINTENANCE REFUSEE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-oper
           .

      * Ouverture de session par CTRLOPER (code et secret contre le
      * referentiel DDOPER) : la maintenance des operateurs, et
      * donc le deblocage, exige le profil A.
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'PROJOPEM' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           IF PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL SANS ADMINISTRATION - ACCES REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       20000-TRAITEMENT.
           MOVE 0 TO CHOIX-MENU
           perform until CHOIX-QUITTER
             DISPLAY FORMAT-MENU-1
             DISPLAY FORMAT-MENU-2
             DISPLAY FORMAT-MENU-3
             ACCEPT CHOIX-MENU
             EVALUATE TRUE
               WHEN CHOIX-CREER
                 perform 22000-CREER-OPERATEUR
               WHEN CHOIX-REINITIALISER
                 perform 23000-REINITIALISE-SECRET
               WHEN CHOIX-DEVERROUILLER
                 perform 24000-DEVERROUILLE
               WHEN CHOIX-FERMER
                 perform 25000-FERME-ROUVRE
               WHEN CHOIX-PROFIL
                 perform 26000-CHANGE-PROFIL
               WHEN CHOIX-LISTER
                 perform 27000-LISTE-OPERATEURS
               WHEN CHOIX-QUITTER
                 continue
               WHEN OTHER
                 DISPLAY 'CHOIX INVALIDE'
             END-EVALUATE
           END-PERFORM
           .

      * Recherche de l'operateur saisi ; l'administrateur ne
      * maintient pas son propre enregistrement (un second
      * administrateur le fait).
       21000-CHERCHE-OPERATEUR.
           DISPLAY 'CODE OPERATEUR : '
           MOVE SPACE TO SAISIE-CODE
           ACCEPT SAISIE-CODE
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER OR IDX-TROUVE > 0
             IF OPER-T(IDX-OPER)(1:8) = SAISIE-CODE
               MOVE IDX-OPER TO IDX-TROUVE
             END-IF
           END-PERFORM
           IF IDX-TROUVE > 0 AND SAISIE-CODE = OPERATEUR-W
             DISPLAY 'PROPRE CODE - A FAIRE PAR UN AUTRE '
                     'ADMINISTRATEUR'
             MOVE 0 TO IDX-TROUVE
           ELSE
             IF IDX-TROUVE = 0
               DISPLAY 'OPERATEUR INCONNU : ' SAISIE-CODE
             ELSE
               MOVE OPER-T(IDX-TROUVE) TO OPER-W
               MOVE OPER-W TO IMAGE-AVANT-W
             END-IF
           END-IF
           .

      * Secret provisoire, 6 caracteres au moins, a changer par
      * l'operateur a sa prochaine ouverture de session.
       21500-SAISIE-SECRET-PROVISOIRE.
           DISPLAY 'SECRET PROVISOIRE (6 A 12 CARACTERES) : '
           MOVE SPACE TO SAISIE-SECRET
           ACCEPT SAISIE-SECRET
           MOVE 0 TO LONG-SECRET
           INSPECT SAISIE-SECRET TALLYING LONG-SECRET
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF LONG-SECRET < 6
             DISPLAY 'SECRET TROP COURT - OPERATION ABANDONNEE'
             MOVE SPACE TO SAISIE-SECRET
           ELSE
             SET CO-EMPREINTE TO TRUE
             MOVE CODE-OP TO CODE-CO
             MOVE SAISIE-SECRET TO SECRET-CO
             CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
             MOVE EMPREINTE-CO TO SECRET-OP
             MOVE DATE-JOUR TO DATE-SECRET-OP
             SET CHANGEMENT-IMPOSE TO TRUE
             MOVE 0 TO NB-ECHECS-OP
             MOVE SPACE TO VERROU-OP
           END-IF
           .

       22000-CREER-OPERATEUR.
           DISPLAY 'CODE DU NOUVEL OPERATEUR : '
           MOVE SPACE TO SAISIE-CODE
           ACCEPT SAISIE-CODE
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER OR IDX-TROUVE > 0
             IF OPER-T(IDX-OPER)(1:8) = SAISIE-CODE
               MOVE IDX-OPER TO IDX-TROUVE
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN SAISIE-CODE = SPACE
               DISPLAY 'CODE NON RENSEIGNE'
             WHEN IDX-TROUVE > 0
               DISPLAY 'CE CODE EXISTE DEJA : ' SAISIE-CODE
             WHEN NB-OPER NOT < NB-OPER-MAX
               DISPLAY 'REFERENTIEL PLEIN'
             WHEN OTHER
               MOVE SPACE TO OPER-W IMAGE-AVANT-W
               MOVE SAISIE-CODE TO CODE-OP
               DISPLAY 'NOM : '
               ACCEPT SAISIE-NOM
               MOVE SAISIE-NOM TO NOM-OP
               DISPLAY 'PROFIL (C CONSULTATION, M MISE A JOUR, '
                       'A ADMINISTRATION) : '
               ACCEPT SAISIE-PROFIL
               DISPLAY 'AGENCE (BLANC POUR LE SIEGE) : '
               MOVE SPACE TO SAISIE-AGENCE
               ACCEPT SAISIE-AGENCE
               IF NOT SAISIE-PROFIL-CONNU
                OR (SAISIE-AGENCE NOT = SPACE
                    AND SAISIE-AGENCE NOT NUMERIC)
                 DISPLAY 'PROFIL OU AGENCE INVALIDE'
               ELSE
                 MOVE SAISIE-PROFIL TO PROFIL-OP
                 MOVE SAISIE-AGENCE TO AGENCE-OP
                 MOVE 'O' TO ACTIF-OP
                 perform 21500-SAISIE-SECRET-PROVISOIRE
                 IF SAISIE-SECRET NOT = SPACE
                   ADD 1 TO NB-OPER
                   MOVE NB-OPER TO IDX-TROUVE
                   perform 28000-ENREGISTRE
                   DISPLAY 'OPERATEUR ' CODE-OP ' CREE'
                 END-IF
               END-IF
           END-EVALUATE
           .

      * Secret oublie : secret provisoire, compteur remis a zero et
      * verrou leve.
       23000-REINITIALISE-SECRET.
           perform 21000-CHERCHE-OPERATEUR
           IF IDX-TROUVE > 0
             perform 21500-SAISIE-SECRET-PROVISOIRE
             IF SAISIE-SECRET NOT = SPACE
               perform 28000-ENREGISTRE
               DISPLAY 'SECRET DE ' CODE-OP ' REINITIALISE'
             END-IF
           END-IF
           .

       24000-DEVERROUILLE.
           perform 21000-CHERCHE-OPERATEUR
           IF IDX-TROUVE > 0
             IF NOT OPERATEUR-VERROUILLE
               DISPLAY 'OPERATEUR NON VERROUILLE : ' CODE-OP
             ELSE
               MOVE SPACE TO VERROU-OP
               MOVE 0 TO NB-ECHECS-OP
               perform 28000-ENREGISTRE
               DISPLAY 'OPERATEUR ' CODE-OP ' DEVERROUILLE'
             END-IF
           END-IF
           .

       25000-FERME-ROUVRE.
           perform 21000-CHERCHE-OPERATEUR
           IF IDX-TROUVE > 0
             IF OPERATEUR-FERME
               MOVE 'O' TO ACTIF-OP
               DISPLAY 'OPERATEUR ' CODE-OP ' ROUVERT'
             ELSE
               MOVE 'N' TO ACTIF-OP
               DISPLAY 'OPERATEUR ' CODE-OP ' FERME'
             END-IF
             perform 28000-ENREGISTRE
           END-IF
           .

       26000-CHANGE-PROFIL.
           perform 21000-CHERCHE-OPERATEUR
           IF IDX-TROUVE > 0
             DISPLAY 'PROFIL ACTUEL ' PROFIL-OP ' AGENCE ' AGENCE-OP
             DISPLAY 'NOUVEAU PROFIL (C, M, A) : '
             ACCEPT SAISIE-PROFIL
             DISPLAY 'NOUVELLE AGENCE (BLANC POUR LE SIEGE) : '
             MOVE SPACE TO SAISIE-AGENCE
             ACCEPT SAISIE-AGENCE
             IF NOT SAISIE-PROFIL-CONNU
              OR (SAISIE-AGENCE NOT = SPACE
                  AND SAISIE-AGENCE NOT NUMERIC)
               DISPLAY 'PROFIL OU AGENCE INVALIDE'
             ELSE
               MOVE SAISIE-PROFIL TO PROFIL-OP
               MOVE SAISIE-AGENCE TO AGENCE-OP
               perform 28000-ENREGISTRE
               DISPLAY 'OPERATEUR ' CODE-OP ' MIS A JOUR'
             END-IF
           END-IF
           .

       27000-LISTE-OPERATEURS.
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER
             MOVE OPER-T(IDX-OPER) TO OPER-W
             MOVE CODE-OP TO LISTE-CODE-F
             MOVE NOM-OP TO LISTE-NOM-F
             MOVE PROFIL-OP TO LISTE-PROFIL-F
             MOVE AGENCE-OP TO LISTE-AGENCE-F
             EVALUATE TRUE
               WHEN OPERATEUR-FERME
                 MOVE 'FERME' TO LISTE-ETAT-F
               WHEN OPERATEUR-VERROUILLE
                 MOVE 'VERROUILLE' TO LISTE-ETAT-F
               WHEN OTHER
                 MOVE 'ACTIF' TO LISTE-ETAT-F
             END-EVALUATE
             IF SECRET-OP = SPACE
               MOVE 'A DEFINIR' TO LISTE-DATE-F
             ELSE
               MOVE DATE-SECRET-OP TO LISTE-DATE-F
             END-IF
             IF CHANGEMENT-IMPOSE
               MOVE 'PROVISOIR' TO LISTE-CHANGE-F
             ELSE
               MOVE SPACE TO LISTE-CHANGE-F
             END-IF
             DISPLAY FORMAT-LISTE-LIGNE
           END-PERFORM
           .

      * Le changement est porte en table et trace a l'audit ; le
      * referentiel est reecrit en fin de session.
       28000-ENREGISTRE.
           MOVE OPER-W TO OPER-T(IDX-TROUVE)
           SET REFERENTIEL-MODIFIE TO TRUE
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             ACCEPT TIME-F FROM TIME
             MOVE OPERATEUR-W TO OPERATEUR-AU
             MOVE DATE-JOUR TO DATE-AU
             MOVE TIME-F(1:6) TO HEURE-AU
             MOVE 'PROJOPEM' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE CODE-OP TO CLE-AU(1:8)
             MOVE IMAGE-AVANT-W TO IMAGE-AVANT-AU
             MOVE OPER-W TO IMAGE-APRES-AU
             MOVE SPACE TO IMAGE-AVANT-AU(POS-SECRET:15)
                           IMAGE-APRES-AU(POS-SECRET:15)
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

       30000-END-PGM.
           IF REFERENTIEL-MODIFIE
             OPEN OUTPUT f-oper
             IF CR-OPER > 0
               DISPLAY 'ERROR DDOPER : ' CR-OPER
                       ' - REFERENTIEL NON REECRIT'
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM VARYING IDX-OPER FROM 1 BY 1
                         UNTIL IDX-OPER > NB-OPER
                 WRITE e-oper FROM OPER-T(IDX-OPER)
               END-PERFORM
               CLOSE f-oper
               DISPLAY 'REFERENTIEL DES OPERATEURS REECRIT : '
                       NB-OPER ' OPERATEURS'
             END-IF
           END-IF
           STOP RUN
           .
