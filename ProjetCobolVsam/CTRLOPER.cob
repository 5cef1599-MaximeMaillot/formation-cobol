       ID DIVISION.
       PROGRAM-ID. CTRLOPER.

      * Ouverture de session des programmes interactifs (VSAM1,
      * PROJCOR, PROJMAJE, PROJGELD, PROJOPEM) contre le referentiel
      * des operateurs DDOPER : le code operateur seul ne suffit
      * plus, chaque operateur a un code secret dont seule
      * l'empreinte est conservee.
      * - secret a blanc : premiere ouverture, l'operateur choisit
      *   son secret ;
      * - secret errone : compteur d'echecs, verrouillage au
      *   troisieme, que seul un profil A leve (PROJOPEM) ;
      * - secret reinitialise par un administrateur ou plus ancien
      *   que le delai parametre (SIGNPRM, 090 jours par defaut) :
      *   changement impose avant d'entrer ;
      * - chaque refus est trace dans DDSIGNKO.
      * La fonction E rend l'empreinte d'un secret, pour que la
      * maintenance du referentiel calcule la meme.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT f-oper ASSIGN DDOPER
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-OPER.

           SELECT OPTIONAL f-signko ASSIGN DDSIGNKO
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SIGNKO.

      * Delai de validite du secret en jours, en 1-3.
           SELECT OPTIONAL f-param ASSIGN SIGNPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

       DATA DIVISION.
       FILE SECTION.
       fd f-oper.
       01 e-oper.
           COPY COPER.

       fd f-signko.
       01 e-signko.
           COPY CSIGNKO.

       fd f-param.
       01 e-param.
         05 DELAI-PRM                PIC X(3).
         05                          PIC X(77).

       WORKING-STORAGE SECTION.
       01 CR-OPER                    PIC 99.
         88 EOF-OPER VALUE 10.
       01 CR-SIGNKO                  PIC 99.
       01 CR-PARAM                   PIC 99.

       77 DELAI-SECRET               PIC 9(3) VALUE 90.
       77 NB-ECHECS-MAX              PIC 9(1) VALUE 3.
       77 LONG-SECRET-MIN            PIC 9(2) VALUE 6.

       77 OPER-TROUVE-SW             PIC X.
         88 OPER-TROUVE VALUE 'O'.
         88 OPER-INCONNU VALUE 'N'.
       77 CHANGE-SW                  PIC X.
         88 CHANGE-FAIT VALUE 'O'.
         88 CHANGE-REFUSE VALUE 'N'.
       77 EXPIRE-SW                  PIC X.
         88 SECRET-EXPIRE VALUE 'O'.

       77 SAISIE-SECRET              PIC X(12).
       77 NOUVEAU-SECRET             PIC X(12).
       77 CONFIRME-SECRET            PIC X(12).
       77 LONG-SECRET                PIC 9(2).
       77 NB-BLANCS                  PIC 9(2).
       77 EMPREINTE-SAISIE           PIC X(15).

      * Empreinte : deux restes de division sur le code operateur
      * et le secret, parcourus deux fois, accoles en 15 chiffres.
       01 ZONE-EMPREINTE.
         05 CODE-EMP                 PIC X(8).
         05 SECRET-EMP               PIC X(12).
       01 EMPREINTE-W.
         05 EMP1-W                   PIC 9(8).
         05 EMP2-W                   PIC 9(7).
       77 PRODUIT-W                  PIC 9(12).
       77 QUOTIENT-W                 PIC 9(12).
       77 IDX-CAR                    PIC 9(2).
       77 IDX-PASSE                  PIC 9(1).
       77 PREMIER-1                  PIC 9(8) VALUE 99999989.
       77 PREMIER-2                  PIC 9(7) VALUE 9999991.
      * Rang d'un caractere : octet cadre a droite d'un binaire.
       01 CAR-BIN.
         05 CAR-BIN-N                PIC 9(4) COMP.
       01 CAR-BIN-X REDEFINES CAR-BIN.
         05 CAR-FORT                 PIC X(1).
         05 CAR-W                    PIC X(1).

       01 FONCTION-CALC-W            PIC X(1).
       01 DATE1-CALC-W               PIC 9(8).
       01 DATE2-CALC-W               PIC 9(8).
       01 NBJOURS-CALC-W             PIC S9(5).
       01 JOURS-CALC-W               PIC S9(7).
       01 DATE-RESULT-CALC-W         PIC 9(8).
       01 VALIDE-CALC-W              PIC X(1).

       01 DATE-F.
         05 YEAR-F                   PIC 9999.
         05 MONTH-F                  PIC 99.
         05 DAY-F                    PIC 99.
       01 DATE-JOUR REDEFINES DATE-F PIC 9(8).
       01 TIME-F.
         05 HOUR-F                   PIC 99.
         05 MINUTE-F                 PIC 99.
         05 SECOND-F                 PIC 99.
         05                          PIC 99.

       LINKAGE SECTION.
       01 CTRLOP-L.
           COPY CCTRLOP.

       PROCEDURE DIVISION USING CTRLOP-L.

           IF CO-EMPREINTE
             MOVE CODE-CO TO CODE-EMP
             MOVE SECRET-CO TO SECRET-EMP
             perform 50000-CALCULE-EMPREINTE
             MOVE EMPREINTE-W TO EMPREINTE-CO
           ELSE
             perform 10000-OUVERTURE
           END-IF
           GOBACK
           .

       10000-OUVERTURE.
           SET OUVERTURE-REFUSEE TO TRUE
           MOVE SPACE TO PROFIL-CO AGENCE-CO
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           perform 11000-LIT-DELAI
           DISPLAY 'CODE OPERATEUR : '
           ACCEPT CODE-CO
           DISPLAY 'CODE SECRET : '
           MOVE SPACE TO SAISIE-SECRET
           ACCEPT SAISIE-SECRET
           OPEN I-O f-oper
           IF CR-OPER > 0
             DISPLAY 'REFERENTIEL OPERATEURS ABSENT - ACCES REFUSE'
           ELSE
             perform 12000-CHERCHE-OPERATEUR
             perform 13000-CONTROLE-OPERATEUR
             CLOSE f-oper
           END-IF
           .

       11000-LIT-DELAI.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF DELAI-PRM NUMERIC AND DELAI-PRM > 0
                   MOVE DELAI-PRM TO DELAI-SECRET
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           .

       12000-CHERCHE-OPERATEUR.
           SET OPER-INCONNU TO TRUE
           perform until EOF-OPER OR OPER-TROUVE
             READ f-oper
               AT END
                 continue
               NOT AT END
                 IF CODE-OP = CODE-CO
                   SET OPER-TROUVE TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .

      * Verdict de l'ouverture ; l'enregistrement de l'operateur
      * est reecrit des que ses compteurs ou son secret changent.
       13000-CONTROLE-OPERATEUR.
           EVALUATE TRUE
             WHEN OPER-INCONNU
               MOVE SPACE TO e-signko
               SET KO-INCONNU TO TRUE
               MOVE 'OPERATEUR INCONNU' TO LIB-MOTIF-KO
               MOVE 0 TO NB-ECHECS-KO
               perform 40000-ECRIT-ECHEC
               DISPLAY 'OPERATEUR INCONNU OU FERME : ' CODE-CO
                       ' - ACCES REFUSE'
             WHEN OPERATEUR-FERME
               MOVE SPACE TO e-signko
               SET KO-FERME TO TRUE
               MOVE 'OPERATEUR FERME' TO LIB-MOTIF-KO
               MOVE 0 TO NB-ECHECS-KO
               perform 40000-ECRIT-ECHEC
               DISPLAY 'OPERATEUR INCONNU OU FERME : ' CODE-CO
                       ' - ACCES REFUSE'
             WHEN OPERATEUR-VERROUILLE
               MOVE SPACE TO e-signko
               SET KO-VERROUILLE TO TRUE
               MOVE 'OPERATEUR VERROUILLE' TO LIB-MOTIF-KO
               MOVE NB-ECHECS-OP TO NB-ECHECS-KO
               perform 40000-ECRIT-ECHEC
               DISPLAY 'OPERATEUR VERROUILLE - DEBLOCAGE PAR UN '
                       'ADMINISTRATEUR'
             WHEN SECRET-OP = SPACE
               DISPLAY 'PREMIERE OUVERTURE - CHOIX DU CODE SECRET'
               perform 20000-CHANGE-SECRET
               perform 14000-ISSUE-CHANGEMENT
             WHEN OTHER
               perform 15000-CONTROLE-SECRET
           END-EVALUATE
           .

       14000-ISSUE-CHANGEMENT.
           IF CHANGE-FAIT
             MOVE 0 TO NB-ECHECS-OP
             REWRITE e-oper
             perform 16000-ACCEPTE
           ELSE
             MOVE SPACE TO e-signko
             SET KO-CHANGEMENT TO TRUE
             MOVE 'CHANGEMENT DE SECRET NON FAIT' TO LIB-MOTIF-KO
             MOVE 0 TO NB-ECHECS-KO
             perform 40000-ECRIT-ECHEC
             DISPLAY 'CODE SECRET INCHANGE - ACCES REFUSE'
           END-IF
           .

       15000-CONTROLE-SECRET.
           IF NB-ECHECS-OP NOT NUMERIC
             MOVE 0 TO NB-ECHECS-OP
           END-IF
           MOVE CODE-CO TO CODE-EMP
           MOVE SAISIE-SECRET TO SECRET-EMP
           perform 50000-CALCULE-EMPREINTE
           MOVE EMPREINTE-W TO EMPREINTE-SAISIE
           IF EMPREINTE-SAISIE NOT = SECRET-OP
             ADD 1 TO NB-ECHECS-OP
             MOVE SPACE TO e-signko
             SET KO-SECRET TO TRUE
             IF NB-ECHECS-OP NOT < NB-ECHECS-MAX
               SET OPERATEUR-VERROUILLE TO TRUE
               MOVE 'SECRET ERRONE - VERROUILLAGE' TO LIB-MOTIF-KO
             ELSE
               MOVE 'SECRET ERRONE' TO LIB-MOTIF-KO
             END-IF
             REWRITE e-oper
             MOVE NB-ECHECS-OP TO NB-ECHECS-KO
             perform 40000-ECRIT-ECHEC
             DISPLAY 'CODE SECRET ERRONE - ACCES REFUSE'
             IF OPERATEUR-VERROUILLE
               DISPLAY 'OPERATEUR VERROUILLE - DEBLOCAGE PAR UN '
                       'ADMINISTRATEUR'
             END-IF
           ELSE
             perform 17000-CONTROLE-EXPIRATION
             IF CHANGEMENT-IMPOSE OR SECRET-EXPIRE
               DISPLAY 'CHANGEMENT DU CODE SECRET IMPOSE'
               perform 20000-CHANGE-SECRET
               perform 14000-ISSUE-CHANGEMENT
             ELSE
               IF NB-ECHECS-OP > 0
                 MOVE 0 TO NB-ECHECS-OP
                 REWRITE e-oper
               END-IF
               perform 16000-ACCEPTE
             END-IF
           END-IF
           .

       16000-ACCEPTE.
           MOVE PROFIL-OP TO PROFIL-CO
           MOVE AGENCE-OP TO AGENCE-CO
           SET OUVERTURE-ACCEPTEE TO TRUE
           .

      * Age du secret par le service de dates partage ; une date
      * inconnue vaut secret perime.
       17000-CONTROLE-EXPIRATION.
           MOVE 'N' TO EXPIRE-SW
           IF DATE-SECRET-OP NOT NUMERIC OR DATE-SECRET-OP = 0
             SET SECRET-EXPIRE TO TRUE
           ELSE
             MOVE 'J' TO FONCTION-CALC-W
             MOVE DATE-SECRET-OP TO DATE1-CALC-W
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
             IF VALIDE-CALC-W NOT = 'V'
              OR JOURS-CALC-W > DELAI-SECRET
               SET SECRET-EXPIRE TO TRUE
             END-IF
           END-IF
           .

      * Nouveau secret saisi deux fois, 6 caracteres au moins sans
      * blanc, different de l'actuel.
       20000-CHANGE-SECRET.
           SET CHANGE-REFUSE TO TRUE
           DISPLAY 'NOUVEAU CODE SECRET (6 A 12 CARACTERES) : '
           MOVE SPACE TO NOUVEAU-SECRET CONFIRME-SECRET
           ACCEPT NOUVEAU-SECRET
           DISPLAY 'CONFIRMATION DU CODE SECRET : '
           ACCEPT CONFIRME-SECRET
           MOVE 0 TO LONG-SECRET NB-BLANCS
           INSPECT NOUVEAU-SECRET TALLYING LONG-SECRET
             FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT NOUVEAU-SECRET TALLYING NB-BLANCS FOR ALL SPACE
           MOVE CODE-CO TO CODE-EMP
           MOVE NOUVEAU-SECRET TO SECRET-EMP
           perform 50000-CALCULE-EMPREINTE
           EVALUATE TRUE
             WHEN NOUVEAU-SECRET NOT = CONFIRME-SECRET
               DISPLAY 'CONFIRMATION DIFFERENTE'
             WHEN LONG-SECRET < LONG-SECRET-MIN
               DISPLAY 'CODE SECRET TROP COURT'
             WHEN LONG-SECRET + NB-BLANCS < 12
               DISPLAY 'CODE SECRET SANS BLANC'
             WHEN EMPREINTE-W = SECRET-OP
               DISPLAY 'LE NOUVEAU SECRET DOIT DIFFERER DE L''ANCIEN'
             WHEN OTHER
               MOVE EMPREINTE-W TO SECRET-OP
               MOVE DATE-JOUR TO DATE-SECRET-OP
               MOVE 'N' TO CHANGE-FORCE-OP
               SET CHANGE-FAIT TO TRUE
               DISPLAY 'CODE SECRET ENREGISTRE'
           END-EVALUATE
           .

       40000-ECRIT-ECHEC.
           MOVE DATE-JOUR TO DATE-KO
           MOVE TIME-F(1:6) TO HEURE-KO
           MOVE PROG-CO TO PROG-KO
           MOVE CODE-CO TO CODE-KO
           OPEN EXTEND f-signko
           IF CR-SIGNKO < 10
             WRITE e-signko
             CLOSE f-signko
           END-IF
           .

       50000-CALCULE-EMPREINTE.
           MOVE 7 TO EMP1-W
           MOVE 3 TO EMP2-W
           MOVE LOW-VALUE TO CAR-FORT
           PERFORM VARYING IDX-PASSE FROM 1 BY 1 UNTIL IDX-PASSE > 2
             PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 20
               MOVE ZONE-EMPREINTE(IDX-CAR:1) TO CAR-W
               COMPUTE PRODUIT-W = EMP1-W * 257 + CAR-BIN-N
                                 + IDX-CAR * IDX-PASSE
               DIVIDE PRODUIT-W BY PREMIER-1 GIVING QUOTIENT-W
                 REMAINDER EMP1-W
               COMPUTE PRODUIT-W = EMP2-W * 263 + CAR-BIN-N * IDX-CAR
                                 + EMP1-W
               DIVIDE PRODUIT-W BY PREMIER-2 GIVING QUOTIENT-W
                 REMAINDER EMP2-W
             END-PERFORM
           END-PERFORM
           .
