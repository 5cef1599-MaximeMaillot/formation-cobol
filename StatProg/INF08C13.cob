       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB8XREF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sources de tous les programmes concatenes a la suite, comme
      * le DDCODE de COB8 pour un seul : chaque PROGRAM-ID ouvre un
      * nouveau programme.
           SELECT F-CODE ASSIGN
            DDCODE FILE STATUS IS CR-CODE.

           SELECT SD-TRI ASSIGN TRIXREF.

      * References croisees : copybooks par programme, fichiers par
      * programme avec leur mode d'ouverture, appels, et liste des
      * programmes touches par le nom demande.
           SELECT F-XREF ASSIGN STATXREF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-XREF.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd F-CODE
           BLOCK CONTAINS 0
           DATA RECORD IS E-CODE.
       01 E-CODE                   PIC X(80).

      * Type 1 COPY, 2 fichier, 3 appel ; la cle est le copybook, le
      * DD ou le programme appele.
       SD SD-TRI.
       01 E-TRI.
         05 TYPE-TRI               PIC X.
         05 CLE-TRI                PIC X(30).
         05 PROG-TRI               PIC X(12).
         05 MODES-TRI.
           10 CREE-TRI             PIC X.
           10 LU-TRI               PIC X.
           10 MAJ-TRI              PIC X.
           10 ETENDU-TRI           PIC X.
           10 TRIE-TRI             PIC X.

       fd F-XREF.
       01 LIGNE-XREF               PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-CODE                  PIC 99.
         88 EOF-CODE VALUE 10.
       01 CR-XREF                  PIC 99.
       01 CR-TRI                   PIC 99.
         88 EOF-TRI VALUE 10.

      * Nom dont on veut l'impact : copybook, DD ou sous-programme
       01 NOM-RECHERCHE            PIC X(30).

      * -------- Ligne source et decoupage en mots -----
       01 W-CODE.
         05                        PIC X(6).
         05 SPECIAL-CHAR           PIC X(1).
         05 ZONE-CODE              PIC X(65).
         05                        PIC X(8).
       77 PTR-W                    PIC 9(3).
       77 MOT-W                    PIC X(40).
       77 LONG-MOT                 PIC 9(3).
       77 NOM-W                    PIC X(30).
       77 POINT-SW                 PIC X.
         88 FIN-PHRASE VALUE 'O'.
       77 LITTERAL-SW              PIC X VALUE 'N'.
         88 DANS-LITTERAL VALUE 'O'.
       77 FIN-LIGNE-SW             PIC X.
         88 FIN-LIGNE VALUE 'O'.
       77 QUOTE-W                  PIC X.
       77 NB-QUOTES                PIC 9(2).
       77 QUOTIENT-W               PIC 9(2).
       77 RESTE-QUOTES             PIC 9.

      * Ce que le mot suivant doit etre : nom de programme, de
      * copybook, de fichier du SELECT, DD de l'ASSIGN, fichier de
      * tri, programme appele, ou liste de fichiers d'un OPEN, d'un
      * USING ou d'un GIVING de tri.
       77 ETAT-SW                  PIC X VALUE SPACE.
         88 ETAT-LIBRE VALUE SPACE.
         88 ATTEND-PROGRAMME VALUE 'P'.
         88 ATTEND-COPY VALUE 'C'.
         88 ATTEND-SELECT VALUE 'S'.
         88 ATTEND-ASSIGN VALUE 'A'.
         88 ATTEND-SD VALUE 'D'.
         88 ATTEND-APPEL VALUE 'L'.
         88 LISTE-OPEN VALUE 'O'.
         88 LISTE-USING VALUE 'U'.
         88 LISTE-GIVING VALUE 'G'.
       77 MODE-OPEN-W              PIC X VALUE SPACE.
       77 APPEL-LITTERAL-SW        PIC X.
         88 APPEL-STATIQUE VALUE 'O'.
       77 VERBE-TRI-SW             PIC X VALUE 'N'.
         88 DANS-TRI VALUE 'O'.

      * Programmes rencontres ; la raison d'impact est posee par
      * l'analyse du nom demande.
       01 TAB-PROG.
         05 PROG-ENTRY OCCURS 500.
           10 NOM-PROG             PIC X(12).
           10 RAISON-PROG          PIC X(12).
       77 NB-PROG                  PIC 9(3) VALUE 0.
       77 PROG-COURANT             PIC 9(3) VALUE 0.
       77 IDX-PROG                 PIC 9(3).

      * Fichiers du programme en cours, reportes dans TAB-DD a la
      * fin du programme
       01 TAB-FIC.
         05 FIC-ENTRY OCCURS 100.
           10 NOM-FIC              PIC X(30).
           10 DD-FIC               PIC X(30).
           10 MODES-FIC.
             15 CREE-FIC           PIC X.
             15 LU-FIC             PIC X.
             15 MAJ-FIC            PIC X.
             15 ETENDU-FIC         PIC X.
             15 TRIE-FIC           PIC X.
       77 NB-FIC                   PIC 9(3) VALUE 0.
       77 IDX-FIC                  PIC 9(3).
       77 FIC-TROUVE               PIC 9(3).

       01 TAB-COPY.
         05 COPY-ENTRY OCCURS 2000.
           10 NOM-CP               PIC X(30).
           10 PROG-CP              PIC 9(3).
       77 NB-COPY                  PIC 9(4) VALUE 0.
       77 IDX-CP                   PIC 9(4).

       01 TAB-DD.
         05 DD-ENTRY OCCURS 3000.
           10 NOM-DD               PIC X(30).
           10 PROG-DD              PIC 9(3).
           10 MODES-DD.
             15 CREE-DD            PIC X.
             15 LU-DD              PIC X.
             15 MAJ-DD             PIC X.
             15 ETENDU-DD          PIC X.
             15 TRIE-DD            PIC X.
       77 NB-DD                    PIC 9(4) VALUE 0.
       77 IDX-DD                   PIC 9(4).

       01 TAB-APPEL.
         05 APPEL-ENTRY OCCURS 1000.
           10 NOM-AP               PIC X(30).
           10 PROG-AP              PIC 9(3).
       77 NB-APPEL                 PIC 9(4) VALUE 0.
       77 IDX-AP                   PIC 9(4).
       77 DOUBLON-SW               PIC X.
         88 DEJA-VU VALUE 'O'.

      * Propagation de l'impact aux appelants des sous-programmes
      * touches
       77 PROPAGE-SW               PIC X.
         88 IMPACT-PROPAGE VALUE 'O'.
       77 IDX-APPELE               PIC 9(3).

       01 CPT.
         05 CPT-LIGNES             PIC 9(6) VALUE 0.
         05 CPT-IMPACTES           PIC 9(4) VALUE 0.
         05 CPT-DEBORDS            PIC 9(4) VALUE 0.

      * Rupture sur la cle de la section en cours
       77 TYPE-COURANT             PIC X.
       77 CLE-COURANTE             PIC X(30).
       77 IDX-COL                  PIC 9.

      * ------------ FORMAT --------------------------
       01 FORMAT-TITRE-SECTION.
         05 TITRE-S-F              PIC X(60).
         05                        PIC X(20).
       01 FORMAT-ENTETE-LISTE.
         05 ENTETE-L-F             PIC X(14).
         05                        PIC X(66) VALUE 'PROGRAMMES'.
       01 FORMAT-LIGNE-LISTE.
         05 CLE-L-F                PIC X(14).
         05 PROG-L-F OCCURS 5.
           10 NOM-L-F              PIC X(12).
           10                      PIC X(1).
         05                        PIC X(1).
       01 FORMAT-ENTETE-CRUD.
         05                        PIC X(40) VALUE
           'DD / FICHIER                   PROGRAMME'.
         05                        PIC X(40) VALUE
           '     C R U E  TRI                       '.
       01 FORMAT-LIGNE-CRUD.
         05 DD-C-F                 PIC X(30).
         05                        PIC X(1).
         05 PROG-C-F               PIC X(12).
         05                        PIC X(2).
         05 CREE-C-F               PIC X(2).
         05 LU-C-F                 PIC X(2).
         05 MAJ-C-F                PIC X(2).
         05 ETENDU-C-F             PIC X(3).
         05 TRIE-C-F               PIC X(4).
         05 OUVERT-C-F             PIC X(22).
       01 FORMAT-LIGNE-IMPACT.
         05                        PIC X(2).
         05 PROG-I-F               PIC X(12).
         05                        PIC X(2).
         05 RAISON-I-F             PIC X(12).
         05                        PIC X(52).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT.
           OPEN INPUT F-CODE
           IF CR-CODE > 0
             DISPLAY 'ERROR DDCODE : ' CR-CODE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 'COPYBOOK, DD OU PROGRAMME A ANALYSER : '
           MOVE SPACE TO NOM-RECHERCHE
           ACCEPT NOM-RECHERCHE
           INSPECT NOM-RECHERCHE CONVERTING
             'abcdefghijklmnopqrstuvwxyz' TO
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           OPEN OUTPUT F-XREF
           .

      * Releve des sources, puis tri des references pour l'edition
      * des trois matrices
       20000-TRAITEMENT.
           PERFORM UNTIL EOF-CODE
             READ F-CODE INTO W-CODE
               AT END
                 MOVE 10 TO CR-CODE
               NOT AT END
                 PERFORM 21000-ANALYSE-LIGNE
             END-READ
           END-PERFORM
           PERFORM 24000-RANGE-FICHIERS
           CLOSE F-CODE
           SORT SD-TRI
             ON ASCENDING KEY TYPE-TRI CLE-TRI PROG-TRI
             INPUT PROCEDURE IS 25000-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 26000-PRODUIT-MATRICES
           .

      * Les commentaires sont ignores ; la zone A et B est decoupee
      * en mots, les litteraux ne comptent que comme noms. Un
      * litteral ne se poursuit que sur une ligne de suite (tiret en
      * colonne 7), dont la quote de reprise est effacee.
       21000-ANALYSE-LIGNE.
           ADD 1 TO CPT-LIGNES
           IF SPECIAL-CHAR NOT = '*' AND SPECIAL-CHAR NOT = '/'
             INSPECT ZONE-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             IF DANS-LITTERAL
               IF SPECIAL-CHAR = '-'
                 INSPECT ZONE-CODE REPLACING FIRST QUOTE-W BY SPACE
               ELSE
                 MOVE 'N' TO LITTERAL-SW
               END-IF
             END-IF
             MOVE 'N' TO FIN-LIGNE-SW
             MOVE 1 TO PTR-W
             PERFORM UNTIL PTR-W > 65 OR FIN-LIGNE
               MOVE SPACE TO MOT-W
               UNSTRING ZONE-CODE DELIMITED BY ALL SPACE
                 INTO MOT-W WITH POINTER PTR-W
               END-UNSTRING
               IF MOT-W NOT = SPACE
                 PERFORM 22000-ANALYSE-MOT
               END-IF
             END-PERFORM
           END-IF
           .

       22000-ANALYSE-MOT.
           MOVE 0 TO LONG-MOT
           INSPECT MOT-W TALLYING LONG-MOT
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 'N' TO POINT-SW
           IF MOT-W(LONG-MOT:1) = '.'
             SET FIN-PHRASE TO TRUE
             MOVE SPACE TO MOT-W(LONG-MOT:1)
             SUBTRACT 1 FROM LONG-MOT
           END-IF
           EVALUATE TRUE
             WHEN LONG-MOT = 0
               CONTINUE
             WHEN DANS-LITTERAL
               MOVE 0 TO NB-QUOTES
               INSPECT MOT-W TALLYING NB-QUOTES FOR ALL QUOTE-W
               DIVIDE NB-QUOTES BY 2 GIVING QUOTIENT-W
                 REMAINDER RESTE-QUOTES
               IF RESTE-QUOTES = 1
                 MOVE 'N' TO LITTERAL-SW
               END-IF
             WHEN MOT-W(1:1) = QUOTE OR MOT-W(1:1) = "'"
               PERFORM 22100-LITTERAL
             WHEN MOT-W(1:2) = '*>'
               SET FIN-LIGNE TO TRUE
             WHEN OTHER
               MOVE MOT-W TO NOM-W
               MOVE 'N' TO APPEL-LITTERAL-SW
               PERFORM 23000-MOT-COBOL
           END-EVALUATE
           IF FIN-PHRASE AND NOT ATTEND-PROGRAMME
             SET ETAT-LIBRE TO TRUE
             MOVE 'N' TO VERBE-TRI-SW
           END-IF
           .

      * Un litteral attendu comme nom (COPY, ASSIGN, CALL) est pris
      * sans ses quotes ; un litteral coupe par un blanc se poursuit
      * sur les mots suivants jusqu'a la quote fermante (les quotes
      * doublees a l'interieur vont par paires).
       22100-LITTERAL.
           MOVE MOT-W(1:1) TO QUOTE-W
           MOVE 0 TO NB-QUOTES
           INSPECT MOT-W TALLYING NB-QUOTES FOR ALL QUOTE-W
           DIVIDE NB-QUOTES BY 2 GIVING QUOTIENT-W
             REMAINDER RESTE-QUOTES
           IF RESTE-QUOTES = 1
             SET DANS-LITTERAL TO TRUE
           END-IF
           MOVE SPACE TO NOM-W
           UNSTRING MOT-W(2:) DELIMITED BY QUOTE-W INTO NOM-W
           END-UNSTRING
           IF ATTEND-COPY OR ATTEND-ASSIGN OR ATTEND-APPEL
             SET APPEL-STATIQUE TO TRUE
             PERFORM 23000-MOT-COBOL
           ELSE
             SET ETAT-LIBRE TO TRUE
           END-IF
           .

       23000-MOT-COBOL.
           EVALUATE TRUE
             WHEN ATTEND-PROGRAMME
               PERFORM 24000-RANGE-FICHIERS
               PERFORM 23200-AJOUTE-PROGRAMME
               SET ETAT-LIBRE TO TRUE
             WHEN PROG-COURANT = 0
               PERFORM 23100-MOT-CLE
             WHEN ATTEND-COPY
               PERFORM 23300-AJOUTE-COPY
               SET ETAT-LIBRE TO TRUE
             WHEN ATTEND-SELECT
               IF NOM-W NOT = 'OPTIONAL'
                 PERFORM 23400-AJOUTE-FICHIER
                 SET ETAT-LIBRE TO TRUE
               END-IF
             WHEN ATTEND-ASSIGN
               IF NOM-W NOT = 'TO'
                 IF NB-FIC > 0
                   MOVE NOM-W TO DD-FIC(NB-FIC)
                 END-IF
                 SET ETAT-LIBRE TO TRUE
               END-IF
             WHEN ATTEND-SD
               PERFORM 23500-CHERCHE-FICHIER
               IF FIC-TROUVE > 0
                 MOVE 'X' TO TRIE-FIC(FIC-TROUVE)
               END-IF
               SET ETAT-LIBRE TO TRUE
             WHEN ATTEND-APPEL
               PERFORM 23600-AJOUTE-APPEL
               SET ETAT-LIBRE TO TRUE
             WHEN LISTE-OPEN AND (NOM-W = 'INPUT' OR 'OUTPUT'
                                  OR 'I-O' OR 'EXTEND')
               EVALUATE NOM-W
                 WHEN 'INPUT'
                   MOVE 'R' TO MODE-OPEN-W
                 WHEN 'OUTPUT'
                   MOVE 'C' TO MODE-OPEN-W
                 WHEN 'I-O'
                   MOVE 'U' TO MODE-OPEN-W
                 WHEN OTHER
                   MOVE 'E' TO MODE-OPEN-W
               END-EVALUATE
             WHEN LISTE-OPEN OR LISTE-USING OR LISTE-GIVING
               PERFORM 23500-CHERCHE-FICHIER
               IF FIC-TROUVE > 0
                 PERFORM 23700-POSE-MODE
               ELSE
                 SET ETAT-LIBRE TO TRUE
                 PERFORM 23100-MOT-CLE
               END-IF
             WHEN OTHER
               PERFORM 23100-MOT-CLE
           END-EVALUATE
           .

       23100-MOT-CLE.
           EVALUATE NOM-W
             WHEN 'PROGRAM-ID'
               SET ATTEND-PROGRAMME TO TRUE
             WHEN 'COPY'
               SET ATTEND-COPY TO TRUE
             WHEN 'SELECT'
               SET ATTEND-SELECT TO TRUE
             WHEN 'ASSIGN'
               SET ATTEND-ASSIGN TO TRUE
             WHEN 'SD'
               SET ATTEND-SD TO TRUE
             WHEN 'CALL'
               SET ATTEND-APPEL TO TRUE
               MOVE 'N' TO VERBE-TRI-SW
             WHEN 'OPEN'
               SET LISTE-OPEN TO TRUE
               MOVE SPACE TO MODE-OPEN-W
               MOVE 'N' TO VERBE-TRI-SW
             WHEN 'SORT'
             WHEN 'MERGE'
               SET DANS-TRI TO TRUE
             WHEN 'USING'
               IF DANS-TRI
                 SET LISTE-USING TO TRUE
               END-IF
             WHEN 'GIVING'
               IF DANS-TRI
                 SET LISTE-GIVING TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       23200-AJOUTE-PROGRAMME.
           IF NB-PROG < 500
             ADD 1 TO NB-PROG
             MOVE NOM-W TO NOM-PROG(NB-PROG)
             MOVE SPACE TO RAISON-PROG(NB-PROG)
             MOVE NB-PROG TO PROG-COURANT
           ELSE
             DISPLAY 'TABLE DES PROGRAMMES PLEINE : ' NOM-W
             ADD 1 TO CPT-DEBORDS
             MOVE 0 TO PROG-COURANT
           END-IF
           MOVE 0 TO NB-FIC
           .

       23300-AJOUTE-COPY.
           MOVE 'N' TO DOUBLON-SW
           PERFORM VARYING IDX-CP FROM 1 BY 1
                     UNTIL IDX-CP > NB-COPY OR DEJA-VU
             IF NOM-CP(IDX-CP) = NOM-W
              AND PROG-CP(IDX-CP) = PROG-COURANT
               SET DEJA-VU TO TRUE
             END-IF
           END-PERFORM
           IF NOT DEJA-VU
             IF NB-COPY < 2000
               ADD 1 TO NB-COPY
               MOVE NOM-W TO NOM-CP(NB-COPY)
               MOVE PROG-COURANT TO PROG-CP(NB-COPY)
             ELSE
               DISPLAY 'TABLE DES COPY PLEINE : ' NOM-W
               ADD 1 TO CPT-DEBORDS
             END-IF
           END-IF
           .

       23400-AJOUTE-FICHIER.
           IF NB-FIC < 100
             ADD 1 TO NB-FIC
             MOVE NOM-W TO NOM-FIC(NB-FIC)
             MOVE SPACE TO DD-FIC(NB-FIC)
             MOVE SPACE TO MODES-FIC(NB-FIC)
           ELSE
             DISPLAY 'TROP DE FICHIERS DANS ' NOM-PROG(PROG-COURANT)
             ADD 1 TO CPT-DEBORDS
           END-IF
           .

       23500-CHERCHE-FICHIER.
           MOVE 0 TO FIC-TROUVE
           PERFORM VARYING IDX-FIC FROM 1 BY 1
                     UNTIL IDX-FIC > NB-FIC OR FIC-TROUVE > 0
             IF NOM-FIC(IDX-FIC) = NOM-W
               MOVE IDX-FIC TO FIC-TROUVE
             END-IF
           END-PERFORM
           .

      * Un CALL sur une zone (appel dynamique) est releve entre
      * parentheses : le programme appele n'est connu qu'a
      * l'execution.
       23600-AJOUTE-APPEL.
           IF NOT APPEL-STATIQUE
             MOVE NOM-W TO MOT-W
             MOVE SPACE TO NOM-W
             STRING '(' DELIMITED BY SIZE
                    MOT-W DELIMITED BY SPACE
                    ')' DELIMITED BY SIZE
               INTO NOM-W
             END-STRING
           END-IF
           MOVE 'N' TO DOUBLON-SW
           PERFORM VARYING IDX-AP FROM 1 BY 1
                     UNTIL IDX-AP > NB-APPEL OR DEJA-VU
             IF NOM-AP(IDX-AP) = NOM-W
              AND PROG-AP(IDX-AP) = PROG-COURANT
               SET DEJA-VU TO TRUE
             END-IF
           END-PERFORM
           IF NOT DEJA-VU
             IF NB-APPEL < 1000
               ADD 1 TO NB-APPEL
               MOVE NOM-W TO NOM-AP(NB-APPEL)
               MOVE PROG-COURANT TO PROG-AP(NB-APPEL)
             ELSE
               DISPLAY 'TABLE DES APPELS PLEINE : ' NOM-W
               ADD 1 TO CPT-DEBORDS
             END-IF
           END-IF
           .

      * C cree (OUTPUT, GIVING), R lu (INPUT, USING), U mis a jour
      * (I-O), E etendu (EXTEND)
       23700-POSE-MODE.
           EVALUATE TRUE
             WHEN LISTE-USING
               MOVE 'X' TO LU-FIC(FIC-TROUVE)
             WHEN LISTE-GIVING
               MOVE 'X' TO CREE-FIC(FIC-TROUVE)
             WHEN MODE-OPEN-W = 'R'
               MOVE 'X' TO LU-FIC(FIC-TROUVE)
             WHEN MODE-OPEN-W = 'U'
               MOVE 'X' TO MAJ-FIC(FIC-TROUVE)
             WHEN MODE-OPEN-W = 'C'
               MOVE 'X' TO CREE-FIC(FIC-TROUVE)
             WHEN MODE-OPEN-W = 'E'
               MOVE 'X' TO ETENDU-FIC(FIC-TROUVE)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * Fichiers du programme termine reportes par DD
       24000-RANGE-FICHIERS.
           PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > NB-FIC
             IF NB-DD < 3000
               ADD 1 TO NB-DD
               IF DD-FIC(IDX-FIC) = SPACE
                 MOVE NOM-FIC(IDX-FIC) TO NOM-DD(NB-DD)
               ELSE
                 MOVE DD-FIC(IDX-FIC) TO NOM-DD(NB-DD)
               END-IF
               MOVE PROG-COURANT TO PROG-DD(NB-DD)
               MOVE MODES-FIC(IDX-FIC) TO MODES-DD(NB-DD)
             ELSE
               DISPLAY 'TABLE DES DD PLEINE : ' DD-FIC(IDX-FIC)
               ADD 1 TO CPT-DEBORDS
             END-IF
           END-PERFORM
           MOVE 0 TO NB-FIC
           .

       25000-ALIMENTE-TRI.
           PERFORM VARYING IDX-CP FROM 1 BY 1 UNTIL IDX-CP > NB-COPY
             MOVE SPACE TO E-TRI
             MOVE '1' TO TYPE-TRI
             MOVE NOM-CP(IDX-CP) TO CLE-TRI
             MOVE NOM-PROG(PROG-CP(IDX-CP)) TO PROG-TRI
             RELEASE E-TRI
           END-PERFORM
           PERFORM VARYING IDX-DD FROM 1 BY 1 UNTIL IDX-DD > NB-DD
             MOVE '2' TO TYPE-TRI
             MOVE NOM-DD(IDX-DD) TO CLE-TRI
             MOVE NOM-PROG(PROG-DD(IDX-DD)) TO PROG-TRI
             MOVE MODES-DD(IDX-DD) TO MODES-TRI
             RELEASE E-TRI
           END-PERFORM
           PERFORM VARYING IDX-AP FROM 1 BY 1 UNTIL IDX-AP > NB-APPEL
             MOVE SPACE TO E-TRI
             MOVE '3' TO TYPE-TRI
             MOVE NOM-AP(IDX-AP) TO CLE-TRI
             MOVE NOM-PROG(PROG-AP(IDX-AP)) TO PROG-TRI
             RELEASE E-TRI
           END-PERFORM
           .

      * Une section par type ; copybooks et appels sortent avec
      * leurs programmes cinq par ligne, les DD un programme par
      * ligne avec ses modes d'ouverture.
       26000-PRODUIT-MATRICES.
           MOVE SPACE TO TYPE-COURANT
           PERFORM 26100-RETURN-TRI
           PERFORM UNTIL EOF-TRI
             IF TYPE-TRI NOT = TYPE-COURANT
               PERFORM 26200-FERME-LISTE
               PERFORM 27000-OUVRE-SECTION
             END-IF
             IF TYPE-TRI = '2'
               PERFORM 28000-LIGNE-CRUD
             ELSE
               PERFORM 29000-LIGNE-LISTE
             END-IF
             PERFORM 26100-RETURN-TRI
           END-PERFORM
           PERFORM 26200-FERME-LISTE
           .

       26100-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       26200-FERME-LISTE.
           IF IDX-COL > 0
             WRITE LIGNE-XREF FROM FORMAT-LIGNE-LISTE
             MOVE 0 TO IDX-COL
           END-IF
           .

       27000-OUVRE-SECTION.
           MOVE SPACE TO FORMAT-TITRE-SECTION
           MOVE TYPE-TRI TO TYPE-COURANT
           MOVE SPACE TO CLE-COURANTE
           MOVE 0 TO IDX-COL
           MOVE SPACE TO LIGNE-XREF
           WRITE LIGNE-XREF
           EVALUATE TYPE-TRI
             WHEN '1'
               MOVE 'MATRICE COPYBOOK / PROGRAMME' TO TITRE-S-F
               MOVE 'COPYBOOK' TO ENTETE-L-F
             WHEN '2'
               MOVE 'MATRICE CRUD DD / PROGRAMME' TO TITRE-S-F
             WHEN OTHER
               MOVE 'QUI APPELLE QUOI : SOUS-PROGRAMME / APPELANTS'
                 TO TITRE-S-F
               MOVE 'APPELE' TO ENTETE-L-F
           END-EVALUATE
           WRITE LIGNE-XREF FROM FORMAT-TITRE-SECTION
           MOVE SPACE TO LIGNE-XREF
           WRITE LIGNE-XREF
           IF TYPE-TRI = '2'
             WRITE LIGNE-XREF FROM FORMAT-ENTETE-CRUD
           ELSE
             WRITE LIGNE-XREF FROM FORMAT-ENTETE-LISTE
           END-IF
           .

       28000-LIGNE-CRUD.
           MOVE SPACE TO FORMAT-LIGNE-CRUD
           IF CLE-TRI NOT = CLE-COURANTE
             MOVE CLE-TRI TO CLE-COURANTE
             MOVE CLE-TRI TO DD-C-F
           END-IF
           MOVE PROG-TRI TO PROG-C-F
           MOVE CREE-TRI TO CREE-C-F
           MOVE LU-TRI TO LU-C-F
           MOVE MAJ-TRI TO MAJ-C-F
           MOVE ETENDU-TRI TO ETENDU-C-F
           MOVE TRIE-TRI TO TRIE-C-F
           IF MODES-TRI = SPACE
             MOVE 'DECLARE, NON OUVERT' TO OUVERT-C-F
           END-IF
           WRITE LIGNE-XREF FROM FORMAT-LIGNE-CRUD
           .

       29000-LIGNE-LISTE.
           IF CLE-TRI NOT = CLE-COURANTE
             PERFORM 26200-FERME-LISTE
             MOVE CLE-TRI TO CLE-COURANTE
             IF CLE-TRI(14:) NOT = SPACE
               MOVE CLE-TRI TO LIGNE-XREF
               WRITE LIGNE-XREF
               MOVE SPACE TO FORMAT-LIGNE-LISTE
             ELSE
               MOVE SPACE TO FORMAT-LIGNE-LISTE
               MOVE CLE-TRI TO CLE-L-F
             END-IF
           END-IF
           IF IDX-COL = 5
             PERFORM 26200-FERME-LISTE
             MOVE SPACE TO FORMAT-LIGNE-LISTE
           END-IF
           ADD 1 TO IDX-COL
           MOVE PROG-TRI TO NOM-L-F(IDX-COL)
           .

       30000-END-PGM.
           IF NOM-RECHERCHE NOT = SPACE
             PERFORM 31000-ANALYSE-IMPACT
           END-IF
           CLOSE F-XREF
           DISPLAY 'LIGNES SOURCE LUES : ' CPT-LIGNES
           DISPLAY 'PROGRAMMES         : ' NB-PROG
           DISPLAY 'COPY RELEVES       : ' NB-COPY
           DISPLAY 'FICHIERS RELEVES   : ' NB-DD
           DISPLAY 'APPELS RELEVES     : ' NB-APPEL
           IF NOM-RECHERCHE NOT = SPACE
             DISPLAY 'PROGRAMMES IMPACTES: ' CPT-IMPACTES
           END-IF
           IF CPT-DEBORDS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * Programmes a recompiler et retester : ceux qui copient le
      * nom, qui assignent le DD, qui appellent le sous-programme,
      * le programme lui-meme, puis de proche en proche les
      * appelants des sous-programmes deja touches.
       31000-ANALYSE-IMPACT.
           PERFORM VARYING IDX-PROG FROM 1 BY 1 UNTIL IDX-PROG > NB-PROG
             IF NOM-PROG(IDX-PROG) = NOM-RECHERCHE
               MOVE 'PROGRAMME' TO RAISON-PROG(IDX-PROG)
             END-IF
           END-PERFORM
           PERFORM VARYING IDX-CP FROM 1 BY 1 UNTIL IDX-CP > NB-COPY
             IF NOM-CP(IDX-CP) = NOM-RECHERCHE
               MOVE 'COPY' TO RAISON-PROG(PROG-CP(IDX-CP))
             END-IF
           END-PERFORM
           PERFORM VARYING IDX-DD FROM 1 BY 1 UNTIL IDX-DD > NB-DD
             IF NOM-DD(IDX-DD) = NOM-RECHERCHE
              AND RAISON-PROG(PROG-DD(IDX-DD)) = SPACE
               MOVE 'FICHIER' TO RAISON-PROG(PROG-DD(IDX-DD))
             END-IF
           END-PERFORM
           PERFORM VARYING IDX-AP FROM 1 BY 1 UNTIL IDX-AP > NB-APPEL
             IF NOM-AP(IDX-AP) = NOM-RECHERCHE
              AND RAISON-PROG(PROG-AP(IDX-AP)) = SPACE
               MOVE 'APPEL' TO RAISON-PROG(PROG-AP(IDX-AP))
             END-IF
           END-PERFORM
           SET IMPACT-PROPAGE TO TRUE
           PERFORM UNTIL NOT IMPACT-PROPAGE
             MOVE 'N' TO PROPAGE-SW
             PERFORM VARYING IDX-AP FROM 1 BY 1
                       UNTIL IDX-AP > NB-APPEL
               IF RAISON-PROG(PROG-AP(IDX-AP)) = SPACE
                 PERFORM 31100-APPELE-TOUCHE
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE SPACE TO LIGNE-XREF
           WRITE LIGNE-XREF
           MOVE SPACE TO FORMAT-TITRE-SECTION
           STRING 'ANALYSE D''IMPACT : ' DELIMITED BY SIZE
                  NOM-RECHERCHE DELIMITED BY SPACE
             INTO TITRE-S-F
           END-STRING
           WRITE LIGNE-XREF FROM FORMAT-TITRE-SECTION
           MOVE SPACE TO LIGNE-XREF
           WRITE LIGNE-XREF
           PERFORM VARYING IDX-PROG FROM 1 BY 1 UNTIL IDX-PROG > NB-PROG
             IF RAISON-PROG(IDX-PROG) NOT = SPACE
               ADD 1 TO CPT-IMPACTES
               MOVE SPACE TO FORMAT-LIGNE-IMPACT
               MOVE NOM-PROG(IDX-PROG) TO PROG-I-F
               MOVE RAISON-PROG(IDX-PROG) TO RAISON-I-F
               WRITE LIGNE-XREF FROM FORMAT-LIGNE-IMPACT
             END-IF
           END-PERFORM
           IF CPT-IMPACTES = 0
             MOVE SPACE TO FORMAT-LIGNE-IMPACT
             MOVE 'AUCUN' TO PROG-I-F
             WRITE LIGNE-XREF FROM FORMAT-LIGNE-IMPACT
           END-IF
           .

      * L'appelant est touche si le programme appele l'est
       31100-APPELE-TOUCHE.
           PERFORM VARYING IDX-APPELE FROM 1 BY 1
                     UNTIL IDX-APPELE > NB-PROG
             IF NOM-PROG(IDX-APPELE) = NOM-AP(IDX-AP)
              AND RAISON-PROG(IDX-APPELE) NOT = SPACE
              AND RAISON-PROG(PROG-AP(IDX-AP)) = SPACE
               MOVE 'VIA APPEL' TO RAISON-PROG(PROG-AP(IDX-AP))
               SET IMPACT-PROPAGE TO TRUE
             END-IF
           END-PERFORM
           .
