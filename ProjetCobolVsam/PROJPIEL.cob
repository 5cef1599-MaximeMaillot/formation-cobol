       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPIEL.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lettre quotidienne aux assures dont un sinistre ouvert
      * attend encore une piece obligatoire : tous les sinistres
      * sont lus, les pieces manquantes viennent du module CTRLPIEC.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Master : adresse de l'assure portee sur la lettre.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Dossiers de gestion : date de la derniere lettre, pour ne
      * relancer qu'apres le delai. Absent : il est cree.
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

      * Carte parametre : delai en jours (colonnes 1-3) entre deux
      * lettres pour le meme sinistre. Absente ou a zero : 15 jours.
           SELECT OPTIONAL f-param ASSIGN PIELPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Lettres a l'assure, reprises par PROJIMPR pour l'enveloppe
      * du jour.
           SELECT f-lettres ASSIGN DDSINPIE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LETTRES.

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

       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-lettres.
       01 ligne-lettre                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-SINGES                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-LETTRES                     PIC 99.

       77 DELAI-RELANCE                  PIC 9(3) VALUE 15.

      * Delai depuis la derniere lettre par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Pieces justificatives manquantes, par le module CTRLPIEC.
       01 PIECES-SIN-W.
           COPY CPIECALC.
       77 IDX-MANQ                       PIC 9(2).

       77 DOSSIER-PRESENT-SW             PIC X(1).
         88 DOSSIER-PRESENT VALUE 'O'.
       77 LETTRE-DUE-SW                  PIC X(1).
         88 LETTRE-DUE VALUE 'O'.

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * lettre.
       01 CORRES-W.
           COPY CCORRES.

       01 CPT.
         05 CPT-SINISTRES                PIC 9(6) VALUE 0.
         05 CPT-INCOMPLETS               PIC 9(6) VALUE 0.
         05 CPT-LETTRES                  PIC 9(6) VALUE 0.
         05 CPT-DANS-DELAI               PIC 9(6) VALUE 0.
         05 CPT-SANS-ADRESSE             PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

      * Lettre encadree comme l'accuse de sinistre de PROJSIN1 :
      * PROJIMPR y lit le matricule dans la reference a rappeler.
       01 LIGNE-SEPARATEUR               PIC X(80) VALUE ALL '-'.

       01 FORMAT-PIE-TITRE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(26)
           VALUE ' PIECES A FOURNIR SIN '.
         05 NUM-PIE-F                    PIC 9(4).
         05                              PIC X(10).
         05                              PIC X(3) VALUE 'LE '.
         05 DATE-PIE-F                   PIC 9(8).
         05                              PIC X(27).
         05                              PIC X(1) VALUE '|'.

       01 FORMAT-PIE-TEXTE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(3).
         05 TEXTE-PIE-F                  PIC X(40).
         05                              PIC X(35).
         05                              PIC X(1) VALUE '|'.

       01 FORMAT-PIE-PIECE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(5).
         05 MARQUE-PIE-F                 PIC X(2).
         05 LIBELLE-PIE-F                PIC X(30).
         05                              PIC X(41).
         05                              PIC X(1) VALUE '|'.

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
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
                  AND e-param(1:3) > '000'
                   MOVE e-param(1:3) TO DELAI-RELANCE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-sinist f-assures4
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-lettres
           .

       20000-TRAITEMENT.
           perform until EOF-SINIST
             READ f-sinist NEXT RECORD
               AT END
                 continue
               NOT AT END
                 IF NOT SIN-CLOS
                   ADD 1 TO CPT-SINISTRES
                   perform 21000-CONTROLE-SINISTRE
                 END-IF
             END-READ
           END-PERFORM
           .

      * Seul un sinistre auquel manque une piece obligatoire
      * recoit une lettre ; elle liste aussi les pieces utiles.
       21000-CONTROLE-SINISTRE.
           MOVE MAT-SIN TO MAT-PQ
           MOVE NUM-SIN TO NUM-SIN-PQ
           MOVE TYPE-SIN TO TYPE-SIN-PQ
           IF GARAGE-SIN = SPACE
             MOVE 'N' TO FACTURE-GARAGE-PQ
           ELSE
             MOVE 'O' TO FACTURE-GARAGE-PQ
           END-IF
           CALL 'CTRLPIEC' USING BY REFERENCE PIECES-SIN-W
           IF PIECES-MANQUANTES-PQ
             ADD 1 TO CPT-INCOMPLETS
             perform 22000-LIT-DOSSIER
             IF LETTRE-DUE
               perform 23000-EDITE-LETTRE
             ELSE
               ADD 1 TO CPT-DANS-DELAI
             END-IF
           END-IF
           .

      * La lettre repart quand le delai depuis la precedente est
      * ecoule.
       22000-LIT-DOSSIER.
           MOVE 'O' TO LETTRE-DUE-SW
           MOVE CLE-X-SIN TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE 'N' TO DOSSIER-PRESENT-SW
             NOT INVALID KEY
               MOVE 'O' TO DOSSIER-PRESENT-SW
               IF DATE-LETTRE-PIECES-GS NUMERIC
                AND DATE-LETTRE-PIECES-GS > 0
                 MOVE 'J' TO FONCTION-CALC-W
                 MOVE DATE-LETTRE-PIECES-GS TO DATE1-CALC-W
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
                 IF VALIDE-CALC-W = 'V'
                  AND JOURS-CALC-W < DELAI-RELANCE
                   MOVE 'N' TO LETTRE-DUE-SW
                 END-IF
               END-IF
           END-READ
           .

       23000-EDITE-LETTRE.
           MOVE MAT-SIN TO MAT-A4
           READ f-assures4
             INVALID KEY
               ADD 1 TO CPT-SANS-ADRESSE
               DISPLAY 'POLICE ABSENTE DU MASTER : ' MAT-SIN
                       '/' NUM-SIN
             NOT INVALID KEY
               perform 23100-ECRIT-LETTRE
               perform 23200-TRACE-COURRIER
               perform 23300-NOTE-LETTRE
               ADD 1 TO CPT-LETTRES
           END-READ
           .

       23100-ECRIT-LETTRE.
           WRITE ligne-lettre FROM LIGNE-SEPARATEUR
           MOVE NUM-SIN TO NUM-PIE-F
           MOVE DATE-JOUR TO DATE-PIE-F
           WRITE ligne-lettre FROM FORMAT-PIE-TITRE
           MOVE NOM-PRE-A4 TO TEXTE-PIE-F
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           MOVE RUE-A4 TO TEXTE-PIE-F
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           MOVE SPACE TO TEXTE-PIE-F
           STRING CP-A4 ' ' VILLE-A4
             DELIMITED BY SIZE INTO TEXTE-PIE-F
           END-STRING
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           MOVE SPACE TO TEXTE-PIE-F
           STRING 'VOTRE SINISTRE TYPE ' TYPE-SIN ' DU ' DATE-SIN
             DELIMITED BY SIZE INTO TEXTE-PIE-F
           END-STRING
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           MOVE 'NOUS ATTENDONS ENCORE LES PIECES :' TO TEXTE-PIE-F
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           PERFORM VARYING IDX-MANQ FROM 1 BY 1
                     UNTIL IDX-MANQ > NB-MANQUANTES-PQ
             IF OBLIGATOIRE-PQ(IDX-MANQ) = 'O'
               MOVE '* ' TO MARQUE-PIE-F
             ELSE
               MOVE '- ' TO MARQUE-PIE-F
             END-IF
             MOVE LIBELLE-PQ(IDX-MANQ) TO LIBELLE-PIE-F
             WRITE ligne-lettre FROM FORMAT-PIE-PIECE
           END-PERFORM
           MOVE '(*) PIECE INDISPENSABLE AU REGLEMENT' TO TEXTE-PIE-F
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           MOVE SPACE TO TEXTE-PIE-F
           STRING 'REFERENCE A RAPPELER : ' MAT-SIN
                  '/' NUM-SIN
             DELIMITED BY SIZE INTO TEXTE-PIE-F
           END-STRING
           WRITE ligne-lettre FROM FORMAT-PIE-TEXTE
           WRITE ligne-lettre FROM LIGNE-SEPARATEUR
           .

      * La lettre entre dans l'historique des courriers de la
      * police, le numero de sinistre en reference.
       23200-TRACE-COURRIER.
           MOVE MAT-SIN TO MAT-CU
           SET DOC-PIECES-SIN-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING 'SINISTRE ' NUM-SIN
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE NOM-PRE-A4 TO NOM-CU
           MOVE RUE-A4 TO RUE-CU
           MOVE CP-A4 TO CP-CU
           MOVE VILLE-A4 TO VILLE-CU
           MOVE 'PROJPIEL' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

      * Un sinistre anterieur a la gestion recoit son dossier,
      * ouvert a la date du sinistre et sans gestionnaire.
       23300-NOTE-LETTRE.
           IF DOSSIER-PRESENT
             MOVE DATE-JOUR TO DATE-LETTRE-PIECES-GS
             REWRITE e-singes
           ELSE
             MOVE SPACE TO e-singes
             MOVE CLE-X-SIN TO CLE-X-GS
             MOVE 0 TO DATE-AFFECT-GS DATE-CLOT-GS
             MOVE DATE-SIN TO DATE-OUVERT-GS DATE-ACTIV-GS
             MOVE DATE-JOUR TO DATE-LETTRE-PIECES-GS
             WRITE e-singes
           END-IF
           .

       30000-END-PGM.
           CLOSE f-sinist f-assures4 f-singes f-lettres
           DISPLAY 'SINISTRES OUVERTS   : ' CPT-SINISTRES
           DISPLAY 'PIECES MANQUANTES   : ' CPT-INCOMPLETS
           DISPLAY 'LETTRES EDITEES     : ' CPT-LETTRES
           DISPLAY 'DANS LE DELAI       : ' CPT-DANS-DELAI
           DISPLAY 'SANS ADRESSE        : ' CPT-SANS-ADRESSE
           IF RETURN-CODE = 0 AND CPT-SANS-ADRESSE > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
