       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPIEC.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pieces justificatives recues, mises a jour en place. Absent
      * au premier passage : il est cree.
           SELECT OPTIONAL f-pieces ASSIGN DDPIECES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-PC
            FILE STATUS IS CR-PIECES.

      * Sinistres : la piece doit viser un sinistre connu.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Liste des pieces attendues par type de sinistre.
           SELECT f-pielst ASSIGN DDPIELST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PIELST.

      * Saisie quotidienne du courrier : matricule en colonnes 1-6,
      * numero de sinistre en 7-10, code de la piece en 11-12, date
      * de reception en 13-20 (blanc : date du jour).
           SELECT f-recues ASSIGN DDPIEIN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RECUES.

      * Etat des pieces enregistrees et des saisies refusees.
           SELECT f-rapport ASSIGN DDPIERAP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-pieces.
       01 e-pieces.
           COPY CPIECES.

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-pielst.
       01 e-pielst.
           COPY CPIELST.

       fd f-recues
           DATA RECORD IS e-recue.
       01 e-recue.
         05 CLE-RC.
           10 MAT-RC                   PIC X(6).
           10 NUM-SIN-RC               PIC X(4).
           10 CODE-PIECE-RC            PIC X(2).
         05 DATE-RC                    PIC X(8).
         05 DATE-RC-9 REDEFINES DATE-RC
                                       PIC 9(8).
         05                            PIC X(60).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PIECES                      PIC 99.
       01 CR-SINIST                      PIC 99.
       01 CR-PIELST                      PIC 99.
         88 EOF-PIELST VALUE 10.
       01 CR-RECUES                      PIC 99.
         88 EOF-RECUES VALUE 10.
       01 CR-RAPPORT                     PIC 99.

       01 MOTIF-W                        PIC X(40).
       77 DATE-RECEPTION-W               PIC 9(8).

      * Liste des pieces chargee en table (200 au plus, comme le
      * module CTRLPIEC).
       01 TAB-PIECES.
         05 PIECE-T OCCURS 200.
           10 TYPE-SIN-T                 PIC X(1).
           10 CODE-PIECE-T               PIC X(2).
           10 LIBELLE-T                  PIC X(30).
           10 OBLIGATOIRE-T              PIC X(1).
           10 NATURE-T                   PIC X(1).
       77 NB-PIECES                      PIC 9(3) VALUE 0.
       77 IDX-PIECE                      PIC 9(3).
       77 IDX-TROUVE                     PIC 9(3).
       77 NB-ATTENDUES                   PIC 9(2).
       77 NB-ATTENDUES-ED                PIC Z9.

       01 CPT.
         05 CPT-SAISIES                  PIC 9(5) VALUE 0.
         05 CPT-ENREGISTREES             PIC 9(5) VALUE 0.
         05 CPT-DEJA-RECUES              PIC 9(5) VALUE 0.
         05 CPT-REFUSEES                 PIC 9(5) VALUE 0.
         05 CPT-COMPLETS                 PIC 9(5) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-RAPPORT.
         05 MAT-R-F                      PIC X(6).
         05                              PIC X(1) VALUE '/'.
         05 NUM-SIN-R-F                  PIC X(4).
         05                              PIC X(1).
         05 CODE-PIECE-R-F               PIC X(2).
         05                              PIC X(1).
         05 LIBELLE-R-F                  PIC X(22).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-R-F                    PIC X(40).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-ENREGISTRE-PIECES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN I-O f-pieces
           IF CR-PIECES > 9
             DISPLAY 'ERROR DDPIECES : ' CR-PIECES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 11000-CHARGE-LISTE
           OPEN INPUT f-recues
           IF CR-RECUES > 0
             DISPLAY 'ERROR DDPIEIN : ' CR-RECUES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           .

       11000-CHARGE-LISTE.
           OPEN INPUT f-pielst
           IF CR-PIELST > 0
             DISPLAY 'ERROR DDPIELST : ' CR-PIELST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-PIELST
             READ f-pielst
               AT END
                 continue
               NOT AT END
                 IF NB-PIECES < 200 AND CODE-PIECE-PL NOT = SPACE
                   ADD 1 TO NB-PIECES
                   MOVE TYPE-SIN-PL TO TYPE-SIN-T(NB-PIECES)
                   MOVE CODE-PIECE-PL TO CODE-PIECE-T(NB-PIECES)
                   MOVE LIBELLE-PL TO LIBELLE-T(NB-PIECES)
                   MOVE OBLIGATOIRE-PL TO OBLIGATOIRE-T(NB-PIECES)
                   MOVE NATURE-PL TO NATURE-T(NB-PIECES)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-pielst
           .

       20000-ENREGISTRE-PIECES.
           perform 21000-READ-RECUE
           perform until EOF-RECUES
             ADD 1 TO CPT-SAISIES
             perform 22000-ENREGISTRE-UNE-PIECE
             perform 21000-READ-RECUE
           END-PERFORM
           .

       21000-READ-RECUE.
           READ f-recues
           .

      * Controle la saisie, le sinistre et la piece (prevue a la
      * liste du type du sinistre), puis enregistre la reception.
       22000-ENREGISTRE-UNE-PIECE.
           MOVE SPACE TO MOTIF-W
           MOVE 0 TO IDX-TROUVE
           EVALUATE TRUE
             WHEN MAT-RC NOT NUMERIC OR NUM-SIN-RC NOT NUMERIC
               MOVE 'CLE DU SINISTRE INVALIDE' TO MOTIF-W
             WHEN DATE-RC = SPACE
               MOVE DATE-JOUR TO DATE-RECEPTION-W
             WHEN DATE-RC NOT NUMERIC
               MOVE 'DATE DE RECEPTION INVALIDE' TO MOTIF-W
             WHEN DATE-RC-9 > DATE-JOUR
               MOVE 'DATE DE RECEPTION FUTURE' TO MOTIF-W
             WHEN OTHER
               MOVE DATE-RC-9 TO DATE-RECEPTION-W
           END-EVALUATE
           IF MOTIF-W = SPACE
             MOVE MAT-RC TO CLE-X-SIN(1:6)
             MOVE NUM-SIN-RC TO CLE-X-SIN(7:4)
             READ f-sinist
               INVALID KEY
                 MOVE 'SINISTRE INCONNU' TO MOTIF-W
             END-READ
           END-IF
           IF MOTIF-W = SPACE
             PERFORM VARYING IDX-PIECE FROM 1 BY 1
                       UNTIL IDX-PIECE > NB-PIECES OR IDX-TROUVE > 0
               IF TYPE-SIN-T(IDX-PIECE) = TYPE-SIN
                AND CODE-PIECE-T(IDX-PIECE) = CODE-PIECE-RC
                 MOVE IDX-PIECE TO IDX-TROUVE
               END-IF
             END-PERFORM
             IF IDX-TROUVE = 0
               MOVE 'PIECE NON PREVUE POUR CE TYPE DE SINISTRE'
                 TO MOTIF-W
             END-IF
           END-IF
           IF MOTIF-W = SPACE
             perform 22100-ECRIT-PIECE
           ELSE
             ADD 1 TO CPT-REFUSEES
             perform 24000-ECRIT-LIGNE
           END-IF
           .

      * Une piece deja recue est signalee sans etre refusee : la
      * premiere date de reception est conservee.
       22100-ECRIT-PIECE.
           MOVE SPACE TO e-pieces
           MOVE CLE-RC TO CLE-X-PC
           MOVE DATE-RECEPTION-W TO DATE-RECEPTION-PC
           MOVE DATE-JOUR TO DATE-SAISIE-PC
           WRITE e-pieces
             INVALID KEY
               ADD 1 TO CPT-DEJA-RECUES
               MOVE 'PIECE DEJA RECUE - SAISIE IGNOREE' TO MOTIF-W
             NOT INVALID KEY
               ADD 1 TO CPT-ENREGISTREES
               perform 23000-COMPTE-ATTENDUES
           END-WRITE
           perform 24000-ECRIT-LIGNE
           .

      * Pieces obligatoires encore attendues pour le sinistre (la
      * facture d'un sinistre confie a un garage vient du garage).
       23000-COMPTE-ATTENDUES.
           MOVE 0 TO NB-ATTENDUES
           PERFORM VARYING IDX-PIECE FROM 1 BY 1
                     UNTIL IDX-PIECE > NB-PIECES
             IF TYPE-SIN-T(IDX-PIECE) = TYPE-SIN
              AND OBLIGATOIRE-T(IDX-PIECE) = 'O'
              AND NOT (NATURE-T(IDX-PIECE) = 'F'
                       AND GARAGE-SIN NOT = SPACE)
               MOVE CLE-X-SIN TO CLE-X-PC(1:10)
               MOVE CODE-PIECE-T(IDX-PIECE) TO CODE-PIECE-PC
               READ f-pieces
                 INVALID KEY
                   ADD 1 TO NB-ATTENDUES
               END-READ
             END-IF
           END-PERFORM
           IF NB-ATTENDUES = 0
             ADD 1 TO CPT-COMPLETS
             MOVE 'PIECE ENREGISTREE - DOSSIER COMPLET' TO MOTIF-W
           ELSE
             MOVE NB-ATTENDUES TO NB-ATTENDUES-ED
             STRING 'PIECE ENREGISTREE - ' NB-ATTENDUES-ED
                    ' OBLIGATOIRE(S) ATTENDUE(S)'
               DELIMITED BY SIZE INTO MOTIF-W
             END-STRING
           END-IF
           .

       24000-ECRIT-LIGNE.
           MOVE MAT-RC TO MAT-R-F
           MOVE NUM-SIN-RC TO NUM-SIN-R-F
           MOVE CODE-PIECE-RC TO CODE-PIECE-R-F
           IF IDX-TROUVE > 0
             MOVE LIBELLE-T(IDX-TROUVE) TO LIBELLE-R-F
           ELSE
             MOVE SPACE TO LIBELLE-R-F
           END-IF
           MOVE MOTIF-W TO MOTIF-R-F
           WRITE ligne-rapport FROM FORMAT-RAPPORT
           .

       30000-END-PGM.
           CLOSE f-pieces f-sinist f-recues f-rapport
           DISPLAY 'PIECES SAISIES      : ' CPT-SAISIES
           DISPLAY 'PIECES ENREGISTREES : ' CPT-ENREGISTREES
           DISPLAY 'DEJA RECUES         : ' CPT-DEJA-RECUES
           DISPLAY 'SAISIES REFUSEES    : ' CPT-REFUSEES
           DISPLAY 'DOSSIERS COMPLETS   : ' CPT-COMPLETS
           IF RETURN-CODE = 0 AND CPT-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
