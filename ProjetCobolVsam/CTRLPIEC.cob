       ID DIVISION.
       PROGRAM-ID. CTRLPIEC.

      * Pieces justificatives encore manquantes a un sinistre : la
      * liste des pieces attendues pour son type (DDPIELST) est
      * rapprochee des pieces recues au courrier (DDPIECES). Le
      * reglement (PROJSINP), la lettre a l'assure (PROJPIEL) et le
      * suivi des sinistres bloques (PROJPIEB) appellent tous ce
      * module, de sorte qu'une piece exigee l'est partout. Les
      * fichiers sont ouverts au premier appel et restent ouverts
      * jusqu'a la fin du step ; liste des pieces absente, le
      * resultat est I et rien n'est exige. Sans fichier des pieces
      * recues, aucune piece n'est encore arrivee.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-pielst ASSIGN DDPIELST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PIELST.

           SELECT OPTIONAL f-pieces ASSIGN DDPIECES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-PC
            FILE STATUS IS CR-PIECES.

       DATA DIVISION.
       FILE SECTION.
       fd f-pielst.
       01 e-pielst.
           COPY CPIELST.

       fd f-pieces.
       01 e-pieces.
           COPY CPIECES.

       WORKING-STORAGE SECTION.
       01 CR-PIELST                  PIC 99.
         88 EOF-PIELST VALUE 10.
       01 CR-PIECES                  PIC 99.

       77 ETAT-FICHIER-SW            PIC X VALUE 'F'.
         88 FICHIER-FERME            VALUE 'F'.
         88 FICHIER-OUVERT           VALUE 'O'.
         88 FICHIER-ABSENT           VALUE 'A'.

       77 PIECES-OUVERT-SW           PIC X VALUE 'N'.
         88 PIECES-OUVERT            VALUE 'O'.

      * Liste des pieces chargee en table (200 au plus), les
      * obligatoires d'un type avant ses pieces utiles.
       01 TAB-PIECES.
         05 PIECE-T OCCURS 200.
           10 TYPE-SIN-T             PIC X(1).
           10 CODE-PIECE-T           PIC X(2).
           10 LIBELLE-T              PIC X(30).
           10 OBLIGATOIRE-T          PIC X(1).
           10 NATURE-T               PIC X(1).
       77 NB-PIECES                  PIC 9(3) VALUE 0.
       77 IDX-PIECE                  PIC 9(3).
       77 PASSE-W                    PIC X(1).
       77 OBLIG-W                    PIC X(1).
       77 RECUE-SW                   PIC X(1).
         88 PIECE-RECUE              VALUE 'O'.

       LINKAGE SECTION.
       01 PIECES-SIN-L.
           COPY CPIECALC.

       PROCEDURE DIVISION USING PIECES-SIN-L.

           IF FICHIER-FERME
             perform 21000-OUVRE-FICHIERS
           END-IF
           MOVE 0 TO NB-MANQUANTES-PQ NB-OBLIG-PQ
           IF FICHIER-ABSENT
             SET LISTE-INDISPONIBLE-PQ TO TRUE
           ELSE
             MOVE 'O' TO PASSE-W
             perform 20000-RAPPROCHE
             MOVE 'N' TO PASSE-W
             perform 20000-RAPPROCHE
             IF NB-OBLIG-PQ > 0
               SET PIECES-MANQUANTES-PQ TO TRUE
             ELSE
               SET PIECES-COMPLETES-PQ TO TRUE
             END-IF
           END-IF
           GOBACK
           .

      * Un passage pour les pieces obligatoires du type, un pour
      * les pieces utiles ; la facture de reparation venant du
      * garage n'est pas attendue du courrier.
       20000-RAPPROCHE.
           PERFORM VARYING IDX-PIECE FROM 1 BY 1
                     UNTIL IDX-PIECE > NB-PIECES
             IF OBLIGATOIRE-T(IDX-PIECE) = 'O'
               MOVE 'O' TO OBLIG-W
             ELSE
               MOVE 'N' TO OBLIG-W
             END-IF
             IF TYPE-SIN-T(IDX-PIECE) = TYPE-SIN-PQ
              AND OBLIG-W = PASSE-W
              AND NOT (NATURE-T(IDX-PIECE) = 'F'
                       AND FACTURE-PAR-GARAGE-PQ)
               perform 20100-CHERCHE-RECUE
               IF NOT PIECE-RECUE
                 perform 20200-AJOUTE-MANQUANTE
               END-IF
             END-IF
           END-PERFORM
           .

       20100-CHERCHE-RECUE.
           MOVE 'N' TO RECUE-SW
           IF PIECES-OUVERT
             MOVE MAT-PQ TO MAT-PC
             MOVE NUM-SIN-PQ TO NUM-SIN-PC
             MOVE CODE-PIECE-T(IDX-PIECE) TO CODE-PIECE-PC
             READ f-pieces
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE 'O' TO RECUE-SW
             END-READ
           END-IF
           .

       20200-AJOUTE-MANQUANTE.
           IF PASSE-W = 'O'
             ADD 1 TO NB-OBLIG-PQ
           END-IF
           IF NB-MANQUANTES-PQ < 10
             ADD 1 TO NB-MANQUANTES-PQ
             MOVE CODE-PIECE-T(IDX-PIECE)
               TO CODE-PIECE-PQ(NB-MANQUANTES-PQ)
             MOVE LIBELLE-T(IDX-PIECE)
               TO LIBELLE-PQ(NB-MANQUANTES-PQ)
             MOVE OBLIGATOIRE-T(IDX-PIECE)
               TO OBLIGATOIRE-PQ(NB-MANQUANTES-PQ)
           END-IF
           .

      * Liste chargee en table, pieces recues en lecture directe.
       21000-OUVRE-FICHIERS.
           OPEN INPUT f-pielst
           IF CR-PIELST < 10
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
           END-IF
           IF NB-PIECES = 0
             SET FICHIER-ABSENT TO TRUE
             DISPLAY 'LISTE DES PIECES JUSTIFICATIVES ABSENTE '
                     '(DDPIELST ' CR-PIELST ')'
           ELSE
             SET FICHIER-OUVERT TO TRUE
             OPEN INPUT f-pieces
             IF CR-PIECES = 0
               MOVE 'O' TO PIECES-OUVERT-SW
             ELSE
               IF CR-PIECES = 5
                 CLOSE f-pieces
               END-IF
             END-IF
           END-IF
           .
