       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPIEB.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Liste hebdomadaire des sinistres ouverts bloques sur les
      * pieces justificatives : le reglement en sera refuse par
      * PROJSINP tant qu'une piece obligatoire manque.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Dossiers de gestion : gestionnaire et derniere lettre a
      * l'assure.
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

           SELECT f-rapport ASSIGN DDPIEBLQ
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

       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-SINGES                      PIC 99.
       01 CR-RAPPORT                     PIC 99.

      * Anciennete du sinistre par CALCDATE (fonction 'J').
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

       01 CPT.
         05 CPT-OUVERTS                  PIC 9(6) VALUE 0.
         05 CPT-BLOQUES                  PIC 9(6) VALUE 0.
         05 CPT-SANS-LETTRE              PIC 9(6) VALUE 0.
         05 PROVISION-BLOQUEE            PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-BLQ.
         05                              PIC X(37)
           VALUE 'SINISTRES BLOQUES SUR PIECES AU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(35).

       01 FORMAT-ENTETE-BLQ.
         05                              PIC X(12) VALUE 'SINISTRE'.
         05                              PIC X(2) VALUE 'T'.
         05                              PIC X(9) VALUE 'SURVENU'.
         05                              PIC X(6) VALUE ' JOURS'.
         05                              PIC X(9) VALUE ' GESTION.'.
         05                              PIC X(11)
           VALUE '  PROVISION'.
         05                              PIC X(3) VALUE ' NB'.
         05                              PIC X(9) VALUE ' LETTRE'.
         05                              PIC X(19)
           VALUE ' PREMIERE PIECE'.

       01 FORMAT-LIGNE-BLQ.
         05 MAT-B-F                      PIC 9(6).
         05                              PIC X VALUE '/'.
         05 NUM-B-F                      PIC 9(4).
         05                              PIC X(1).
         05 TYPE-B-F                     PIC X(1).
         05                              PIC X(1).
         05 DATE-B-F                     PIC 9(8).
         05                              PIC X(1).
         05 JOURS-B-F                    PIC Z(4)9.
         05                              PIC X(1).
         05 GESTION-B-F                  PIC X(8).
         05                              PIC X(1).
         05 PROVISION-B-F                PIC Z(6)9,99.
         05                              PIC X(1).
         05 NB-B-F                       PIC Z9.
         05                              PIC X(1).
         05 LETTRE-B-F                   PIC 9(8).
         05                              PIC X(1).
         05 LIBELLE-B-F                  PIC X(18).

       01 FORMAT-TOTAL-BLQ.
         05                              PIC X(30)
           VALUE 'SINISTRES BLOQUES            :'.
         05 NB-BLQ-F                     PIC Z(5)9.
         05                              PIC X(14)
           VALUE '  PROVISION :'.
         05 PROVISION-BLQ-F              PIC Z(9)9,99.
         05                              PIC X(17).

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
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-BLQ
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-ENTETE-BLQ
           .

       20000-TRAITEMENT.
           perform until EOF-SINIST
             READ f-sinist NEXT RECORD
               AT END
                 continue
               NOT AT END
                 IF NOT SIN-CLOS
                   ADD 1 TO CPT-OUVERTS
                   perform 21000-CONTROLE-SINISTRE
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE CPT-BLOQUES TO NB-BLQ-F
           MOVE PROVISION-BLOQUEE TO PROVISION-BLQ-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-BLQ
           .

      * Memes regles que la lettre a l'assure : la facture d'un
      * sinistre confie a un garage vient du garage.
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
             ADD 1 TO CPT-BLOQUES
             IF RESERVE-SIN NUMERIC
               ADD RESERVE-SIN TO PROVISION-BLOQUEE
             END-IF
             perform 22000-ECRIT-LIGNE
           END-IF
           .

       22000-ECRIT-LIGNE.
           MOVE CLE-X-SIN TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE SPACE TO GESTION-GS
               MOVE 0 TO DATE-LETTRE-PIECES-GS
           END-READ
           IF DATE-LETTRE-PIECES-GS NOT NUMERIC
             MOVE 0 TO DATE-LETTRE-PIECES-GS
           END-IF
           IF DATE-LETTRE-PIECES-GS = 0
             ADD 1 TO CPT-SANS-LETTRE
           END-IF
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-SIN TO DATE1-CALC-W
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
           IF VALIDE-CALC-W NOT = 'V' OR JOURS-CALC-W < 0
             MOVE 0 TO JOURS-CALC-W
           END-IF
           MOVE MAT-SIN TO MAT-B-F
           MOVE NUM-SIN TO NUM-B-F
           MOVE TYPE-SIN TO TYPE-B-F
           MOVE DATE-SIN TO DATE-B-F
           MOVE JOURS-CALC-W TO JOURS-B-F
           MOVE GESTION-GS TO GESTION-B-F
           IF RESERVE-SIN NUMERIC
             MOVE RESERVE-SIN TO PROVISION-B-F
           ELSE
             MOVE 0 TO PROVISION-B-F
           END-IF
           MOVE NB-OBLIG-PQ TO NB-B-F
           MOVE DATE-LETTRE-PIECES-GS TO LETTRE-B-F
           MOVE LIBELLE-PQ(1) TO LIBELLE-B-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-BLQ
           .

       30000-END-PGM.
           CLOSE f-sinist f-singes f-rapport
           DISPLAY 'SINISTRES OUVERTS   : ' CPT-OUVERTS
           DISPLAY 'BLOQUES SUR PIECES  : ' CPT-BLOQUES
           DISPLAY 'JAMAIS RELANCES     : ' CPT-SANS-LETTRE
           DISPLAY 'PROVISION BLOQUEE   : ' PROVISION-BLOQUEE
           IF RETURN-CODE = 0 AND CPT-BLOQUES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
