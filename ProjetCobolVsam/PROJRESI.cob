       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRESI.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier professionnel des polices resiliees pour impaye ou
      * fraude, tel que diffuse entre assureurs : nom en 1-20, rue
      * en 21-38, code postal en 39-43, ville en 44-55,
      * immatriculation en 56-65 (blanc si inconnue), motif I/F en
      * 66, date de resiliation AAAAMMJJ en 67-74, code de
      * l'assureur declarant en 75-79.
           SELECT f-resext ASSIGN DDRESEXT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RESEXT.

      * Fichier indexe de criblage, reconstruit a chaque chargement
      * (chaque diffusion remplace la precedente).
           SELECT f-resind ASSIGN DDRESIND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RI
            FILE STATUS IS CR-RESIND.

      * Rejets de chargement avec leur motif.
           SELECT f-rejets ASSIGN DDRESREJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-resext
           DATA RECORD IS e-resext.
       01 e-resext.
         05 NOM-PRE-RX                 PIC X(20).
         05 RUE-RX                     PIC X(18).
         05 CP-RX                      PIC X(5).
         05 VILLE-RX                   PIC X(12).
         05 IMMAT-RX                   PIC X(10).
         05 MOTIF-RX                   PIC X(1).
           88 MOTIF-RX-CONNU           VALUES 'I' 'F'.
         05 DATE-RESIL-RX              PIC X(8).
         05 ASSUREUR-RX                PIC X(5).
         05                            PIC X(21).

       fd f-resind.
       01 e-resind.
           COPY CRESIND.

       fd f-rejets.
       01 e-rejet                      PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-RESEXT                      PIC 99.
         88 EOF-RESEXT VALUE 10.
       01 CR-RESIND                      PIC 99.
       01 CR-REJETS                      PIC 99.

      * Zone d'appel de CRIBRES, en normalisation seule.
       01 CRIBLE-W.
           COPY CCRIBLE.

       01 MOTIF-REJET-W                  PIC X(40).

       01 CPT.
         05 CPT-LUES                     PIC 9(7) VALUE 0.
         05 CPT-CHARGEES                 PIC 9(7) VALUE 0.
         05 CPT-DOUBLONS                 PIC 9(7) VALUE 0.
         05 CPT-REJETS                   PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-REJET.
         05 NOM-REJET-F                  PIC X(20).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-REJET-F                PIC X(40).
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
           OPEN INPUT f-resext
           IF CR-RESEXT > 0
             DISPLAY 'ERROR DDRESEXT : ' CR-RESEXT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Le fichier est vide puis rouvert en mise a jour pour
      * pouvoir departager les doublons.
           OPEN OUTPUT f-resind
           IF CR-RESIND = 0
             CLOSE f-resind
             OPEN I-O f-resind
           END-IF
           IF CR-RESIND > 0
             DISPLAY 'ERROR DDRESIND : ' CR-RESIND
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rejets
           SET CRIBLE-NORMALISE TO TRUE
           perform 18000-READ-RESEXT
           .

       18000-READ-RESEXT.
           READ f-resext
           IF NOT EOF-RESEXT
             ADD 1 TO CPT-LUES
           END-IF
           .

       20000-TRAITEMENT.
           perform until EOF-RESEXT
             perform 21000-VALIDE-RESILIATION
             IF MOTIF-REJET-W = SPACE
               perform 22000-CHARGE-RESILIATION
             ELSE
               perform 24000-ECRIT-REJET
             END-IF
             perform 18000-READ-RESEXT
           END-PERFORM
           .

       21000-VALIDE-RESILIATION.
           MOVE SPACE TO MOTIF-REJET-W
           IF NOM-PRE-RX = SPACE
             MOVE 'NOM NON RENSEIGNE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND CP-RX NOT NUMERIC
             MOVE 'CODE POSTAL NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOT MOTIF-RX-CONNU
             MOVE 'MOTIF DE RESILIATION INCONNU' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-RESIL-RX NOT NUMERIC
             MOVE 'DATE DE RESILIATION NON NUMERIQUE'
               TO MOTIF-REJET-W
           END-IF
           .

      * La cle est normalisee par CRIBRES, comme au controle : une
      * meme personne declaree deux fois pour le meme vehicule
      * garde sa resiliation la plus recente.
       22000-CHARGE-RESILIATION.
           MOVE NOM-PRE-RX TO NOM-CR
           MOVE RUE-RX TO RUE-CR
           MOVE CP-RX TO CP-CR
           MOVE IMMAT-RX TO IMMAT-CR
           CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
           MOVE CLE-NORM-CR TO CLE-X-RI
           MOVE VILLE-RX TO VILLE-RI
           MOVE MOTIF-RX TO MOTIF-RI
           MOVE DATE-RESIL-RX TO DATE-RESIL-RI
           MOVE ASSUREUR-RX TO ASSUREUR-RI
           MOVE DATE-JOUR TO DATE-CHARGE-RI
           WRITE e-resind
             INVALID KEY
               perform 22100-GARDE-PLUS-RECENTE
             NOT INVALID KEY
               ADD 1 TO CPT-CHARGEES
           END-WRITE
           .

       22100-GARDE-PLUS-RECENTE.
           ADD 1 TO CPT-DOUBLONS
           READ f-resind
             INVALID KEY
               continue
             NOT INVALID KEY
               IF DATE-RESIL-RI < DATE-RESIL-RX
                 MOVE VILLE-RX TO VILLE-RI
                 MOVE MOTIF-RX TO MOTIF-RI
                 MOVE DATE-RESIL-RX TO DATE-RESIL-RI
                 MOVE ASSUREUR-RX TO ASSUREUR-RI
                 REWRITE e-resind
               END-IF
           END-READ
           .

       24000-ECRIT-REJET.
           MOVE NOM-PRE-RX TO NOM-REJET-F
           MOVE MOTIF-REJET-W TO MOTIF-REJET-F
           WRITE e-rejet FROM FORMAT-REJET
           ADD 1 TO CPT-REJETS
           .

       30000-END-PGM.
           CLOSE f-resext f-resind f-rejets
           DISPLAY 'RESILIATIONS LUES    : ' CPT-LUES
           DISPLAY 'RESILIATIONS CHARGEES: ' CPT-CHARGEES
           DISPLAY 'DOUBLONS             : ' CPT-DOUBLONS
           DISPLAY 'REJETS               : ' CPT-REJETS
           IF CPT-REJETS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
