       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGELC.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Liste officielle des gels d'avoirs telle que publiee : une
      * ligne par personne ou alias, reference de la mesure en
      * 1-10, nature P/M en 11, nom en 12-41, prenom en 42-61 (blanc
      * pour une personne morale), date de naissance AAAAMMJJ en
      * 62-69 (blanc si inconnue), date de publication AAAAMMJJ en
      * 70-77.
           SELECT f-gelext ASSIGN DDGELEXT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GELEXT.

      * Liste indexee de criblage, reconstruite a chaque
      * publication (chaque liste remplace la precedente).
           SELECT f-gelind ASSIGN DDGELIND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GL
            FILE STATUS IS CR-GELIND.

      * Rejets de chargement avec leur motif.
           SELECT f-rejets ASSIGN DDGELREJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      * Historique des criblages pour l'attestation mensuelle.
           SELECT f-gelhis ASSIGN DDGELHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GELHIS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-gelext
           DATA RECORD IS e-gelext.
       01 e-gelext.
         05 REF-GX                     PIC X(10).
         05 NATURE-GX                  PIC X(1).
           88 NATURE-GX-CONNUE         VALUES 'P' 'M'.
         05 NOM-GX                     PIC X(30).
         05 PRENOM-GX                  PIC X(20).
         05 DATE-NAIS-GX               PIC X(8).
         05 DATE-PUB-GX                PIC X(8).
         05                            PIC X(3).

       fd f-gelind.
       01 e-gelind.
           COPY CGELIND.

       fd f-rejets.
       01 e-rejet                      PIC X(80).

       fd f-gelhis.
       01 e-gelhis.
           COPY CGELHIS.

       WORKING-STORAGE SECTION.

       01 CR-GELEXT                      PIC 99.
         88 EOF-GELEXT VALUE 10.
       01 CR-GELIND                      PIC 99.
       01 CR-REJETS                      PIC 99.
       01 CR-GELHIS                      PIC 99.

      * Zone d'appel de CRIBGEL, en normalisation seule.
       01 CRIBLE-GEL-W.
           COPY CCRIBGEL.

       01 MOTIF-REJET-W                  PIC X(40).
      * La date de la liste est la plus recente des dates de
      * publication lues.
       77 DATE-PUB-LISTE                 PIC 9(8) VALUE 0.

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

       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.
         05                              PIC 99.

       01 FORMAT-REJET.
         05 REF-REJET-F                  PIC X(10).
         05                              PIC X(1).
         05 NOM-REJET-F                  PIC X(20).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-REJET-F                PIC X(40).
         05                              PIC X(6).

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
           ACCEPT TIME-F FROM TIME
           OPEN INPUT f-gelext
           IF CR-GELEXT > 0
             DISPLAY 'ERROR DDGELEXT : ' CR-GELEXT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Le fichier est vide puis rouvert en mise a jour pour
      * pouvoir ecarter les doublons et poser le controle en fin.
           OPEN OUTPUT f-gelind
           IF CR-GELIND = 0
             CLOSE f-gelind
             OPEN I-O f-gelind
           END-IF
           IF CR-GELIND > 0
             DISPLAY 'ERROR DDGELIND : ' CR-GELIND
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rejets
           SET GEL-NORMALISE TO TRUE
           MOVE 0 TO DATE-NAIS-CG
           perform 18000-READ-GELEXT
           .

       18000-READ-GELEXT.
           READ f-gelext
           IF NOT EOF-GELEXT
             ADD 1 TO CPT-LUES
           END-IF
           .

       20000-TRAITEMENT.
           perform until EOF-GELEXT
             perform 21000-VALIDE-MESURE
             IF MOTIF-REJET-W = SPACE
               perform 22000-CHARGE-MESURE
             ELSE
               perform 24000-ECRIT-REJET
             END-IF
             perform 18000-READ-GELEXT
           END-PERFORM
           .

       21000-VALIDE-MESURE.
           MOVE SPACE TO MOTIF-REJET-W
           IF REF-GX = SPACE
             MOVE 'REFERENCE DE MESURE NON RENSEIGNEE'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOM-GX = SPACE
             MOVE 'NOM NON RENSEIGNE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND NOT NATURE-GX-CONNUE
             MOVE 'NATURE INCONNUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-NAIS-GX NOT = SPACE
            AND DATE-NAIS-GX NOT NUMERIC
             MOVE 'DATE DE NAISSANCE NON NUMERIQUE'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-PUB-GX NOT NUMERIC
             MOVE 'DATE DE PUBLICATION NON NUMERIQUE'
               TO MOTIF-REJET-W
           END-IF
           .

      * La cle est normalisee par CRIBGEL, comme au controle. Une
      * meme mesure publiee deux fois sous le meme nom n'est
      * chargee qu'une fois.
       22000-CHARGE-MESURE.
           MOVE NOM-GX TO NOM-CG
           MOVE PRENOM-GX TO PRENOM-CG
           CALL 'CRIBGEL' USING BY REFERENCE CRIBLE-GEL-W
           MOVE CLE-NORM-CG TO NOM-NORM-GL
           MOVE REF-GX TO REF-GL
           MOVE NATURE-GX TO NATURE-GL
           MOVE NOM-GX TO NOM-GL
           MOVE PRENOM-GX TO PRENOM-GL
           IF DATE-NAIS-GX = SPACE
             MOVE 0 TO DATE-NAIS-GL
           ELSE
             MOVE DATE-NAIS-GX TO DATE-NAIS-GL
           END-IF
           MOVE DATE-PUB-GX TO DATE-PUB-GL
           MOVE DATE-JOUR TO DATE-CHARGE-GL
           IF DATE-PUB-GL > DATE-PUB-LISTE
             MOVE DATE-PUB-GL TO DATE-PUB-LISTE
           END-IF
           WRITE e-gelind
             INVALID KEY
               ADD 1 TO CPT-DOUBLONS
             NOT INVALID KEY
               ADD 1 TO CPT-CHARGEES
           END-WRITE
           .

       24000-ECRIT-REJET.
           MOVE REF-GX TO REF-REJET-F
           MOVE NOM-GX TO NOM-REJET-F
           MOVE MOTIF-REJET-W TO MOTIF-REJET-F
           WRITE e-rejet FROM FORMAT-REJET
           ADD 1 TO CPT-REJETS
           .

      * L'enregistrement de controle (cle a blanc) n'est pose qu'en
      * fin de chargement : une liste interrompue reste inutilisable
      * par CRIBGEL au lieu de cribler contre une liste partielle.
       30000-END-PGM.
           MOVE SPACE TO e-gelind
           MOVE DATE-PUB-LISTE TO DATE-PUB-GL
           MOVE 0 TO DATE-NAIS-GL
           MOVE DATE-JOUR TO DATE-CHARGE-GL
           WRITE e-gelind
             INVALID KEY
               DISPLAY 'ERROR DDGELIND CONTROLE'
               MOVE 8 TO RETURN-CODE
           END-WRITE
           OPEN EXTEND f-gelhis
           IF CR-GELHIS > 0
             DISPLAY 'ERROR DDGELHIS : ' CR-GELHIS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE SPACE TO e-gelhis
             MOVE DATE-JOUR TO DATE-GH
             MOVE TIME-F(1:6) TO HEURE-GH
             MOVE 'PROJGELC' TO PROG-GH
             SET PASSAGE-CHARGEMENT-GH TO TRUE
             MOVE DATE-PUB-LISTE TO DATE-PUB-GH
             MOVE CPT-CHARGEES TO NB-LUS-GH
             MOVE 0 TO NB-CONDUC-GH NB-SIGNALES-GH NB-NOUVEAUX-GH
                       NB-BLOQUES-GH
             WRITE e-gelhis
             CLOSE f-gelhis
           END-IF
           CLOSE f-gelext f-gelind f-rejets
           DISPLAY 'LISTE PUBLIEE LE     : ' DATE-PUB-LISTE
           DISPLAY 'LIGNES LUES          : ' CPT-LUES
           DISPLAY 'MESURES CHARGEES     : ' CPT-CHARGEES
           DISPLAY 'DOUBLONS             : ' CPT-DOUBLONS
           DISPLAY 'REJETS               : ' CPT-REJETS
           IF RETURN-CODE = 0 AND CPT-REJETS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
