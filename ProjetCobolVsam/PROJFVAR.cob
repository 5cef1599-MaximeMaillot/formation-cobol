       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJFVAR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Acquittement renvoye par le fichier national des vehicules
      * assures : chaque ligne de la declaration (DDFVAJOU ou
      * DDFVASTK) avec son code retour (voir CFVA).
           SELECT f-fvaacq ASSIGN DDFVAACQ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FVAACQ.

      * Master : nom et agence de l'assure, pour que la correction
      * parte vers le bon gestionnaire.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Liste des plaques rejetees a corriger.
           SELECT f-rejets ASSIGN DDFVAREJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-fvaacq.
       01 e-fvaacq.
           COPY CFVA.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-rejets.
       01 ligne-rejet                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-FVAACQ                      PIC 99.
         88 EOF-FVAACQ VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-REJETS                      PIC 99.

       77 NB-ANNONCE-W                   PIC 9(7) VALUE 0.
       77 FIN-LUE-SW                     PIC X(1) VALUE 'N'.
         88 FIN-FICHIER-LUE VALUE 'O'.

       01 CPT.
         05 CPT-LIGNES                   PIC 9(7) VALUE 0.
         05 CPT-ACCEPTEES                PIC 9(7) VALUE 0.
         05 CPT-REJETEES                 PIC 9(7) VALUE 0.

       01 FORMAT-TITRE-REJ.
         05                              PIC X(10).
         05                              PIC X(38)
           VALUE 'FICHIER NATIONAL DES VEHICULES ASSURES'.
         05                              PIC X(14)
           VALUE ' - REJETS DU '.
         05 DATE-TITRE-F                 PIC 9(8).
         05                              PIC X(3) VALUE ' ('.
         05 NATURE-TITRE-F               PIC X(1).
         05                              PIC X(6) VALUE ')'.

      * Ligne vehicule rejetee, puis ligne du motif et de l'assure.
       01 FORMAT-LIGNE-REJ.
         05 TYPE-REJ-F                   PIC X(1).
         05                              PIC X(1).
         05 IMMAT-REJ-F                  PIC X(10).
         05                              PIC X(1).
         05 DATE-REJ-F                   PIC 9(8).
         05                              PIC X(1).
         05 MAT-REJ-F                    PIC 9(6).
         05                              PIC X(1) VALUE '/'.
         05 RANG-REJ-F                   PIC 9(2).
         05                              PIC X(1).
         05 CAUSE-REJ-F                  PIC X(1).
         05                              PIC X(1).
         05 CODE-REJ-F                   PIC X(2).
         05                              PIC X(1).
         05 LIB-REJ-F                    PIC X(30).
         05                              PIC X(13).

       01 FORMAT-ASSURE-REJ.
         05                              PIC X(13).
         05                              PIC X(8) VALUE 'ASSURE: '.
         05 NOM-REJ-F                    PIC X(20).
         05                              PIC X(10) VALUE ' AGENCE : '.
         05 AGENCE-REJ-F                 PIC X(2).
         05                              PIC X(27).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           OPEN INPUT f-fvaacq
           IF CR-FVAACQ > 0
             DISPLAY 'ERROR DDFVAACQ : ' CR-FVAACQ
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rejets
           MOVE 0 TO DATE-TITRE-F
           MOVE SPACE TO NATURE-TITRE-F
           perform 18000-READ-FVAACQ
           IF NOT EOF-FVAACQ AND ENTETE-FV
             MOVE DATE-FICHIER-FV TO DATE-TITRE-F
             MOVE NATURE-FV TO NATURE-TITRE-F
             perform 18000-READ-FVAACQ
           END-IF
           WRITE ligne-rejet FROM FORMAT-TITRE-REJ
           MOVE SPACE TO ligne-rejet
           WRITE ligne-rejet
           .

       18000-READ-FVAACQ.
           READ f-fvaacq
           .

       20000-TRAITEMENT.
           perform until EOF-FVAACQ
             EVALUATE TRUE
               WHEN FIN-FICHIER-FV
                 SET FIN-FICHIER-LUE TO TRUE
                 MOVE NB-LIGNES-FV TO NB-ANNONCE-W
               WHEN ENTETE-FV
                 continue
               WHEN OTHER
                 ADD 1 TO CPT-LIGNES
                 IF LIGNE-ACCEPTEE-FV
                   ADD 1 TO CPT-ACCEPTEES
                 ELSE
                   perform 21000-EDITE-REJET
                 END-IF
             END-EVALUATE
             perform 18000-READ-FVAACQ
           END-PERFORM
           .

       21000-EDITE-REJET.
           ADD 1 TO CPT-REJETEES
           MOVE TYPE-FV TO TYPE-REJ-F
           MOVE IMMAT-FV TO IMMAT-REJ-F
           MOVE DATE-FV TO DATE-REJ-F
           MOVE MAT-FV TO MAT-REJ-F
           MOVE RANG-FV TO RANG-REJ-F
           MOVE CAUSE-FV TO CAUSE-REJ-F
           MOVE CODE-RETOUR-FV TO CODE-REJ-F
           MOVE LIB-RETOUR-FV TO LIB-REJ-F
           WRITE ligne-rejet FROM FORMAT-LIGNE-REJ
           MOVE MAT-FV TO MAT-A4
           READ f-assures4
             INVALID KEY
               MOVE 'POLICE ABSENTE' TO NOM-REJ-F
               MOVE SPACE TO AGENCE-REJ-F
             NOT INVALID KEY
               MOVE NOM-PRE-A4 TO NOM-REJ-F
               MOVE AGENCE-A4 TO AGENCE-REJ-F
           END-READ
           WRITE ligne-rejet FROM FORMAT-ASSURE-REJ
           .

      * Un acquittement tronque (fin absente ou nombre de lignes
      * different de celui annonce) est signale : la declaration
      * est a renvoyer en entier.
       30000-END-PGM.
           CLOSE f-fvaacq f-assures4 f-rejets
           DISPLAY 'LIGNES ACQUITTEES         : ' CPT-LIGNES
           DISPLAY 'ACCEPTEES                 : ' CPT-ACCEPTEES
           DISPLAY 'REJETEES                  : ' CPT-REJETEES
           IF NOT FIN-FICHIER-LUE OR NB-ANNONCE-W NOT = CPT-LIGNES
             DISPLAY 'ACQUITTEMENT INCOMPLET : ' CPT-LIGNES
                     ' LIGNES POUR ' NB-ANNONCE-W ' ANNONCEES'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF CPT-REJETEES > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN
           .
