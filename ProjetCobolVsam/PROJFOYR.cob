       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJFOYR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Master du jour, parcouru deux fois : constitution des foyers
      * puis report de l'identifiant du foyer sur chaque fiche.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Fichier des foyers, reconstruit en entier a chaque passage :
      * un foyer par adresse normalisee.
           SELECT f-foyer ASSIGN DDFOYER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FOYER-X-FO
            ALTERNATE RECORD KEY IS ADR-NORM-FO
            FILE STATUS IS CR-FOYER.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-foyer.
       01 e-foyer.
           COPY CFOYER.

       WORKING-STORAGE SECTION.

       01 CR-ASSURES4                    PIC 99.
         88 EOF-ASSURES4 VALUE 10.
       01 CR-FOYER                       PIC 99.

      * Adresse normalisee de la fiche en cours : rue, code postal
      * et ville chacun dans sa zone, pour que deux adresses ne se
      * confondent pas en glissant d'une zone a l'autre.
       01 ADR-NORM-W.
         05 RUE-NORM-W                   PIC X(18).
         05 CP-NORM-W                    PIC 9(5).
         05 VILLE-NORM-W                 PIC X(12).

      * Zone a normaliser : majuscules, ponctuation ramenee a blanc
      * puis blancs retires, le texte tasse a gauche.
       01 ZONE-BRUTE-W                   PIC X(18).
       01 ZONE-NORM-W                    PIC X(18).
       77 IDX-CAR                        PIC 99.
       77 POS-NORM                       PIC 99.

       77 FOYER-W                        PIC 9(6).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 CPT.
         05 CPT-FICHES-LUES              PIC 9(6) VALUE 0.
         05 CPT-SANS-ADRESSE             PIC 9(6) VALUE 0.
         05 CPT-FOYERS                   PIC 9(6) VALUE 0.
         05 CPT-FOYERS-MULTI             PIC 9(6) VALUE 0.
         05 CPT-FICHES-MAJ               PIC 9(6) VALUE 0.

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CONSTITUE-FOYERS
           PERFORM 25000-REPORTE-FOYERS
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN I-O f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * Le fichier des foyers repart a vide : une police qui a
      * demenage quitte son ancien foyer sans autre traitement.
           OPEN OUTPUT f-foyer
           CLOSE f-foyer
           OPEN I-O f-foyer
           IF CR-FOYER > 0
             DISPLAY 'ERROR DDFOYER : ' CR-FOYER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Premier passage, en ordre de matricule : la premiere police
      * rencontree a une adresse ouvre le foyer et lui donne son
      * matricule, les suivantes s'y ajoutent.
       20000-CONSTITUE-FOYERS.
           perform 18000-START-ASSURES4
           perform until EOF-ASSURES4
             ADD 1 TO CPT-FICHES-LUES
             IF MAT-A4 > 0 AND RUE-A4 NOT = SPACE
               perform 21000-NORMALISE-ADRESSE
               perform 22000-RATTACHE-FOYER
             ELSE
               ADD 1 TO CPT-SANS-ADRESSE
             END-IF
             perform 19000-READ-ASSURES4
           END-PERFORM
           .

       18000-START-ASSURES4.
           MOVE 0 TO CR-ASSURES4
           MOVE LOW-VALUE TO MAT-X4
           START f-assures4 KEY IS NOT LESS THAN MAT-X4
             INVALID KEY
               MOVE 10 TO CR-ASSURES4
           END-START
           perform 19000-READ-ASSURES4
           .

       19000-READ-ASSURES4.
           IF NOT EOF-ASSURES4
             READ f-assures4 NEXT RECORD
               AT END
                 continue
             END-READ
           END-IF
           .

       21000-NORMALISE-ADRESSE.
           MOVE RUE-A4 TO ZONE-BRUTE-W
           perform 21500-NORMALISE-ZONE
           MOVE ZONE-NORM-W TO RUE-NORM-W
           MOVE CP-A4 TO CP-NORM-W
           MOVE SPACE TO ZONE-BRUTE-W
           MOVE VILLE-A4 TO ZONE-BRUTE-W
           perform 21500-NORMALISE-ZONE
           MOVE ZONE-NORM-W TO VILLE-NORM-W
           .

       21500-NORMALISE-ZONE.
           INSPECT ZONE-BRUTE-W CONVERTING
             'abcdefghijklmnopqrstuvwxyz-.,''/'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACE TO ZONE-NORM-W
           MOVE 0 TO POS-NORM
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 18
             IF ZONE-BRUTE-W(IDX-CAR:1) NOT = SPACE
               ADD 1 TO POS-NORM
               MOVE ZONE-BRUTE-W(IDX-CAR:1) TO ZONE-NORM-W(POS-NORM:1)
             END-IF
           END-PERFORM
           .

       22000-RATTACHE-FOYER.
           MOVE ADR-NORM-W TO ADR-NORM-FO
           READ f-foyer KEY IS ADR-NORM-FO
             INVALID KEY
               perform 22100-OUVRE-FOYER
             NOT INVALID KEY
               perform 22200-AJOUTE-AU-FOYER
           END-READ
           .

       22100-OUVRE-FOYER.
           MOVE SPACE TO e-foyer
           MOVE MAT-A4 TO FOYER-FO
           MOVE ADR-NORM-W TO ADR-NORM-FO
           MOVE 1 TO NB-POLICES-FO
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 10
             MOVE 0 TO MAT-POLICE-FO(IDX-CAR)
           END-PERFORM
           MOVE MAT-A4 TO MAT-POLICE-FO(1)
           MOVE DATE-JOUR TO DATE-MAJ-FO
           WRITE e-foyer
             INVALID KEY
               DISPLAY 'ERROR DDFOYER ECRITURE : ' MAT-A4
           END-WRITE
           ADD 1 TO CPT-FOYERS
           .

       22200-AJOUTE-AU-FOYER.
           IF NB-POLICES-FO = 1
             ADD 1 TO CPT-FOYERS-MULTI
           END-IF
           IF NB-POLICES-FO < 99
             ADD 1 TO NB-POLICES-FO
           END-IF
           IF NB-POLICES-FO NOT > 10
             MOVE MAT-A4 TO MAT-POLICE-FO(NB-POLICES-FO)
           END-IF
           REWRITE e-foyer
           .

      * Second passage : chaque fiche recoit l'identifiant de son
      * foyer ; seules les fiches dont le foyer change sont
      * reecrites.
       25000-REPORTE-FOYERS.
           perform 18000-START-ASSURES4
           perform until EOF-ASSURES4
             MOVE 0 TO FOYER-W
             IF MAT-A4 > 0 AND RUE-A4 NOT = SPACE
               perform 21000-NORMALISE-ADRESSE
               MOVE ADR-NORM-W TO ADR-NORM-FO
               READ f-foyer KEY IS ADR-NORM-FO
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   MOVE FOYER-FO TO FOYER-W
               END-READ
             END-IF
             IF FOYER-A4 NOT NUMERIC OR FOYER-A4 NOT = FOYER-W
               MOVE FOYER-W TO FOYER-A4
               REWRITE e-assures4
               ADD 1 TO CPT-FICHES-MAJ
             END-IF
             perform 19000-READ-ASSURES4
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-assures4 f-foyer
           DISPLAY 'FICHES LUES          : ' CPT-FICHES-LUES
           DISPLAY 'FICHES SANS ADRESSE  : ' CPT-SANS-ADRESSE
           DISPLAY 'FOYERS               : ' CPT-FOYERS
           DISPLAY 'FOYERS MULTI-POLICES : ' CPT-FOYERS-MULTI
           DISPLAY 'FICHES MISES A JOUR  : ' CPT-FICHES-MAJ
           STOP RUN
           .
