       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGARM.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Referentiel des garages reparateurs, mis a jour en place.
      * Absent au premier passage : il est cree.
           SELECT OPTIONAL f-garages ASSIGN DDGARAG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODE-GR
            FILE STATUS IS CR-GARAGES.

      * Corrections a appliquer : C creation, M modification de
      * l'identite, B coordonnees bancaires, A agrement, S
      * suspension, R retrait. Chaque carte porte le code operateur
      * demandeur pour la piste d'audit.
           SELECT f-corrections ASSIGN DDGARCOR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CORRECTIONS.

      * Etat des changements appliques et des corrections refusees.
           SELECT f-rapport ASSIGN DDGARRAP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Piste d'audit partagee : une ligne par changement applique,
      * avec l'image du garage avant et apres.
           SELECT f-audit ASSIGN DDAUDIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-garages.
       01 e-garage.
           COPY CGARAGE.

       fd f-corrections
           DATA RECORD IS e-correction.
       01 e-correction.
         05 CODE-COR                   PIC X(1).
           88 COR-CREATION             VALUE 'C'.
           88 COR-MODIFICATION         VALUE 'M'.
           88 COR-BANQUE               VALUE 'B'.
           88 COR-AGREMENT             VALUE 'A'.
           88 COR-SUSPENSION           VALUE 'S'.
           88 COR-RETRAIT              VALUE 'R'.
         05 GARAGE-COR                 PIC X(5).
         05 OPERATEUR-COR              PIC X(8).
      * Creation et modification : identite du garage (zones a
      * blanc laissees inchangees en modification).
         05 IDENTITE-COR.
           10 NOM-COR                  PIC X(20).
           10 ADRESSE-COR              PIC X(16).
           10 CP-COR                   PIC X(5).
           10 VILLE-COR                PIC X(10).
           10                          PIC X(15).
      * Coordonnees bancaires : RIB banque, guichet, compte, cle.
         05 BANQUE-COR REDEFINES IDENTITE-COR.
           10 RIB-COR.
             15 BANQUE-RIB-COR         PIC X(5).
             15 GUICHET-RIB-COR        PIC X(5).
             15 COMPTE-RIB-COR         PIC X(11).
             15 CLE-RIB-COR            PIC X(2).
           10                          PIC X(43).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-audit.
       01 e-audit.
           COPY CAUDIT.

       WORKING-STORAGE SECTION.

       01 CR-GARAGES                     PIC 99.
       01 CR-CORRECTIONS                 PIC 99.
         88 EOF-CORRECTIONS VALUE 10.
       01 CR-RAPPORT                     PIC 99.
       01 CR-AUDIT                       PIC 99.

       77 GARAGE-PRESENT-SW              PIC X(1).
         88 GARAGE-PRESENT VALUE 'O'.
       01 IMAGE-AVANT-W                  PIC X(80).

       01 MOTIF-W                        PIC X(40).

       01 CPT.
         05 CPT-CORRECTIONS              PIC 9(4) VALUE 0.
         05 CPT-APPLIQUEES               PIC 9(4) VALUE 0.
         05 CPT-REFUSEES                 PIC 9(4) VALUE 0.
         05 CPT-CREES                    PIC 9(4) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).
       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.

       01 FORMAT-RAPPORT.
         05 CODE-R-F                     PIC X(1).
         05                              PIC X(1).
         05 GARAGE-R-F                   PIC X(5).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-R-F                    PIC X(40).
         05                              PIC X(30).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-APPLIQUE-CORRECTIONS
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           OPEN I-O f-garages
           IF CR-GARAGES > 9
             DISPLAY 'ERROR DDGARAG : ' CR-GARAGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-corrections
           IF CR-CORRECTIONS > 0
             DISPLAY 'ERROR DDGARCOR : ' CR-CORRECTIONS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           .

       20000-APPLIQUE-CORRECTIONS.
           perform 21000-READ-CORRECTION
           perform until EOF-CORRECTIONS
             ADD 1 TO CPT-CORRECTIONS
             perform 22000-APPLIQUE-UNE-CORRECTION
             perform 21000-READ-CORRECTION
           END-PERFORM
           .

       21000-READ-CORRECTION.
           READ f-corrections
           .

      * Relit le garage vise, garde son image avant, puis applique
      * la correction selon son code.
       22000-APPLIQUE-UNE-CORRECTION.
           MOVE SPACE TO MOTIF-W
           IF GARAGE-COR = SPACE
             MOVE 'CODE GARAGE NON RENSEIGNE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             perform 22010-LIT-GARAGE
             EVALUATE TRUE
               WHEN COR-CREATION
                 perform 22100-CREE-GARAGE
               WHEN COR-MODIFICATION
                 perform 22200-MODIFIE-GARAGE
               WHEN COR-BANQUE
                 perform 22300-CHANGE-BANQUE
               WHEN COR-AGREMENT
                 perform 22400-AGREE-GARAGE
               WHEN COR-SUSPENSION
                 perform 22500-SUSPEND-GARAGE
               WHEN COR-RETRAIT
                 perform 22600-RETIRE-GARAGE
               WHEN OTHER
                 MOVE 'CODE CORRECTION INCONNU' TO MOTIF-W
                 perform 23100-ECRIT-REFUS
             END-EVALUATE
           END-IF
           .

       22010-LIT-GARAGE.
           MOVE GARAGE-COR TO CODE-GR
           READ f-garages
             INVALID KEY
               MOVE 'N' TO GARAGE-PRESENT-SW
               MOVE SPACE TO IMAGE-AVANT-W
             NOT INVALID KEY
               MOVE 'O' TO GARAGE-PRESENT-SW
               MOVE e-garage TO IMAGE-AVANT-W
           END-READ
           .

      * Un garage cree attend son agrement : pas de paiement direct
      * tant que ses coordonnees bancaires ne sont pas posees et
      * qu'il n'est pas agree.
       22100-CREE-GARAGE.
           IF GARAGE-PRESENT
             MOVE 'GARAGE DEJA PRESENT' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             IF NOM-COR = SPACE
               MOVE 'NOM NON RENSEIGNE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             ELSE
               MOVE SPACE TO e-garage
               MOVE GARAGE-COR TO CODE-GR
               MOVE NOM-COR TO NOM-GR
               MOVE ADRESSE-COR TO ADRESSE-GR
               MOVE CP-COR TO CP-GR
               MOVE VILLE-COR TO VILLE-GR
               SET GARAGE-EN-ATTENTE TO TRUE
               WRITE e-garage
                 INVALID KEY
                   MOVE 'ERREUR ECRITURE DDGARAG' TO MOTIF-W
                   perform 23100-ECRIT-REFUS
                 NOT INVALID KEY
                   ADD 1 TO CPT-CREES
                   MOVE 'GARAGE CREE - EN ATTENTE D''AGREMENT'
                     TO MOTIF-W
                   perform 23000-ECRIT-APPLIQUE
               END-WRITE
             END-IF
           END-IF
           .

       22200-MODIFIE-GARAGE.
           IF NOT GARAGE-PRESENT OR GARAGE-RETIRE
             MOVE 'GARAGE INCONNU OU RETIRE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             IF NOM-COR = SPACE AND ADRESSE-COR = SPACE
              AND CP-COR = SPACE AND VILLE-COR = SPACE
               MOVE 'AUCUNE ZONE A MODIFIER' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             ELSE
               IF NOM-COR NOT = SPACE
                 MOVE NOM-COR TO NOM-GR
               END-IF
               IF ADRESSE-COR NOT = SPACE
                 MOVE ADRESSE-COR TO ADRESSE-GR
               END-IF
               IF CP-COR NOT = SPACE
                 MOVE CP-COR TO CP-GR
               END-IF
               IF VILLE-COR NOT = SPACE
                 MOVE VILLE-COR TO VILLE-GR
               END-IF
               MOVE 'IDENTITE DU GARAGE MODIFIEE' TO MOTIF-W
               perform 22900-REECRIT-GARAGE
             END-IF
           END-IF
           .

      * Un changement de RIB sur un garage agree le remet en
      * attente : les virements ne repartent qu'apres un nouvel
      * agrement, qui vaut controle des nouvelles coordonnees.
       22300-CHANGE-BANQUE.
           IF NOT GARAGE-PRESENT OR GARAGE-RETIRE
             MOVE 'GARAGE INCONNU OU RETIRE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             IF BANQUE-RIB-COR NOT NUMERIC
              OR GUICHET-RIB-COR NOT NUMERIC
              OR COMPTE-RIB-COR = SPACE
              OR CLE-RIB-COR NOT NUMERIC
               MOVE 'RIB INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             ELSE
               MOVE RIB-COR TO RIB-GR
               IF GARAGE-AGREE
                 SET GARAGE-EN-ATTENTE TO TRUE
                 MOVE 'RIB CHANGE - AGREMENT A RENOUVELER'
                   TO MOTIF-W
               ELSE
                 MOVE 'COORDONNEES BANCAIRES POSEES' TO MOTIF-W
               END-IF
               perform 22900-REECRIT-GARAGE
             END-IF
           END-IF
           .

       22400-AGREE-GARAGE.
           EVALUATE TRUE
             WHEN NOT GARAGE-PRESENT OR GARAGE-RETIRE
               MOVE 'GARAGE INCONNU OU RETIRE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN GARAGE-AGREE
               MOVE 'GARAGE DEJA AGREE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN RIB-GR = SPACE
               MOVE 'AGREMENT IMPOSSIBLE - RIB NON RENSEIGNE'
                 TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN OTHER
               SET GARAGE-AGREE TO TRUE
               MOVE 'GARAGE AGREE' TO MOTIF-W
               perform 22900-REECRIT-GARAGE
           END-EVALUATE
           .

       22500-SUSPEND-GARAGE.
           IF NOT GARAGE-PRESENT OR NOT GARAGE-AGREE
             MOVE 'GARAGE INCONNU OU NON AGREE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             SET GARAGE-SUSPENDU TO TRUE
             MOVE 'AGREMENT SUSPENDU' TO MOTIF-W
             perform 22900-REECRIT-GARAGE
           END-IF
           .

      * Le garage retire reste au referentiel : ses factures
      * passees restent rattachees a son nom dans les releves.
       22600-RETIRE-GARAGE.
           IF NOT GARAGE-PRESENT OR GARAGE-RETIRE
             MOVE 'GARAGE INCONNU OU DEJA RETIRE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             SET GARAGE-RETIRE TO TRUE
             MOVE 'GARAGE RETIRE DU RESEAU' TO MOTIF-W
             perform 22900-REECRIT-GARAGE
           END-IF
           .

       22900-REECRIT-GARAGE.
           REWRITE e-garage
             INVALID KEY
               MOVE 'ERREUR REECRITURE DDGARAG' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             NOT INVALID KEY
               perform 23000-ECRIT-APPLIQUE
           END-REWRITE
           .

       23000-ECRIT-APPLIQUE.
           perform 23200-POSE-ZONES-RAPPORT
           WRITE ligne-rapport FROM FORMAT-RAPPORT
           ADD 1 TO CPT-APPLIQUEES
           perform 24000-ECRIT-AUDIT
           .

       23100-ECRIT-REFUS.
           perform 23200-POSE-ZONES-RAPPORT
           WRITE ligne-rapport FROM FORMAT-RAPPORT
           ADD 1 TO CPT-REFUSEES
           .

       23200-POSE-ZONES-RAPPORT.
           MOVE CODE-COR TO CODE-R-F
           MOVE GARAGE-COR TO GARAGE-R-F
           MOVE MOTIF-W TO MOTIF-R-F
           .

      * Piste d'audit du changement applique : operateur de la
      * carte, code garage, images avant et apres.
       24000-ECRIT-AUDIT.
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             MOVE OPERATEUR-COR TO OPERATEUR-AU
             MOVE DATE-JOUR TO DATE-AU
             MOVE TIME-F TO HEURE-AU
             MOVE 'PROJGARM' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE GARAGE-COR TO CLE-AU(1:5)
             MOVE IMAGE-AVANT-W TO IMAGE-AVANT-AU
             MOVE e-garage TO IMAGE-APRES-AU
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

       30000-END-PGM.
           CLOSE f-garages f-corrections f-rapport
           DISPLAY 'CORRECTIONS LUES       : ' CPT-CORRECTIONS
           DISPLAY 'CORRECTIONS APPLIQUEES : ' CPT-APPLIQUEES
           DISPLAY 'CORRECTIONS REFUSEES   : ' CPT-REFUSEES
           DISPLAY 'GARAGES CREES          : ' CPT-CREES
           IF RETURN-CODE = 0 AND CPT-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
