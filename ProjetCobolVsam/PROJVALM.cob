       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJVALM.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Referentiel des valeurs de vehicules, mis a jour en place.
      * Absent au premier passage : il est cree.
           SELECT OPTIONAL f-valveh ASSIGN DDVALVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-VL
            FILE STATUS IS CR-VALVEH.

      * Corrections du service indemnisation : C creation d'une
      * classe, M modification de son identite, D pose de la regle
      * de decote, S suppression. Chaque carte porte le code
      * operateur demandeur pour la piste d'audit.
           SELECT f-corrections ASSIGN DDVALCOR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CORRECTIONS.

      * Etat des changements appliques et des corrections refusees.
           SELECT f-rapport ASSIGN DDVALRAP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Piste d'audit partagee : une ligne par changement applique,
      * avec l'image de la classe avant et apres.
           SELECT f-audit ASSIGN DDAUDIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-valveh.
       01 e-valveh.
           COPY CVALVEH.

       fd f-corrections
           DATA RECORD IS e-correction.
       01 e-correction.
         05 CODE-COR                   PIC X(1).
           88 COR-CREATION             VALUE 'C'.
           88 COR-MODIFICATION         VALUE 'M'.
           88 COR-DECOTE               VALUE 'D'.
           88 COR-SUPPRESSION          VALUE 'S'.
         05 CLE-COR.
           10 TYPE-COR                 PIC X(1).
             88 TYPE-COR-CONNU         VALUES 'V' 'M' 'U' 'C'.
           10 GROUPE-COR               PIC X(2).
         05 OPERATEUR-COR              PIC X(8).
      * Creation et modification : identite de la classe (zones a
      * blanc laissees inchangees en modification). Montants en
      * centimes, sans virgule ; seuil en pour cent.
         05 IDENTITE-COR.
           10 LIBELLE-COR              PIC X(20).
           10 VALEUR-NEUF-COR          PIC X(8).
           10 VALEUR-NEUF-9-COR REDEFINES VALEUR-NEUF-COR
                                       PIC 9(6)V9(2).
           10 PLANCHER-COR             PIC X(7).
           10 PLANCHER-9-COR REDEFINES PLANCHER-COR
                                       PIC 9(5)V9(2).
           10 SEUIL-COR                PIC X(3).
           10 SEUIL-9-COR REDEFINES SEUIL-COR
                                       PIC 9(3).
           10                          PIC X(30).
      * Regle de decote : pourcentage de la valeur a neuf a 0 an,
      * 1 an ... 10 ans et plus, sans hausse d'un age au suivant.
         05 DECOTE-COR REDEFINES IDENTITE-COR.
           10 TAUX-DECOTE-COR.
             15 TAUX-COR               PIC X(3) OCCURS 11.
           10 TAUX-DECOTE-9-COR REDEFINES TAUX-DECOTE-COR.
             15 TAUX-9-COR             PIC 9(3) OCCURS 11.
           10                          PIC X(35).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-audit.
       01 e-audit.
           COPY CAUDIT.

       WORKING-STORAGE SECTION.

       01 CR-VALVEH                      PIC 99.
       01 CR-CORRECTIONS                 PIC 99.
         88 EOF-CORRECTIONS VALUE 10.
       01 CR-RAPPORT                     PIC 99.
       01 CR-AUDIT                       PIC 99.

       77 CLASSE-PRESENTE-SW             PIC X(1).
         88 CLASSE-PRESENTE VALUE 'O'.
       01 IMAGE-AVANT-W                  PIC X(80).

       01 MOTIF-W                        PIC X(40).
       77 IDX-AGE                        PIC 9(2).

       01 CPT.
         05 CPT-CORRECTIONS              PIC 9(4) VALUE 0.
         05 CPT-APPLIQUEES               PIC 9(4) VALUE 0.
         05 CPT-REFUSEES                 PIC 9(4) VALUE 0.
         05 CPT-CREEES                   PIC 9(4) VALUE 0.

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
         05 CLE-R-F                      PIC X(3).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-R-F                    PIC X(40).
         05                              PIC X(32).

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
           OPEN I-O f-valveh
           IF CR-VALVEH > 9
             DISPLAY 'ERROR DDVALVEH : ' CR-VALVEH
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-corrections
           IF CR-CORRECTIONS > 0
             DISPLAY 'ERROR DDVALCOR : ' CR-CORRECTIONS
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

      * Relit la classe visee, garde son image avant, puis applique
      * la correction selon son code.
       22000-APPLIQUE-UNE-CORRECTION.
           MOVE SPACE TO MOTIF-W
           IF NOT TYPE-COR-CONNU OR GROUPE-COR NOT NUMERIC
             MOVE 'CLASSE INVALIDE (TYPE V M U C + GROUPE)'
               TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             perform 22010-LIT-CLASSE
             EVALUATE TRUE
               WHEN COR-CREATION
                 perform 22100-CREE-CLASSE
               WHEN COR-MODIFICATION
                 perform 22200-MODIFIE-CLASSE
               WHEN COR-DECOTE
                 perform 22300-POSE-DECOTE
               WHEN COR-SUPPRESSION
                 perform 22400-SUPPRIME-CLASSE
               WHEN OTHER
                 MOVE 'CODE CORRECTION INCONNU' TO MOTIF-W
                 perform 23100-ECRIT-REFUS
             END-EVALUATE
           END-IF
           .

       22010-LIT-CLASSE.
           MOVE CLE-COR TO CLE-X-VL
           READ f-valveh
             INVALID KEY
               MOVE 'N' TO CLASSE-PRESENTE-SW
               MOVE SPACE TO IMAGE-AVANT-W
             NOT INVALID KEY
               MOVE 'O' TO CLASSE-PRESENTE-SW
               MOVE e-valveh TO IMAGE-AVANT-W
           END-READ
           .

      * Une classe creee attend sa regle de decote : tant qu'elle
      * n'est pas posee, les vehicules de la classe ne sont pas
      * evalues et aucune perte totale n'est jugee sur eux.
       22100-CREE-CLASSE.
           EVALUATE TRUE
             WHEN CLASSE-PRESENTE
               MOVE 'CLASSE DEJA PRESENTE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN LIBELLE-COR = SPACE
               MOVE 'LIBELLE NON RENSEIGNE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN VALEUR-NEUF-COR NOT NUMERIC
              OR VALEUR-NEUF-9-COR = 0
               MOVE 'VALEUR A NEUF INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN PLANCHER-COR NOT = SPACE
              AND PLANCHER-COR NOT NUMERIC
               MOVE 'VALEUR PLANCHER INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN SEUIL-COR NOT = SPACE
              AND (SEUIL-COR NOT NUMERIC OR SEUIL-9-COR > 100)
               MOVE 'SEUIL DE PERTE TOTALE INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN OTHER
               MOVE SPACE TO e-valveh
               MOVE CLE-COR TO CLE-X-VL
               MOVE LIBELLE-COR TO LIBELLE-VL
               MOVE VALEUR-NEUF-9-COR TO VALEUR-NEUF-VL
               MOVE 0 TO VALEUR-PLANCHER-VL SEUIL-PERTE-VL
               IF PLANCHER-COR NOT = SPACE
                 MOVE PLANCHER-9-COR TO VALEUR-PLANCHER-VL
               END-IF
               IF SEUIL-COR NOT = SPACE
                 MOVE SEUIL-9-COR TO SEUIL-PERTE-VL
               END-IF
               PERFORM VARYING IDX-AGE FROM 1 BY 1
                         UNTIL IDX-AGE > 11
                 MOVE 0 TO TAUX-AGE-VL(IDX-AGE)
               END-PERFORM
               WRITE e-valveh
                 INVALID KEY
                   MOVE 'ERREUR ECRITURE DDVALVEH' TO MOTIF-W
                   perform 23100-ECRIT-REFUS
                 NOT INVALID KEY
                   ADD 1 TO CPT-CREEES
                   MOVE 'CLASSE CREEE - DECOTE A POSER' TO MOTIF-W
                   perform 23000-ECRIT-APPLIQUE
               END-WRITE
           END-EVALUATE
           .

       22200-MODIFIE-CLASSE.
           EVALUATE TRUE
             WHEN NOT CLASSE-PRESENTE
               MOVE 'CLASSE INCONNUE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN LIBELLE-COR = SPACE AND VALEUR-NEUF-COR = SPACE
              AND PLANCHER-COR = SPACE AND SEUIL-COR = SPACE
               MOVE 'AUCUNE ZONE A MODIFIER' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN VALEUR-NEUF-COR NOT = SPACE
              AND (VALEUR-NEUF-COR NOT NUMERIC
                   OR VALEUR-NEUF-9-COR = 0)
               MOVE 'VALEUR A NEUF INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN PLANCHER-COR NOT = SPACE
              AND PLANCHER-COR NOT NUMERIC
               MOVE 'VALEUR PLANCHER INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN SEUIL-COR NOT = SPACE
              AND (SEUIL-COR NOT NUMERIC OR SEUIL-9-COR > 100)
               MOVE 'SEUIL DE PERTE TOTALE INVALIDE' TO MOTIF-W
               perform 23100-ECRIT-REFUS
             WHEN OTHER
               IF LIBELLE-COR NOT = SPACE
                 MOVE LIBELLE-COR TO LIBELLE-VL
               END-IF
               IF VALEUR-NEUF-COR NOT = SPACE
                 MOVE VALEUR-NEUF-9-COR TO VALEUR-NEUF-VL
               END-IF
               IF PLANCHER-COR NOT = SPACE
                 MOVE PLANCHER-9-COR TO VALEUR-PLANCHER-VL
               END-IF
               IF SEUIL-COR NOT = SPACE
                 MOVE SEUIL-9-COR TO SEUIL-PERTE-VL
               END-IF
               MOVE 'IDENTITE DE LA CLASSE MODIFIEE' TO MOTIF-W
               perform 22900-REECRIT-CLASSE
           END-EVALUATE
           .

      * La regle de decote remplace la precedente en bloc : les onze
      * taux sont fournis, de 1 a 100 pour cent, sans hausse d'un
      * age au suivant (un vehicule ne prend pas de valeur en
      * vieillissant).
       22300-POSE-DECOTE.
           IF NOT CLASSE-PRESENTE
             MOVE 'CLASSE INCONNUE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             PERFORM VARYING IDX-AGE FROM 1 BY 1
                       UNTIL IDX-AGE > 11 OR MOTIF-W NOT = SPACE
               EVALUATE TRUE
                 WHEN TAUX-COR(IDX-AGE) NOT NUMERIC
                  OR TAUX-9-COR(IDX-AGE) = 0
                  OR TAUX-9-COR(IDX-AGE) > 100
                   MOVE 'TAUX DE DECOTE INVALIDE' TO MOTIF-W
                 WHEN IDX-AGE > 1
                   IF TAUX-9-COR(IDX-AGE) > TAUX-9-COR(IDX-AGE - 1)
                     MOVE 'DECOTE EN HAUSSE AVEC L''AGE' TO MOTIF-W
                   END-IF
               END-EVALUATE
             END-PERFORM
             IF MOTIF-W NOT = SPACE
               perform 23100-ECRIT-REFUS
             ELSE
               PERFORM VARYING IDX-AGE FROM 1 BY 1
                         UNTIL IDX-AGE > 11
                 MOVE TAUX-9-COR(IDX-AGE) TO TAUX-AGE-VL(IDX-AGE)
               END-PERFORM
               MOVE 'REGLE DE DECOTE POSEE' TO MOTIF-W
               perform 22900-REECRIT-CLASSE
             END-IF
           END-IF
           .

      * Les vehicules de la classe retombent sur la classe 00 du
      * type ; la suppression de celle-ci les laisse sans valeur.
       22400-SUPPRIME-CLASSE.
           IF NOT CLASSE-PRESENTE
             MOVE 'CLASSE INCONNUE' TO MOTIF-W
             perform 23100-ECRIT-REFUS
           ELSE
             DELETE f-valveh
               INVALID KEY
                 MOVE 'ERREUR SUPPRESSION DDVALVEH' TO MOTIF-W
                 perform 23100-ECRIT-REFUS
               NOT INVALID KEY
                 MOVE SPACE TO e-valveh
                 MOVE 'CLASSE SUPPRIMEE' TO MOTIF-W
                 perform 23000-ECRIT-APPLIQUE
             END-DELETE
           END-IF
           .

       22900-REECRIT-CLASSE.
           REWRITE e-valveh
             INVALID KEY
               MOVE 'ERREUR REECRITURE DDVALVEH' TO MOTIF-W
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
           MOVE CLE-COR TO CLE-R-F
           MOVE MOTIF-W TO MOTIF-R-F
           .

      * Piste d'audit du changement applique : operateur de la
      * carte, classe, images avant et apres.
       24000-ECRIT-AUDIT.
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             MOVE OPERATEUR-COR TO OPERATEUR-AU
             MOVE DATE-JOUR TO DATE-AU
             MOVE TIME-F TO HEURE-AU
             MOVE 'PROJVALM' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE CLE-COR TO CLE-AU(1:3)
             MOVE IMAGE-AVANT-W TO IMAGE-AVANT-AU
             MOVE e-valveh TO IMAGE-APRES-AU
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

       30000-END-PGM.
           CLOSE f-valveh f-corrections f-rapport
           DISPLAY 'CORRECTIONS LUES       : ' CPT-CORRECTIONS
           DISPLAY 'CORRECTIONS APPLIQUEES : ' CPT-APPLIQUEES
           DISPLAY 'CORRECTIONS REFUSEES   : ' CPT-REFUSEES
           DISPLAY 'CLASSES CREEES         : ' CPT-CREEES
           IF RETURN-CODE = 0 AND CPT-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
