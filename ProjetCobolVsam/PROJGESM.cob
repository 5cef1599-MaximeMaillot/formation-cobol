       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGESM.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dossiers de gestion des sinistres, mis a jour en place.
      * Absent au premier passage : il est cree.
           SELECT OPTIONAL f-singes ASSIGN DDSINGES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GS
            FILE STATUS IS CR-SINGES.

      * Sinistres : la reaffectation ne vise qu'un sinistre connu
      * et encore ouvert.
           SELECT f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Referentiel des operateurs : le gestionnaire designe doit y
      * etre actif.
           SELECT f-oper ASSIGN DDOPER
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-OPER.

      * Reaffectations demandees par le responsable du service
      * indemnisation : code A, matricule, numero de sinistre,
      * nouveau gestionnaire et code operateur demandeur pour la
      * piste d'audit.
           SELECT f-corrections ASSIGN DDGESCOR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CORRECTIONS.

      * Etat des reaffectations appliquees et refusees.
           SELECT f-rapport ASSIGN DDGESRAP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Piste d'audit partagee : une ligne par reaffectation, avec
      * l'image du dossier de gestion avant et apres.
           SELECT f-audit ASSIGN DDAUDIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-singes.
       01 e-singes.
           COPY CSINGES.

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-oper.
       01 e-oper.
           COPY COPER.

       fd f-corrections
           DATA RECORD IS e-correction.
       01 e-correction.
         05 CODE-COR                   PIC X(1).
           88 COR-AFFECTATION          VALUE 'A'.
         05 CLE-COR.
           10 MAT-COR                  PIC X(6).
           10 NUM-SIN-COR              PIC X(4).
         05 GESTION-COR                PIC X(8).
         05 OPERATEUR-COR              PIC X(8).
         05                            PIC X(53).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-audit.
       01 e-audit.
           COPY CAUDIT.

       WORKING-STORAGE SECTION.

       01 CR-SINGES                      PIC 99.
       01 CR-SINIST                      PIC 99.
       01 CR-OPER                        PIC 99.
         88 EOF-OPER VALUE 10.
       01 CR-CORRECTIONS                 PIC 99.
         88 EOF-CORRECTIONS VALUE 10.
       01 CR-RAPPORT                     PIC 99.
       01 CR-AUDIT                       PIC 99.

       77 DOSSIER-PRESENT-SW             PIC X(1).
         88 DOSSIER-PRESENT VALUE 'O'.
       01 IMAGE-AVANT-W                  PIC X(80).

       01 MOTIF-W                        PIC X(40).

      * Operateurs actifs (500 au plus, comme PROJOPEM).
       77 NB-OPER-MAX                    PIC 9(3) VALUE 500.
       01 TAB-OPER.
         05 NB-OPER                      PIC 9(3) VALUE 0.
         05 CODE-OPER-T                  PIC X(8) OCCURS 500.
       77 IDX-OPER                       PIC 9(3).
       77 OPER-TROUVE-SW                 PIC X(1).
         88 OPER-TROUVE VALUE 'O'.

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
         05 MAT-R-F                      PIC X(6).
         05                              PIC X(1) VALUE '/'.
         05 NUM-SIN-R-F                  PIC X(4).
         05                              PIC X(1).
         05 GESTION-R-F                  PIC X(8).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-R-F                    PIC X(40).
         05                              PIC X(15).

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
           OPEN I-O f-singes
           IF CR-SINGES > 9
             DISPLAY 'ERROR DDSINGES : ' CR-SINGES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-sinist
           IF CR-SINIST > 0
             DISPLAY 'ERROR DDSINIST : ' CR-SINIST
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 11000-CHARGE-OPERATEURS
           OPEN INPUT f-corrections
           IF CR-CORRECTIONS > 0
             DISPLAY 'ERROR DDGESCOR : ' CR-CORRECTIONS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           .

      * Seuls les operateurs actifs peuvent recevoir des dossiers.
       11000-CHARGE-OPERATEURS.
           OPEN INPUT f-oper
           IF CR-OPER > 0
             DISPLAY 'ERROR DDOPER : ' CR-OPER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-OPER
             READ f-oper
               AT END
                 continue
               NOT AT END
                 IF OPERATEUR-ACTIF AND NB-OPER < NB-OPER-MAX
                   ADD 1 TO NB-OPER
                   MOVE CODE-OP TO CODE-OPER-T(NB-OPER)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-oper
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

      * Controle la carte, le sinistre et le gestionnaire, puis
      * pose l'affectation au dossier de gestion.
       22000-APPLIQUE-UNE-CORRECTION.
           MOVE SPACE TO MOTIF-W
           EVALUATE TRUE
             WHEN NOT COR-AFFECTATION
               MOVE 'CODE CORRECTION INCONNU' TO MOTIF-W
             WHEN MAT-COR NOT NUMERIC OR NUM-SIN-COR NOT NUMERIC
               MOVE 'CLE DU SINISTRE INVALIDE' TO MOTIF-W
             WHEN GESTION-COR = SPACE
               MOVE 'GESTIONNAIRE NON RENSEIGNE' TO MOTIF-W
           END-EVALUATE
           IF MOTIF-W = SPACE
             perform 22010-LIT-SINISTRE
           END-IF
           IF MOTIF-W = SPACE
             perform 22020-CHERCHE-OPERATEUR
           END-IF
           IF MOTIF-W = SPACE
             perform 22030-LIT-DOSSIER
           END-IF
           IF MOTIF-W = SPACE
             perform 22100-REAFFECTE
           ELSE
             perform 23100-ECRIT-REFUS
           END-IF
           .

       22010-LIT-SINISTRE.
           MOVE CLE-COR TO CLE-X-SIN
           READ f-sinist
             INVALID KEY
               MOVE 'SINISTRE INCONNU' TO MOTIF-W
             NOT INVALID KEY
               IF SIN-CLOS
                 MOVE 'SINISTRE CLOS' TO MOTIF-W
               END-IF
           END-READ
           .

       22020-CHERCHE-OPERATEUR.
           MOVE 'N' TO OPER-TROUVE-SW
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER OR OPER-TROUVE
             IF CODE-OPER-T(IDX-OPER) = GESTION-COR
               MOVE 'O' TO OPER-TROUVE-SW
             END-IF
           END-PERFORM
           IF NOT OPER-TROUVE
             MOVE 'GESTIONNAIRE INCONNU OU INACTIF' TO MOTIF-W
           END-IF
           .

      * Un sinistre anterieur a la gestion n'a pas encore de
      * dossier : il est ouvert a la date du sinistre.
       22030-LIT-DOSSIER.
           MOVE CLE-COR TO CLE-X-GS
           READ f-singes
             INVALID KEY
               MOVE 'N' TO DOSSIER-PRESENT-SW
               MOVE SPACE TO IMAGE-AVANT-W
               MOVE SPACE TO e-singes
               MOVE CLE-COR TO CLE-X-GS
               MOVE DATE-SIN TO DATE-OUVERT-GS
               MOVE DATE-SIN TO DATE-ACTIV-GS
               MOVE 0 TO DATE-CLOT-GS
             NOT INVALID KEY
               MOVE 'O' TO DOSSIER-PRESENT-SW
               MOVE e-singes TO IMAGE-AVANT-W
               IF GESTION-GS = GESTION-COR
                 MOVE 'DEJA AFFECTE A CE GESTIONNAIRE' TO MOTIF-W
               END-IF
           END-READ
           .

       22100-REAFFECTE.
           MOVE GESTION-COR TO GESTION-GS
           SET AFFECT-MANUELLE-GS TO TRUE
           MOVE DATE-JOUR TO DATE-AFFECT-GS
           IF DOSSIER-PRESENT
             MOVE 'SINISTRE REAFFECTE' TO MOTIF-W
             REWRITE e-singes
               INVALID KEY
                 MOVE 'ERREUR REECRITURE DDSINGES' TO MOTIF-W
                 perform 23100-ECRIT-REFUS
               NOT INVALID KEY
                 perform 23000-ECRIT-APPLIQUE
             END-REWRITE
           ELSE
             MOVE 'DOSSIER DE GESTION CREE ET AFFECTE' TO MOTIF-W
             WRITE e-singes
               INVALID KEY
                 MOVE 'ERREUR ECRITURE DDSINGES' TO MOTIF-W
                 perform 23100-ECRIT-REFUS
               NOT INVALID KEY
                 ADD 1 TO CPT-CREES
                 perform 23000-ECRIT-APPLIQUE
             END-WRITE
           END-IF
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
           MOVE MAT-COR TO MAT-R-F
           MOVE NUM-SIN-COR TO NUM-SIN-R-F
           MOVE GESTION-COR TO GESTION-R-F
           MOVE MOTIF-W TO MOTIF-R-F
           .

      * Piste d'audit de la reaffectation : operateur de la carte,
      * cle du sinistre, images avant et apres du dossier.
       24000-ECRIT-AUDIT.
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             MOVE OPERATEUR-COR TO OPERATEUR-AU
             MOVE DATE-JOUR TO DATE-AU
             MOVE TIME-F TO HEURE-AU
             MOVE 'PROJGESM' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE CLE-COR TO CLE-AU(1:10)
             MOVE IMAGE-AVANT-W TO IMAGE-AVANT-AU
             MOVE e-singes TO IMAGE-APRES-AU
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

       30000-END-PGM.
           CLOSE f-singes f-sinist f-corrections f-rapport
           DISPLAY 'CORRECTIONS LUES       : ' CPT-CORRECTIONS
           DISPLAY 'CORRECTIONS APPLIQUEES : ' CPT-APPLIQUEES
           DISPLAY 'CORRECTIONS REFUSEES   : ' CPT-REFUSEES
           DISPLAY 'DOSSIERS CREES         : ' CPT-CREES
           IF RETURN-CODE = 0 AND CPT-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
