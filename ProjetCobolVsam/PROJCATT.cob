       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCATT.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartes d'affectation de la comptabilite : cle de l'attente
      * (date d'operation AAAAMMJJ en colonnes 1-8, numero
      * d'ecriture en 9-15), matricule en 17-22, date de la
      * quittance reglee AAAAMMJJ en 24-31. Sans date, le credit
      * regle la plus ancienne creance ouverte du matricule. Une
      * carte sur une attente deja affectee et pas encore liberee
      * remplace l'affectation.
           SELECT OPTIONAL f-affect ASSIGN DDAFFECT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AFFECT.

      * Compte d'attente des encaissements (voir CATTENT).
           SELECT OPTIONAL f-attente ASSIGN DDATTENT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-AT
            FILE STATUS IS CR-ATTENTE.

      * Base des creances : la creance affectee doit exister.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Master : le matricule affecte doit exister.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Affectations du jour puis balance agee du compte d'attente.
           SELECT f-liste ASSIGN DDCATTLS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LISTE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-affect.
       01 e-affect.
         05 CLE-AF                     PIC X(15).
         05                            PIC X(1).
         05 MAT-AF                     PIC X(6).
         05                            PIC X(1).
         05 DATE-QUIT-AF               PIC X(8).
         05                            PIC X(49).

       fd f-attente.
       01 e-attente.
           COPY CATTENT.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-liste.
       01 ligne-liste                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-AFFECT                      PIC 99.
         88 EOF-AFFECT VALUE 10.
       01 CR-ATTENTE                     PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-LISTE                       PIC 99.

       77 FIN-BALAYAGE-SW                PIC X.
         88 FIN-BALAYAGE VALUE 'O'.
         88 BALAYAGE-EN-COURS VALUE 'N'.

      * Resultat du controle d'une carte : blanc, carte acceptee.
       77 REFUS-W                        PIC X(25).
       77 MAT-AFF-W                      PIC 9(6).
       77 DATE-QUIT-W                    PIC 9(8).
       77 CREANCE-TROUVEE-SW             PIC X(1).
         88 CREANCE-TROUVEE VALUE 'O'.

       77 MONTANT-MAX-PAIEM              PIC 9(7)V9(2) VALUE 99999,99.

      * Anciennete d'une attente par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).
       77 AGE-JOURS                      PIC S9(7).

      * Cumuls des attentes ouvertes par tranche d'anciennete, la
      * cinquieme tranche pour les affectations a liberer.
       01 TRANCHES.
         05 NB-TRANCHE                   PIC 9(6) OCCURS 5.
         05 MT-TRANCHE                   PIC 9(9)V9(2) OCCURS 5.
       77 IDX-TRANCHE                    PIC 9.
       01 LIBELLES-TRANCHE-V.
         05 PIC X(14) VALUE '0-30 JOURS'.
         05 PIC X(14) VALUE '31-60 JOURS'.
         05 PIC X(14) VALUE '61-90 JOURS'.
         05 PIC X(14) VALUE '+ DE 90 JOURS'.
         05 PIC X(14) VALUE 'A LIBERER'.
       01 LIBELLES-TRANCHE REDEFINES LIBELLES-TRANCHE-V.
         05 LIB-TRANCHE                  PIC X(14) OCCURS 5.

       01 CPT.
         05 CPT-CARTES-LUES              PIC 9(6) VALUE 0.
         05 CPT-AFFECTATIONS             PIC 9(6) VALUE 0.
         05 CPT-CARTES-REFUSEES          PIC 9(6) VALUE 0.
         05 CPT-ATTENTES                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-CATT.
         05                              PIC X(44)
           VALUE 'COMPTE D''ATTENTE DES ENCAISSEMENTS - RUN DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(28).

       01 FORMAT-LIGNE-AFFECT.
         05 CLE-A-F                      PIC X(15).
         05                              PIC X(1).
         05 MAT-A-F                      PIC X(6).
         05                              PIC X(1).
         05 DATE-QUIT-A-F                PIC X(8).
         05                              PIC X(3) VALUE ' : '.
         05 RESULTAT-A-F                 PIC X(25).
         05                              PIC X(21).

       01 FORMAT-LIGNE-ATT.
         05 DATE-ATT-F                   PIC 9(8).
         05                              PIC X(1).
         05 ECR-ATT-F                    PIC X(7).
         05                              PIC X(1).
         05 MONTANT-ATT-F                PIC Z(6)9,99.
         05                              PIC X(1).
         05 AGE-ATT-F                    PIC Z(4)9.
         05                              PIC X(3) VALUE ' J '.
         05 TRANCHE-ATT-F                PIC X(14).
         05                              PIC X(1).
         05 MOTIF-ATT-F                  PIC X(12).
         05                              PIC X(1).
         05 NOM-ATT-F                    PIC X(16).

       01 FORMAT-LIBELLE-ATT.
         05                              PIC X(10).
         05 LIBELLE-ATT-F                PIC X(60).
         05                              PIC X(10).

       01 FORMAT-TOTAL-TRANCHE.
         05                              PIC X(6) VALUE 'TOTAL '.
         05 LIB-TRANCHE-F                PIC X(14).
         05                              PIC X(3) VALUE ' : '.
         05 NB-TRANCHE-F                 PIC Z(5)9.
         05                              PIC X(10) VALUE ' ATTENTES '.
         05 MT-TRANCHE-F                 PIC Z(8)9,99.
         05                              PIC X(29).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-AFFECTATIONS
           PERFORM 25000-BALANCE-AGEE
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           INITIALIZE TRANCHES
      * Premier run : le compte d'attente se cree a l'ouverture
      * (code retour 05).
           OPEN I-O f-attente
           IF CR-ATTENTE > 9
             DISPLAY 'ERROR DDATTENT : ' CR-ATTENTE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-liste
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-liste FROM FORMAT-TITRE-CATT
           .

       20000-AFFECTATIONS.
           OPEN INPUT f-affect
           IF CR-AFFECT < 10
             MOVE SPACE TO ligne-liste
             WRITE ligne-liste
             MOVE 'AFFECTATIONS DU JOUR' TO ligne-liste
             WRITE ligne-liste
             perform 21000-READ-AFFECT
             perform until EOF-AFFECT
               perform 22000-TRAITE-CARTE
               perform 21000-READ-AFFECT
             END-PERFORM
             CLOSE f-affect
           END-IF
           .

       21000-READ-AFFECT.
           READ f-affect
           IF NOT EOF-AFFECT
             ADD 1 TO CPT-CARTES-LUES
           END-IF
           .

      * Controle de la carte puis pose de l'affectation : l'attente
      * passe affectee, PROJBANQ la liberera dans les reglements.
       22000-TRAITE-CARTE.
           MOVE SPACE TO REFUS-W
           MOVE CLE-AF TO CLE-X-AT
           READ f-attente
             INVALID KEY
               MOVE 'ATTENTE INCONNUE' TO REFUS-W
           END-READ
           IF REFUS-W = SPACE
             EVALUATE TRUE
               WHEN ATTENTE-LIBEREE
                 MOVE 'ATTENTE DEJA LIBEREE' TO REFUS-W
               WHEN MONTANT-AT > MONTANT-MAX-PAIEM
                 MOVE 'MONTANT HORS FORMAT' TO REFUS-W
               WHEN MAT-AF NOT NUMERIC
                 MOVE 'MATRICULE INVALIDE' TO REFUS-W
               WHEN DATE-QUIT-AF NOT = SPACE
                AND DATE-QUIT-AF NOT NUMERIC
                 MOVE 'DATE QUITTANCE INVALIDE' TO REFUS-W
               WHEN OTHER
                 continue
             END-EVALUATE
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-AF TO MAT-X4
             READ f-assures4
               INVALID KEY
                 MOVE 'MATRICULE INCONNU' TO REFUS-W
             END-READ
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-AF TO MAT-AFF-W
             IF DATE-QUIT-AF = SPACE
               perform 22100-PLUS-ANCIENNE-CREANCE
             ELSE
               MOVE DATE-QUIT-AF TO DATE-QUIT-W
               MOVE MAT-AFF-W TO MAT-RC
               MOVE DATE-QUIT-W TO DATE-RC
               READ f-recev
                 INVALID KEY
                   MOVE 'CREANCE INCONNUE' TO REFUS-W
               END-READ
             END-IF
           END-IF
           IF REFUS-W = SPACE
             MOVE MAT-AFF-W TO MAT-AFF-AT
             MOVE DATE-QUIT-W TO DATE-QUIT-AFF-AT
             MOVE DATE-JOUR TO DATE-AFF-AT
             SET ATTENTE-AFFECTEE TO TRUE
             REWRITE e-attente
             ADD 1 TO CPT-AFFECTATIONS
             MOVE 'AFFECTEE' TO RESULTAT-A-F
             MOVE DATE-QUIT-W TO DATE-QUIT-A-F
           ELSE
             ADD 1 TO CPT-CARTES-REFUSEES
             MOVE REFUS-W TO RESULTAT-A-F
             MOVE DATE-QUIT-AF TO DATE-QUIT-A-F
           END-IF
           MOVE CLE-AF TO CLE-A-F
           MOVE MAT-AF TO MAT-A-F
           WRITE ligne-liste FROM FORMAT-LIGNE-AFFECT
           .

       22100-PLUS-ANCIENNE-CREANCE.
           MOVE 'N' TO CREANCE-TROUVEE-SW
           MOVE MAT-AFF-W TO MAT-RC
           MOVE 0 TO DATE-RC
           SET BALAYAGE-EN-COURS TO TRUE
           START f-recev KEY IS NOT LESS THAN CLE-X-RC
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE OR CREANCE-TROUVEE
             READ f-recev NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF MAT-RC NOT = MAT-AFF-W
                   SET FIN-BALAYAGE TO TRUE
                 ELSE
                   IF CREANCE-OUVERTE AND CREANCE-DEBIT
                     SET CREANCE-TROUVEE TO TRUE
                     MOVE DATE-RC TO DATE-QUIT-W
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF NOT CREANCE-TROUVEE
             MOVE 'AUCUNE CREANCE OUVERTE' TO REFUS-W
           END-IF
           .

      * Toutes les attentes non liberees, dans l'ordre des dates
      * d'operation : anciennete et tranche pour les attentes
      * ouvertes, les affectations a liberer a part.
       25000-BALANCE-AGEE.
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           MOVE 'BALANCE AGEE DU COMPTE D''ATTENTE' TO ligne-liste
           WRITE ligne-liste
           SET BALAYAGE-EN-COURS TO TRUE
           MOVE LOW-VALUE TO CLE-X-AT
           START f-attente KEY IS NOT LESS THAN CLE-X-AT
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE
             READ f-attente NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF NOT ATTENTE-LIBEREE
                   perform 26000-EDITE-ATTENTE
                 END-IF
             END-READ
           END-PERFORM
           perform 28000-EDITE-TOTAUX
           .

       26000-EDITE-ATTENTE.
           ADD 1 TO CPT-ATTENTES
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-RECU-AT TO DATE1-CALC-W
           MOVE DATE-JOUR TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W > 0
             MOVE JOURS-CALC-W TO AGE-JOURS
           ELSE
             MOVE 0 TO AGE-JOURS
           END-IF
           EVALUATE TRUE
             WHEN ATTENTE-AFFECTEE
               MOVE 5 TO IDX-TRANCHE
             WHEN AGE-JOURS < 31
               MOVE 1 TO IDX-TRANCHE
             WHEN AGE-JOURS < 61
               MOVE 2 TO IDX-TRANCHE
             WHEN AGE-JOURS < 91
               MOVE 3 TO IDX-TRANCHE
             WHEN OTHER
               MOVE 4 TO IDX-TRANCHE
           END-EVALUATE
           ADD 1 TO NB-TRANCHE(IDX-TRANCHE)
           ADD MONTANT-AT TO MT-TRANCHE(IDX-TRANCHE)
           EVALUATE TRUE
             WHEN ATT-SANS-CREANCE
               MOVE 'SANS CREANCE' TO MOTIF-ATT-F
             WHEN ATT-AMBIGU
               MOVE 'AMBIGU' TO MOTIF-ATT-F
             WHEN ATT-SATURE
               MOVE 'SATURATION' TO MOTIF-ATT-F
             WHEN ATT-ORPHELIN
               MOVE 'ORPHELIN' TO MOTIF-ATT-F
             WHEN OTHER
               MOVE 'SANS INDICE' TO MOTIF-ATT-F
           END-EVALUATE
           MOVE DATE-RECU-AT TO DATE-ATT-F
           MOVE NUM-ECR-AT TO ECR-ATT-F
           MOVE MONTANT-AT TO MONTANT-ATT-F
           MOVE AGE-JOURS TO AGE-ATT-F
           MOVE LIB-TRANCHE(IDX-TRANCHE) TO TRANCHE-ATT-F
           MOVE NOM-TIREUR-AT TO NOM-ATT-F
           WRITE ligne-liste FROM FORMAT-LIGNE-ATT
           MOVE LIBELLE-AT TO LIBELLE-ATT-F
           WRITE ligne-liste FROM FORMAT-LIBELLE-ATT
           .

       28000-EDITE-TOTAUX.
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           PERFORM VARYING IDX-TRANCHE FROM 1 BY 1
                     UNTIL IDX-TRANCHE > 5
             MOVE LIB-TRANCHE(IDX-TRANCHE) TO LIB-TRANCHE-F
             MOVE NB-TRANCHE(IDX-TRANCHE) TO NB-TRANCHE-F
             MOVE MT-TRANCHE(IDX-TRANCHE) TO MT-TRANCHE-F
             WRITE ligne-liste FROM FORMAT-TOTAL-TRANCHE
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-attente f-recev f-assures4 f-liste
           DISPLAY 'CARTES LUES          : ' CPT-CARTES-LUES
           DISPLAY 'AFFECTATIONS POSEES  : ' CPT-AFFECTATIONS
           DISPLAY 'CARTES REFUSEES      : ' CPT-CARTES-REFUSEES
           DISPLAY 'ATTENTES NON SOLDEES : ' CPT-ATTENTES
           DISPLAY 'DONT + DE 90 JOURS   : ' NB-TRANCHE(4)
      * Carte refusee ou attente de plus de 90 jours : RC 4.
           IF CPT-CARTES-REFUSEES > 0 OR NB-TRANCHE(4) > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
