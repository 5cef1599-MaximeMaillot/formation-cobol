       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB10DLT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier fusionne de la veille et celui du jour produit par
      * COB10, tous deux tries sur l'identifiant client.
           SELECT f-veille ASSIGN dclientv
            file status is CR-VEILLE.
           SELECT f-jour ASSIGN dclientf
            file status is CR-JOUR.
      * Compteurs ecrits par COB10 pour le fichier du jour.
           SELECT OPTIONAL f-stats ASSIGN ddstatsf
            file status is CR-STATS.
      * Carte parametre : seuil de disparition en pourcentage du
      * fichier de la veille, colonnes 1-3 (absent, 10).
           SELECT OPTIONAL f-param ASSIGN ddeltprm
            file status is CR-PARAM.
      * Mouvements a envoyer : nouveaux, modifies, supprimes.
           SELECT f-delta ASSIGN ddelta
            file status is CR-DELTA.
      * Recapitulatif des compteurs, au format de ddstatsf.
           SELECT f-recap ASSIGN ddeltsta
            file status is CR-RECAP.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
      * Enregistrement client de COB10 suivi du fichier d'origine
       fd f-veille
           BLOCK CONTAINS 0
           DATA RECORD IS E-VEILLE.
       01 E-VEILLE.
         05 DONNEES-V.
           10 CLIENT-ID-V          PIC X(6).
           10                      PIC X(44).
         05 SOURCE-V               PIC X(10).
         05                        PIC X(20).
       fd f-jour
           BLOCK CONTAINS 0
           DATA RECORD IS E-JOUR.
       01 E-JOUR.
         05 DONNEES-J.
           10 CLIENT-ID-J          PIC X(6).
           10                      PIC X(44).
         05 SOURCE-J               PIC X(10).
         05                        PIC X(20).
      * Ligne de stats de COB10 : libelle, fichier, compteur edite
       fd f-stats.
       01 E-STATS.
         05                        PIC X(43).
         05 FICHIER-ST             PIC X(10).
         05                        PIC X(3).
         05 CPT-ST                 PIC Z(3)9.
         05                        PIC X(20).
       fd f-param.
       01 E-PARAM.
         05 SEUIL-PRM              PIC 9(3).
         05 SEUIL-PRM-X REDEFINES SEUIL-PRM PIC X(3).
         05                        PIC X(77).
      * Type N nouveau, M modifie, S supprime ; l'image du jour et
      * celle de la veille, et pour un modifie les zones qui
      * different (position dans l'enregistrement client, longueur).
       fd f-delta
           BLOCK CONTAINS 0
           DATA RECORD IS E-DELTA.
       01 E-DELTA.
         05 TYPE-DL                PIC X.
         05 SOURCE-DL              PIC X(10).
         05 SOURCE-PREC-DL         PIC X(10).
         05 CLIENT-ID-DL           PIC X(6).
         05 IMAGE-DL               PIC X(44).
         05 IMAGE-PREC-DL          PIC X(44).
         05 NB-ZONES-DL            PIC 99.
         05 ZONE-DL OCCURS 10.
           10 DEBUT-ZONE-DL        PIC 99.
           10 LONG-ZONE-DL         PIC 99.
         05                        PIC X(3).
       fd f-recap.
       01 RECAP                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-VEILLE                PIC 99.
       01 CR-JOUR                  PIC 99.
       01 CR-STATS                 PIC 99.
         88 EOF-STATS VALUE 10.
       01 CR-PARAM                 PIC 99.
       01 CR-DELTA                 PIC 99.
       01 CR-RECAP                 PIC 99.

      * Cles d'appariement, a HIGH-VALUE en fin de fichier
       77 CLE-VEILLE               PIC X(6).
       77 CLE-JOUR                 PIC X(6).
       77 CLE-VEILLE-PREC          PIC X(6) VALUE LOW-VALUE.
       77 CLE-JOUR-PREC            PIC X(6) VALUE LOW-VALUE.

      * Seuil de disparition massive
       77 SEUIL-DISPARITION        PIC 9(3) VALUE 10.
       77 TAUX-DISPARITION         PIC 9(3)V99 VALUE 0.
       77 BLOCAGE-SW               PIC X VALUE 'N'.
         88 DELTA-BLOQUE VALUE 'O'.

      * Recherche des zones modifiees
       77 I                        PIC 99.
       77 DANS-ZONE-SW             PIC X.
         88 DANS-ZONE VALUE 'O'.

      * --------------- Compteurs -----------
       01 CPT.
         05 CPT-VEILLE             PIC 9(6) VALUE 0.
         05 CPT-JOUR               PIC 9(6) VALUE 0.
         05 CPT-JOUR-CLIENT1       PIC 9(6) VALUE 0.
         05 CPT-JOUR-CLIENT2       PIC 9(6) VALUE 0.
         05 CPT-NOUVEAUX           PIC 9(6) VALUE 0.
         05 CPT-MODIFIES           PIC 9(6) VALUE 0.
         05 CPT-SUPPRIMES          PIC 9(6) VALUE 0.
         05 CPT-INCHANGES          PIC 9(6) VALUE 0.
         05 CPT-DELTA              PIC 9(6) VALUE 0.
      * Compteurs lus dans ddstatsf
       01 STATS-COB10.
         05 STATS-LUES-SW          PIC X VALUE 'N'.
           88 STATS-LUES VALUE 'O'.
         05 STATS-CLIENT1          PIC 9(4) VALUE 0.
         05 STATS-CLIENT2          PIC 9(4) VALUE 0.
         05 STATS-CLIENTF          PIC 9(4) VALUE 0.
       77 CPT-ECARTS               PIC 9(2) VALUE 0.
       77 CPT-COMPTE               PIC 9(6).
       77 CPT-ATTENDU              PIC 9(6).

      * ---------------- Format --------------
       01 FORMAT-RECAP.
         05 LIBELLE-R              PIC X(40).
         05                        PIC X(3) VALUE ' : '.
         05 CPT-R                  PIC Z(5)9.
         05                        PIC X(2).
         05 CONTROLE-R             PIC X(29).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .
      * Parametre, ouvertures et premieres lectures
       10000-INIT-PGM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 CONTINUE
               NOT AT END
                 IF SEUIL-PRM-X NUMERIC
                   MOVE SEUIL-PRM TO SEUIL-DISPARITION
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-veille
           IF CR-VEILLE > 0
             DISPLAY "ERROR DCLIENTV : " CR-VEILLE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-jour
           IF CR-JOUR > 0
             DISPLAY "ERROR DCLIENTF : " CR-JOUR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-delta
           PERFORM READ-VEILLE
           PERFORM READ-JOUR
           .
      * Appariement sur l'identifiant client
       20000-TRAITEMENT.
           PERFORM UNTIL CLE-VEILLE = HIGH-VALUE
                     AND CLE-JOUR = HIGH-VALUE
             EVALUATE TRUE
               WHEN CLE-VEILLE < CLE-JOUR
                 PERFORM 21000-CLIENT-SUPPRIME
                 PERFORM READ-VEILLE
               WHEN CLE-VEILLE > CLE-JOUR
                 PERFORM 22000-CLIENT-NOUVEAU
                 PERFORM READ-JOUR
               WHEN OTHER
                 PERFORM 23000-COMPARE-CLIENT
                 PERFORM READ-VEILLE
                 PERFORM READ-JOUR
             END-EVALUATE
           END-PERFORM
           .
      * Lit le fichier de la veille ; un fichier hors sequence rend
      * l'appariement faux et arrete le traitement
       READ-VEILLE.
           READ f-veille
             AT END
               MOVE HIGH-VALUE TO CLE-VEILLE
             NOT AT END
               ADD 1 TO CPT-VEILLE
               MOVE CLIENT-ID-V TO CLE-VEILLE
               IF CLE-VEILLE NOT > CLE-VEILLE-PREC
                 DISPLAY "SEQUENCE DCLIENTV : " CLE-VEILLE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE CLE-VEILLE TO CLE-VEILLE-PREC
           END-READ
           .
      * Lit le fichier du jour
       READ-JOUR.
           READ f-jour
             AT END
               MOVE HIGH-VALUE TO CLE-JOUR
             NOT AT END
               ADD 1 TO CPT-JOUR
               EVALUATE SOURCE-J
                 WHEN 'CLIENT1'
                   ADD 1 TO CPT-JOUR-CLIENT1
                 WHEN 'CLIENT2'
                   ADD 1 TO CPT-JOUR-CLIENT2
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               MOVE CLIENT-ID-J TO CLE-JOUR
               IF CLE-JOUR NOT > CLE-JOUR-PREC
                 DISPLAY "SEQUENCE DCLIENTF : " CLE-JOUR
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE CLE-JOUR TO CLE-JOUR-PREC
           END-READ
           .
      * Client de la veille absent du jour
       21000-CLIENT-SUPPRIME.
           MOVE SPACE TO E-DELTA
           MOVE 'S' TO TYPE-DL
           MOVE SOURCE-V TO SOURCE-DL
           MOVE SOURCE-V TO SOURCE-PREC-DL
           MOVE CLIENT-ID-V TO CLIENT-ID-DL
           MOVE DONNEES-V(7:) TO IMAGE-PREC-DL
           MOVE 0 TO NB-ZONES-DL
           PERFORM 24000-ECRIT-DELTA
           ADD 1 TO CPT-SUPPRIMES
           .
      * Client du jour absent de la veille
       22000-CLIENT-NOUVEAU.
           MOVE SPACE TO E-DELTA
           MOVE 'N' TO TYPE-DL
           MOVE SOURCE-J TO SOURCE-DL
           MOVE CLIENT-ID-J TO CLIENT-ID-DL
           MOVE DONNEES-J(7:) TO IMAGE-DL
           MOVE 0 TO NB-ZONES-DL
           PERFORM 24000-ECRIT-DELTA
           ADD 1 TO CPT-NOUVEAUX
           .
      * Client present les deux jours : modifie si les donnees ou
      * le fichier d'origine ont change (une veille ecrite avant le
      * marquage de l'origine ne compte que pour les donnees)
       23000-COMPARE-CLIENT.
           IF DONNEES-V = DONNEES-J
            AND (SOURCE-V = SOURCE-J OR SOURCE-V = SPACE)
             ADD 1 TO CPT-INCHANGES
           ELSE
             MOVE SPACE TO E-DELTA
             MOVE 'M' TO TYPE-DL
             MOVE SOURCE-J TO SOURCE-DL
             MOVE SOURCE-V TO SOURCE-PREC-DL
             MOVE CLIENT-ID-J TO CLIENT-ID-DL
             MOVE DONNEES-J(7:) TO IMAGE-DL
             MOVE DONNEES-V(7:) TO IMAGE-PREC-DL
             PERFORM 23100-ZONES-MODIFIEES
             PERFORM 24000-ECRIT-DELTA
             ADD 1 TO CPT-MODIFIES
           END-IF
           .
      * Zones de caracteres differents ; au-dela de dix zones, la
      * derniere est prolongee jusqu'a la fin de l'enregistrement
       23100-ZONES-MODIFIEES.
           MOVE 0 TO NB-ZONES-DL
           MOVE 'N' TO DANS-ZONE-SW
           PERFORM VARYING I FROM 7 BY 1 UNTIL I > 50
             IF DONNEES-V(I:1) NOT = DONNEES-J(I:1)
               IF NOT DANS-ZONE
                 IF NB-ZONES-DL < 10
                   ADD 1 TO NB-ZONES-DL
                   MOVE I TO DEBUT-ZONE-DL(NB-ZONES-DL)
                 END-IF
                 SET DANS-ZONE TO TRUE
               END-IF
               COMPUTE LONG-ZONE-DL(NB-ZONES-DL) =
                 I - DEBUT-ZONE-DL(NB-ZONES-DL) + 1
             ELSE
               MOVE 'N' TO DANS-ZONE-SW
             END-IF
           END-PERFORM
           .
       24000-ECRIT-DELTA.
           WRITE E-DELTA
           ADD 1 TO CPT-DELTA
           .
      * Seuil de disparition, controle des compteurs de COB10 et
      * recapitulatif ; un delta bloque est vide avant d'etre passe
      * a la suite de la chaine.
       30000-END-PGM.
           CLOSE f-veille
           CLOSE f-jour
           CLOSE f-delta
           IF CPT-VEILLE > 0
             COMPUTE TAUX-DISPARITION ROUNDED =
               CPT-SUPPRIMES * 100 / CPT-VEILLE
             IF TAUX-DISPARITION > SEUIL-DISPARITION
               SET DELTA-BLOQUE TO TRUE
               DISPLAY "DISPARITION MASSIVE : " CPT-SUPPRIMES
                       " CLIENTS SUR " CPT-VEILLE " - DELTA BLOQUE"
               OPEN OUTPUT f-delta
               CLOSE f-delta
             END-IF
           END-IF
           PERFORM 31000-LIT-STATS
           PERFORM 32000-RECAP
           IF DELTA-BLOQUE
             MOVE 8 TO RETURN-CODE
           ELSE
             IF CPT-ECARTS > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN
           .
      * Compteurs de COB10 pour le fichier du jour
       31000-LIT-STATS.
           OPEN INPUT f-stats
           IF CR-STATS < 10
             PERFORM UNTIL EOF-STATS
               READ f-stats
                 AT END
                   CONTINUE
                 NOT AT END
                   SET STATS-LUES TO TRUE
                   EVALUATE FICHIER-ST
                     WHEN 'CLIENT1'
                       MOVE CPT-ST TO STATS-CLIENT1
                     WHEN 'CLIENT2'
                       MOVE CPT-ST TO STATS-CLIENT2
                     WHEN 'CLIENT-F'
                       MOVE CPT-ST TO STATS-CLIENTF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE f-stats
           END-IF
           .
      * Recapitulatif : compteurs du delta, puis ceux du jour
      * rapproches de ddstatsf
       32000-RECAP.
           OPEN OUTPUT f-recap
           MOVE SPACE TO CONTROLE-R
           MOVE 'Clients lus dans la veille' TO LIBELLE-R
           MOVE CPT-VEILLE TO CPT-R
           PERFORM 32100-WRITE-RECAP
           MOVE 'Clients nouveaux' TO LIBELLE-R
           MOVE CPT-NOUVEAUX TO CPT-R
           PERFORM 32100-WRITE-RECAP
           MOVE 'Clients modifies' TO LIBELLE-R
           MOVE CPT-MODIFIES TO CPT-R
           PERFORM 32100-WRITE-RECAP
           MOVE 'Clients supprimes' TO LIBELLE-R
           MOVE CPT-SUPPRIMES TO CPT-R
           IF DELTA-BLOQUE
             MOVE 'DISPARITION MASSIVE' TO CONTROLE-R
           END-IF
           PERFORM 32100-WRITE-RECAP
           MOVE 'Clients inchanges' TO LIBELLE-R
           MOVE CPT-INCHANGES TO CPT-R
           PERFORM 32100-WRITE-RECAP
           MOVE 'Mouvements du delta' TO LIBELLE-R
           MOVE CPT-DELTA TO CPT-R
           IF DELTA-BLOQUE
             MOVE 'DELTA BLOQUE, NON ENVOYE' TO CONTROLE-R
           END-IF
           PERFORM 32100-WRITE-RECAP
           MOVE 'Clients lus dans le jour (CLIENT-F)' TO LIBELLE-R
           MOVE CPT-JOUR TO CPT-R
           MOVE CPT-JOUR TO CPT-COMPTE
           MOVE STATS-CLIENTF TO CPT-ATTENDU
           PERFORM 32200-CONTROLE-STATS
           PERFORM 32100-WRITE-RECAP
           MOVE 'dont venant de CLIENT1' TO LIBELLE-R
           MOVE CPT-JOUR-CLIENT1 TO CPT-R
           MOVE CPT-JOUR-CLIENT1 TO CPT-COMPTE
           MOVE STATS-CLIENT1 TO CPT-ATTENDU
           PERFORM 32200-CONTROLE-STATS
           PERFORM 32100-WRITE-RECAP
           MOVE 'dont venant de CLIENT2' TO LIBELLE-R
           MOVE CPT-JOUR-CLIENT2 TO CPT-R
           MOVE CPT-JOUR-CLIENT2 TO CPT-COMPTE
           MOVE STATS-CLIENT2 TO CPT-ATTENDU
           PERFORM 32200-CONTROLE-STATS
           PERFORM 32100-WRITE-RECAP
           CLOSE f-recap
           .
      * Ecrit dans le recapitulatif
       32100-WRITE-RECAP.
           MOVE FORMAT-RECAP TO RECAP
           WRITE RECAP
           MOVE SPACE TO CONTROLE-R
           .
      * Compare le compteur du jour a celui de COB10
       32200-CONTROLE-STATS.
           EVALUATE TRUE
             WHEN NOT STATS-LUES
               MOVE 'DDSTATSF ABSENT' TO CONTROLE-R
             WHEN CPT-COMPTE = CPT-ATTENDU
               MOVE 'CONFORME A DDSTATSF' TO CONTROLE-R
             WHEN OTHER
               MOVE 'ECART AVEC DDSTATSF' TO CONTROLE-R
               DISPLAY "ECART DDSTATSF : " LIBELLE-R
               ADD 1 TO CPT-ECARTS
           END-EVALUATE
           .
