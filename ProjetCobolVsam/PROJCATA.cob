       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCATA.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Portefeuille en vigueur : les vehicules sont localises au
      * code postal de l'assure.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties du vehicule : un vehicule est couvert en dommages
      * quand une garantie autre que la RC y est en vigueur.
      * Absent ou vehicule sans fiche : couverture non connue, le
      * vehicule n'est pas compte en dommages.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Carte parametre : seuil de cumul de valeur par zone en euros
      * en colonnes 1-11, nombre de zones du classement en 13-14,
      * valeur a neuf moyenne en euros par type de vehicule en
      * 16-21 (V), 22-27 (M), 28-33 (U), 34-39 (C). Zone a blanc ou
      * carte absente : valeur de repli.
           SELECT OPTIONAL f-param ASSIGN CATPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

           SELECT SD-TRI ASSIGN TRICAT.

      * Etat des cumuls par departement et classement des codes
      * postaux les plus charges.
           SELECT f-rapport ASSIGN DDCATRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Extrait a plat pour le modele catastrophe du reassureur,
      * transmis avec le bordereau de cession de PROJREAS : une
      * ligne par code postal du portefeuille.
           SELECT f-extrait ASSIGN DDCATEXT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-EXTRAIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-param.
       01 e-param.
         05 SEUIL-PRM                  PIC X(11).
         05                            PIC X(1).
         05 NB-TOP-PRM                 PIC X(2).
         05                            PIC X(1).
         05 VALEUR-TYPE-PRM            PIC X(6) OCCURS 4.
         05                            PIC X(41).

       SD SD-TRI.
       01 e-tri.
         05 VALEUR-TRI                 PIC 9(11).
         05 CP-TRI                     PIC 9(5).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-extrait.
       01 e-extrait.
         05 PAYS-CX                    PIC X(2).
         05 CP-CX                      PIC 9(5).
         05 DEPT-CX                    PIC X(2).
         05 NB-VEHIC-CX                PIC 9(7).
         05 NB-DOMMAGES-CX             PIC 9(7).
         05 PRIME-CX                   PIC 9(9)V9(2).
         05 VALEUR-CX                  PIC 9(11).
         05 DATE-CX                    PIC 9(8).
         05                            PIC X(27).

       WORKING-STORAGE SECTION.

       01 CR-ASSURES4                    PIC 99.
         88 EOF-ASSURES4 VALUE 10.
       01 CR-VEHIC                       PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-RAPPORT                     PIC 99.
       01 CR-EXTRAIT                     PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.

      * Parametres de l'actuariat et leurs valeurs de repli. La
      * valeur d'un vehicule est estimee depuis la valeur a neuf
      * moyenne de son type, diminuee de 10 % par annee depuis la
      * premiere mise en circulation sans descendre sous 20 %.
       77 SEUIL-CUMUL                    PIC 9(11) VALUE 10000000.
       77 NB-TOP                         PIC 9(2) VALUE 20.
       01 VALEURS-TYPE.
         05 VALEUR-TYPE                  PIC 9(6) OCCURS 4.
       77 IDX-TYPE                       PIC 9(1).
       77 DECOTE-ANNUELLE                PIC 9(2) VALUE 10.
       77 PLANCHER-DECOTE                PIC 9(3) VALUE 20.

       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.
       77 IDX-RANG                       PIC 99.
       77 NB-VEHIC-W                     PIC 99.
       77 IDX-GAR                        PIC 9(1).
       77 IDX-CP                         PIC 9(5).
       77 IDX-DEPT                       PIC 9(3).
       77 RANG-TOP                       PIC 9(3).
       77 RANG-EDIT                      PIC Z9.
       77 AGE-VEHIC-W                    PIC S9(4).
       77 TAUX-VALEUR-W                  PIC S9(4).
       77 VALEUR-VEHIC-W                 PIC 9(7).

       77 DOMMAGES-SW                    PIC X(1).
         88 COUVERT-DOMMAGES VALUE 'O'.

      * Cumuls a plat sur le code postal et sur le departement (2
      * premiers chiffres du code postal ; 100 : code postal nul).
       01 TAB-CP.
         05 CUMUL-CP OCCURS 99999.
           10 NB-VEHIC-CP                PIC 9(7).
           10 NB-DOMMAGES-CP             PIC 9(7).
           10 PRIME-CP                   PIC 9(9)V9(2).
           10 VALEUR-CP                  PIC 9(11).
       01 TAB-DEPT.
         05 CUMUL-DEPT OCCURS 100.
           10 NB-VEHIC-DP                PIC 9(7).
           10 NB-DOMMAGES-DP             PIC 9(7).
           10 PRIME-DP                   PIC 9(9)V9(2).
           10 VALEUR-DP                  PIC 9(11).

       01 CPT.
         05 CPT-POLICES                  PIC 9(7) VALUE 0.
         05 CPT-SUSPENDUES               PIC 9(7) VALUE 0.
         05 CPT-VEHICULES                PIC 9(7) VALUE 0.
         05 CPT-DOMMAGES                 PIC 9(7) VALUE 0.
         05 CPT-CP                       PIC 9(7) VALUE 0.
         05 CPT-CP-SEUIL                 PIC 9(7) VALUE 0.
         05 CPT-DEPT-SEUIL               PIC 9(7) VALUE 0.
         05 TOTAL-PRIME                  PIC 9(11)V9(2) VALUE 0.
         05 TOTAL-VALEUR                 PIC 9(13) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-CAT.
         05                              PIC X(31)
           VALUE 'CUMULS CATASTROPHE NATURELLE AU'.
         05                              PIC X(1).
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(17)
           VALUE ' - SEUIL ZONE : '.
         05 SEUIL-T-F                    PIC Z(10)9.
         05                              PIC X(12) VALUE ' EUR'.

       01 FORMAT-SECTION-CAT.
         05 LIB-SECTION-F                PIC X(80).

       01 FORMAT-ENTETE-CAT.
         05                              PIC X(11) VALUE 'ZONE'.
         05                              PIC X(12) VALUE 'VEHICULES'.
         05                              PIC X(12) VALUE 'DOMMAGES'.
         05                              PIC X(16) VALUE 'PRIMES'.
         05                              PIC X(20) VALUE 'VALEUR'.
         05                              PIC X(9).

       01 FORMAT-LIGNE-CAT.
         05 LIB-ZONE-F                   PIC X(6).
         05 CODE-ZONE-F                  PIC X(5).
         05 NB-VEHIC-F                   PIC Z(6)9.
         05                              PIC X(5).
         05 NB-DOMMAGES-F                PIC Z(6)9.
         05                              PIC X(3).
         05 PRIME-F                      PIC Z(9)9,99.
         05                              PIC X(3).
         05 VALEUR-F                     PIC Z(12)9.
         05                              PIC X(1).
         05 ALERTE-F                     PIC X(10).
         05                              PIC X(7).

       01 FORMAT-TOTAL-CAT.
         05                              PIC X(11) VALUE 'TOTAL'.
         05 NB-VEHIC-TOT-F               PIC Z(6)9.
         05                              PIC X(5).
         05 NB-DOMMAGES-TOT-F            PIC Z(6)9.
         05                              PIC X(1).
         05 PRIME-TOT-F                  PIC Z(11)9,99.
         05                              PIC X(1).
         05 VALEUR-TOT-F                 PIC Z(14)9.
         05                              PIC X(18).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-DEPARTEMENTS
           PERFORM 26000-CLASSEMENT
           PERFORM 28000-ECRIT-EXTRAIT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 15000 TO VALEUR-TYPE(1)
           MOVE 5000 TO VALEUR-TYPE(2)
           MOVE 20000 TO VALEUR-TYPE(3)
           MOVE 30000 TO VALEUR-TYPE(4)
           perform 10050-LIT-PARAM
           INITIALIZE TAB-CP TAB-DEPT
           OPEN INPUT f-assures4 f-vehic f-garant
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-VEHIC > 0
             DISPLAY 'ERROR ASSURVEH : ' CR-VEHIC
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport f-extrait
           MOVE DATE-JOUR TO DATE-T-F
           MOVE SEUIL-CUMUL TO SEUIL-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-CAT
           perform 18000-READ-ASSURES4
           .

       10050-LIT-PARAM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF SEUIL-PRM NUMERIC
                   MOVE SEUIL-PRM TO SEUIL-CUMUL
                 END-IF
                 IF NB-TOP-PRM NUMERIC AND NB-TOP-PRM NOT = '00'
                   MOVE NB-TOP-PRM TO NB-TOP
                 END-IF
                 PERFORM VARYING IDX-TYPE FROM 1 BY 1
                           UNTIL IDX-TYPE > 4
                   IF VALEUR-TYPE-PRM(IDX-TYPE) NUMERIC
                     MOVE VALEUR-TYPE-PRM(IDX-TYPE)
                       TO VALEUR-TYPE(IDX-TYPE)
                   END-IF
                 END-PERFORM
             END-READ
             CLOSE f-param
           END-IF
           .

       18000-READ-ASSURES4.
           READ f-assures4 NEXT RECORD
             AT END
               continue
           END-READ
           .

      * Une police suspendue pour impayes n'est plus couverte et
      * ne charge aucune zone.
       20000-TRAITEMENT.
           perform until EOF-ASSURES4
             IF POLICE-SUSPENDUE-A4
               ADD 1 TO CPT-SUSPENDUES
             ELSE
               ADD 1 TO CPT-POLICES
               perform 21000-CUMULE-POLICE
             END-IF
             perform 18000-READ-ASSURES4
           END-PERFORM
           .

      * Chaque vehicule de la police charge le code postal de
      * l'assure ; une fiche sans vehicule au fichier (anterieure a
      * ASSURVEH) compte pour son vehicule principal.
       21000-CUMULE-POLICE.
           MOVE CP-A4 TO IDX-CP
           MOVE CP-A4(1:2) TO IDX-DEPT
           IF IDX-DEPT = 0
             MOVE 100 TO IDX-DEPT
           END-IF
           MOVE 0 TO NB-VEHIC-W
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             MOVE MAT-A4 TO MAT-AV
             MOVE IDX-RANG TO RANG-AV
             READ f-vehic
               INVALID KEY
                 continue
               NOT INVALID KEY
                 ADD 1 TO NB-VEHIC-W
                 perform 22000-CUMULE-VEHICULE
             END-READ
           END-PERFORM
           IF NB-VEHIC-W = 0
             MOVE SPACE TO e-vehic
             MOVE MAT-A4 TO MAT-AV
             MOVE 1 TO RANG-AV
             MOVE TYPE-V-A4 TO TYPE-V-AV
             MOVE PRIME-A4 TO PRIME-AV
             MOVE 0 TO DATE-1MEC-AV
             perform 22000-CUMULE-VEHICULE
           END-IF
           .

       22000-CUMULE-VEHICULE.
           perform 22100-ESTIME-VALEUR
           perform 22200-CHERCHE-DOMMAGES
           ADD 1 TO CPT-VEHICULES
           ADD PRIME-AV TO TOTAL-PRIME
           ADD VALEUR-VEHIC-W TO TOTAL-VALEUR
           IF IDX-CP > 0
             ADD 1 TO NB-VEHIC-CP(IDX-CP)
             ADD PRIME-AV TO PRIME-CP(IDX-CP)
             ADD VALEUR-VEHIC-W TO VALEUR-CP(IDX-CP)
           END-IF
           ADD 1 TO NB-VEHIC-DP(IDX-DEPT)
           ADD PRIME-AV TO PRIME-DP(IDX-DEPT)
           ADD VALEUR-VEHIC-W TO VALEUR-DP(IDX-DEPT)
           IF COUVERT-DOMMAGES
             ADD 1 TO CPT-DOMMAGES
             IF IDX-CP > 0
               ADD 1 TO NB-DOMMAGES-CP(IDX-CP)
             END-IF
             ADD 1 TO NB-DOMMAGES-DP(IDX-DEPT)
           END-IF
           .

       22100-ESTIME-VALEUR.
           EVALUATE TYPE-V-AV
             WHEN 'V'
               MOVE 1 TO IDX-TYPE
             WHEN 'M'
               MOVE 2 TO IDX-TYPE
             WHEN 'U'
               MOVE 3 TO IDX-TYPE
             WHEN 'C'
               MOVE 4 TO IDX-TYPE
             WHEN OTHER
               MOVE 1 TO IDX-TYPE
           END-EVALUATE
           MOVE 100 TO TAUX-VALEUR-W
           IF DATE-1MEC-AV NUMERIC AND DATE-1MEC-AV > 0
             COMPUTE AGE-VEHIC-W = YEAR-F - DATE-1MEC-AV / 10000
             IF AGE-VEHIC-W > 0
               COMPUTE TAUX-VALEUR-W =
                 100 - AGE-VEHIC-W * DECOTE-ANNUELLE
             END-IF
             IF TAUX-VALEUR-W < PLANCHER-DECOTE
               MOVE PLANCHER-DECOTE TO TAUX-VALEUR-W
             END-IF
           END-IF
           COMPUTE VALEUR-VEHIC-W ROUNDED =
             VALEUR-TYPE(IDX-TYPE) * TAUX-VALEUR-W / 100
           .

       22200-CHERCHE-DOMMAGES.
           MOVE 'N' TO DOMMAGES-SW
           IF CR-GARANT < 10
             MOVE MAT-AV TO MAT-GA
             MOVE RANG-AV TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 PERFORM VARYING IDX-GAR FROM 2 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     SET COUVERT-DOMMAGES TO TRUE
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           .

      * ------- Etat par departement --------------------------------
       25000-EDITE-DEPARTEMENTS.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'CUMULS PAR DEPARTEMENT' TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-CAT
           WRITE ligne-rapport FROM FORMAT-ENTETE-CAT
           PERFORM VARYING IDX-DEPT FROM 1 BY 1 UNTIL IDX-DEPT > 100
             IF NB-VEHIC-DP(IDX-DEPT) > 0
               MOVE 'DEPT' TO LIB-ZONE-F
               IF IDX-DEPT = 100
                 MOVE '??' TO CODE-ZONE-F
               ELSE
                 MOVE IDX-DEPT(2:2) TO CODE-ZONE-F
               END-IF
               MOVE NB-VEHIC-DP(IDX-DEPT) TO NB-VEHIC-F
               MOVE NB-DOMMAGES-DP(IDX-DEPT) TO NB-DOMMAGES-F
               MOVE PRIME-DP(IDX-DEPT) TO PRIME-F
               MOVE VALEUR-DP(IDX-DEPT) TO VALEUR-F
               MOVE SPACE TO ALERTE-F
               IF VALEUR-DP(IDX-DEPT) > SEUIL-CUMUL
                 MOVE '** SEUIL' TO ALERTE-F
                 ADD 1 TO CPT-DEPT-SEUIL
               END-IF
               WRITE ligne-rapport FROM FORMAT-LIGNE-CAT
             END-IF
           END-PERFORM
           MOVE CPT-VEHICULES TO NB-VEHIC-TOT-F
           MOVE CPT-DOMMAGES TO NB-DOMMAGES-TOT-F
           MOVE TOTAL-PRIME TO PRIME-TOT-F
           MOVE TOTAL-VALEUR TO VALEUR-TOT-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CAT
           .

      * ------- Classement des codes postaux ------------------------
      * Tous les codes postaux charges passent au tri par valeur
      * decroissante ; les premiers du classement sont edites, et
      * tout code postal au-dessus du seuil est compte.
       26000-CLASSEMENT.
           SORT SD-TRI
             ON DESCENDING KEY VALEUR-TRI
             ON ASCENDING KEY CP-TRI
             INPUT PROCEDURE IS 26100-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 27000-EDITE-CLASSEMENT
           .

       26100-ALIMENTE-TRI.
           PERFORM VARYING IDX-CP FROM 1 BY 1 UNTIL IDX-CP > 99998
             IF NB-VEHIC-CP(IDX-CP) > 0
               ADD 1 TO CPT-CP
               MOVE VALEUR-CP(IDX-CP) TO VALEUR-TRI
               MOVE IDX-CP TO CP-TRI
               RELEASE e-tri
             END-IF
           END-PERFORM
           IF NB-VEHIC-CP(99999) > 0
             ADD 1 TO CPT-CP
             MOVE VALEUR-CP(99999) TO VALEUR-TRI
             MOVE 99999 TO CP-TRI
             RELEASE e-tri
           END-IF
           .

       27000-EDITE-CLASSEMENT.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACE TO LIB-SECTION-F
           STRING 'CODES POSTAUX LES PLUS CHARGES (VALEUR ESTIMEE)'
             DELIMITED BY SIZE INTO LIB-SECTION-F
           END-STRING
           WRITE ligne-rapport FROM FORMAT-SECTION-CAT
           WRITE ligne-rapport FROM FORMAT-ENTETE-CAT
           MOVE 0 TO RANG-TOP
           perform 27100-RETURN-TRI
           perform until EOF-TRI
             ADD 1 TO RANG-TOP
             IF VALEUR-TRI > SEUIL-CUMUL
               ADD 1 TO CPT-CP-SEUIL
             END-IF
             IF RANG-TOP NOT > NB-TOP
               perform 27200-EDITE-LIGNE-CP
             END-IF
             perform 27100-RETURN-TRI
           END-PERFORM
           .

       27100-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       27200-EDITE-LIGNE-CP.
           MOVE CP-TRI TO IDX-CP
           MOVE RANG-TOP TO RANG-EDIT
           MOVE SPACE TO LIB-ZONE-F
           STRING RANG-EDIT ' CP' DELIMITED BY SIZE INTO LIB-ZONE-F
           END-STRING
           MOVE CP-TRI TO CODE-ZONE-F
           MOVE NB-VEHIC-CP(IDX-CP) TO NB-VEHIC-F
           MOVE NB-DOMMAGES-CP(IDX-CP) TO NB-DOMMAGES-F
           MOVE PRIME-CP(IDX-CP) TO PRIME-F
           MOVE VALEUR-CP(IDX-CP) TO VALEUR-F
           MOVE SPACE TO ALERTE-F
           IF VALEUR-CP(IDX-CP) > SEUIL-CUMUL
             MOVE '** SEUIL' TO ALERTE-F
           END-IF
           WRITE ligne-rapport FROM FORMAT-LIGNE-CAT
           .

      * ------- Extrait pour le modele du reassureur ----------------
       28000-ECRIT-EXTRAIT.
           PERFORM VARYING IDX-CP FROM 1 BY 1 UNTIL IDX-CP > 99998
             perform 28100-ECRIT-LIGNE-EXTRAIT
           END-PERFORM
           MOVE 99999 TO IDX-CP
           perform 28100-ECRIT-LIGNE-EXTRAIT
           .

       28100-ECRIT-LIGNE-EXTRAIT.
           IF NB-VEHIC-CP(IDX-CP) > 0
             MOVE SPACE TO e-extrait
             MOVE 'FR' TO PAYS-CX
             MOVE IDX-CP TO CP-CX
             MOVE CP-CX(1:2) TO DEPT-CX
             MOVE NB-VEHIC-CP(IDX-CP) TO NB-VEHIC-CX
             MOVE NB-DOMMAGES-CP(IDX-CP) TO NB-DOMMAGES-CX
             MOVE PRIME-CP(IDX-CP) TO PRIME-CX
             MOVE VALEUR-CP(IDX-CP) TO VALEUR-CX
             MOVE DATE-JOUR TO DATE-CX
             WRITE e-extrait
           END-IF
           .

       30000-END-PGM.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACE TO LIB-SECTION-F
           STRING 'DEPARTEMENTS AU-DESSUS DU SEUIL : ' CPT-DEPT-SEUIL
                  '   CODES POSTAUX : ' CPT-CP-SEUIL
             DELIMITED BY SIZE INTO LIB-SECTION-F
           END-STRING
           WRITE ligne-rapport FROM FORMAT-SECTION-CAT
           CLOSE f-assures4 f-vehic f-rapport f-extrait
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           DISPLAY 'POLICES EN VIGUEUR   : ' CPT-POLICES
           DISPLAY 'POLICES SUSPENDUES   : ' CPT-SUSPENDUES
           DISPLAY 'VEHICULES            : ' CPT-VEHICULES
           DISPLAY 'COUVERTS EN DOMMAGES : ' CPT-DOMMAGES
           DISPLAY 'CODES POSTAUX        : ' CPT-CP
           STOP RUN
           .
