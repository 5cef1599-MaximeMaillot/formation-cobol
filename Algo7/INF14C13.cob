       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB14RAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier des etudiants de la premiere session, le meme que
      * COB14 et COB14BUL ; il n'est que lu, les resultats de la
      * premiere session restent tels quels.
           SELECT f-etudiant ASSIGN detud
            file status is CR-ETUDIANT.
      * Notes de rattrapage : une ligne par etudiant et matiere.
           SELECT f-rattrapage ASSIGN dratrap
            file status is CR-RATTRAPAGE.
      * Regle de l'etablissement : colonne 1 M meilleure des deux
      * notes (par defaut), R note de rattrapage seule, A moyenne
      * des deux ; colonnes 2-5 seuil de reussite 9(2)V99 (par
      * defaut 10,00).
           SELECT OPTIONAL f-param ASSIGN dratprm
            file status is CR-PARAM.
      * Tri par moyenne finale decroissante pour le classement.
           SELECT SD-TRI ASSIGN TRIRAT.
      * Liste du jury et bulletins de la seconde session.
           SELECT f-jury ASSIGN djury
            file status is CR-JURY.
           SELECT f-bulletin ASSIGN dbulrat
            file status is CR-BULLETIN.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-etudiant
           block contains 0
           recording mode F
           record contains 82
           data record is e-etudiant.
       01 e-etudiant.
         05 NOM-PRENOM PIC X(20).
         05 NB-MATIERES PIC 99.
         05 NOTES-COEFFS PIC X(60).
         05 TAB-NOTES-COEFFS redefines NOTES-COEFFS.
           07 NOTE-COEFF OCCURS 20.
             09 NOTE PIC 99.
             09 COEFF PIC 9.

      * La matiere est la position de la note dans detud.
       fd f-rattrapage
           block contains 0
           recording mode F
           record contains 80
           data record is e-rattrapage.
       01 e-rattrapage.
         05 NOM-RAT PIC X(20).
         05 MATIERE-RAT PIC 99.
         05 NOTE-RAT PIC 99.
         05 PIC X(56).

       fd f-param.
       01 e-param.
         05 REGLE-PRM PIC X.
         05 SEUIL-PRM PIC 9(2)V9(2).
         05 SEUIL-PRM-X redefines SEUIL-PRM PIC X(4).
         05 PIC X(75).

       SD SD-TRI.
       01 E-TRI.
         05 MOYENNE-FIN-TRI PIC 9(2)V9(2).
         05 NOM-TRI PIC X(20).
         05 MOYENNE-S1-TRI PIC 9(2)V9(2).
         05 DECISION-TRI PIC X.
           88 TRI-ADMIS VALUE 'A'.
           88 TRI-ADMIS-RATTRAPAGE VALUE 'R'.
           88 TRI-AJOURNE VALUE 'J'.
         05 NB-MATIERES-TRI PIC 99.
         05 TAB-NOTES-TRI.
           07 NOTE-TRI-ENTRY OCCURS 20.
             09 NOTE-S1-TRI PIC 99.
             09 NOTE-RAT-TRI PIC 99.
             09 RAT-TRI-SW PIC X.
               88 MATIERE-RATTRAPEE VALUE 'O'.
             09 NOTE-RETENUE-TRI PIC 9(2)V9(2).
             09 COEFF-TRI PIC 9.

       fd f-jury.
       01 LIGNE-JURY PIC X(80).

       fd f-bulletin.
       01 LIGNE-BULLETIN PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-ETUDIANT PIC 99.
         88 OK-ETUDIANT value 0.
         88 EOF-ETUDIANT value 10.
       01 CR-RATTRAPAGE PIC 99.
         88 EOF-RATTRAPAGE value 10.
       01 CR-PARAM PIC 99.
       01 CR-JURY PIC 99.
       01 CR-BULLETIN PIC 99.
       01 CR-TRI PIC 99.
         88 EOF-TRI VALUE 10.

      * Regle et seuil retenus
       77 REGLE-W PIC X VALUE 'M'.
         88 REGLE-MEILLEURE VALUE 'M'.
         88 REGLE-RATTRAPAGE VALUE 'R'.
         88 REGLE-MOYENNE VALUE 'A'.
       77 SEUIL-REUSSITE PIC 9(2)V9(2) VALUE 10.

      * Notes de rattrapage chargees ; l'indicateur signale celles
      * qui n'ont trouve ni etudiant ni matiere.
       01 TAB-RATTRAPAGE.
         05 RATTRAPAGE-ENTRY OCCURS 500.
           10 NOM-RT PIC X(20).
           10 MATIERE-RT PIC 99.
           10 NOTE-RT PIC 99.
           10 UTILISEE-RT PIC X.
       77 NB-RATTRAPAGE PIC 9(3) VALUE 0.
       77 IDX-RT PIC 9(3).

      * Moyennes ponderees, comme dans COB14, note retenue comprise
       01 TOTAUX.
         05 TOT-NOTE PIC 9(4)V9(2) VALUE 0.
         05 TOT-COEFF PIC 9(3) VALUE 0.
       77 NOTE-CALCUL PIC 9(4)V9(2).
       77 MOYENNE-CALCUL PIC 9(2)V9(2).
       77 I PIC 9(2).

       01 CPT.
         05 CPT-ETUDIANT PIC 9(3) VALUE 0.
         05 CPT-ADMIS PIC 9(3) VALUE 0.
         05 CPT-ADMIS-RAT PIC 9(3) VALUE 0.
         05 CPT-AJOURNES PIC 9(3) VALUE 0.
         05 CPT-BULLETINS PIC 9(3) VALUE 0.
         05 CPT-ERREURS PIC 9(3) VALUE 0.
       77 RANG-W PIC 9(3) VALUE 0.
       77 RANG-EGAL-W PIC 9(3) VALUE 0.
       77 MOYENNE-PREC-W PIC 9(2)V9(2) VALUE 99.

       01 LIGNE-SEP PIC X(80) VALUE ALL '-'.

      * -------------------- Liste du jury ----------------------
       01 FORMAT-JURY-TITRE.
         05 PIC X(44)
           VALUE 'LISTE DU JURY - DECISIONS FINALES  - REGLE '.
         05 REGLE-JT-F PIC X.
         05 PIC X(10) VALUE ' - SEUIL '.
         05 SEUIL-JT-F PIC Z9,99.
         05 PIC X(20).
       01 FORMAT-JURY-ENTETE.
         05 PIC X(40) VALUE
           'RANG NOM                  MOY S1  MOY FI'.
         05 PIC X(40) VALUE
           'N  DECISION            MENTION          '.
       01 FORMAT-JURY-LIGNE.
         05 RANG-JL-F PIC ZZ9.
         05 PIC X(2).
         05 NOM-JL-F PIC X(20).
         05 PIC X(2).
         05 MOYENNE-S1-JL-F PIC Z9,99.
         05 PIC X(3).
         05 MOYENNE-FIN-JL-F PIC Z9,99.
         05 PIC X(3).
         05 DECISION-JL-F PIC X(18).
         05 PIC X(2).
         05 MENTION-JL-F PIC X(12).
         05 PIC X(5).
       01 FORMAT-JURY-TOTAL.
         05 LIBELLE-JT-F PIC X(30).
         05 NOMBRE-JT-F PIC ZZ9.
         05 PIC X(47).

      * -------------------- Bulletin session 2 ------------------
       01 FORMAT-BUL-TITRE.
         05 PIC X(11) VALUE 'BULLETIN : '.
         05 NOM-BUL-F PIC X(20).
         05 PIC X(12) VALUE '  SESSION 2'.
         05 PIC X(37).
       01 FORMAT-BUL-MATIERE.
         05 PIC X(10) VALUE '  MATIERE '.
         05 MATIERE-BUL-F PIC Z9.
         05 PIC X(7) VALUE '  S1 : '.
         05 NOTE-S1-BUL-F PIC Z9.
         05 PIC X(14) VALUE '  RATTRAPAGE :'.
         05 NOTE-RAT-BUL-F PIC ZZ9.
         05 NOTE-RAT-BUL-X redefines NOTE-RAT-BUL-F PIC X(3).
         05 PIC X(12) VALUE '  RETENUE : '.
         05 NOTE-RET-BUL-F PIC Z9,99.
         05 PIC X(9) VALUE '  COEFF :'.
         05 COEFF-BUL-F PIC Z9.
         05 PIC X(14).
       01 FORMAT-BUL-MOYENNE.
         05 PIC X(17) VALUE '  MOYENNE S1 : '.
         05 MOYENNE-S1-BUL-F PIC Z9,99.
         05 PIC X(20) VALUE '  MOYENNE FINALE : '.
         05 MOYENNE-FIN-BUL-F PIC Z9,99.
         05 PIC X(9) VALUE '  RANG : '.
         05 RANG-BUL-F PIC ZZ9.
         05 PIC X(5) VALUE ' SUR '.
         05 EFFECTIF-BUL-F PIC ZZ9.
         05 PIC X(13).
       01 FORMAT-BUL-DECISION.
         05 PIC X(13) VALUE '  DECISION : '.
         05 DECISION-BUL-F PIC X(18).
         05 PIC X(12) VALUE '  MENTION : '.
         05 MENTION-BUL-F PIC X(12).
         05 PIC X(25).

       77 DECISION-W PIC X(18).
       77 MENTION-W PIC X(12).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .
       10000-INIT-PGM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 CONTINUE
               NOT AT END
                 IF REGLE-PRM = 'M' OR 'R' OR 'A'
                   MOVE REGLE-PRM TO REGLE-W
                 END-IF
                 IF SEUIL-PRM-X NUMERIC AND SEUIL-PRM > 0
                   MOVE SEUIL-PRM TO SEUIL-REUSSITE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-etudiant
           IF CR-ETUDIANT > 0
             DISPLAY "ERROR DETUD : " CR-ETUDIANT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 11000-CHARGE-RATTRAPAGE
           .

       11000-CHARGE-RATTRAPAGE.
           OPEN INPUT f-rattrapage
           IF CR-RATTRAPAGE > 0
             DISPLAY "ERROR DRATRAP : " CR-RATTRAPAGE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-RATTRAPAGE
             read f-rattrapage
               AT END
                 CONTINUE
               NOT AT END
                 perform 11100-STOCKE-RATTRAPAGE
             END-READ
           END-PERFORM
           CLOSE f-rattrapage
           .

       11100-STOCKE-RATTRAPAGE.
           EVALUATE TRUE
             WHEN MATIERE-RAT NOT NUMERIC OR NOTE-RAT NOT NUMERIC
               OR MATIERE-RAT = 0 OR MATIERE-RAT > 20
               OR NOTE-RAT > 20
               DISPLAY "NOTE DE RATTRAPAGE INVALIDE : " NOM-RAT
                       " MATIERE " MATIERE-RAT " NOTE " NOTE-RAT
               ADD 1 TO CPT-ERREURS
             WHEN NB-RATTRAPAGE = 500
               DISPLAY "TABLE DES RATTRAPAGES PLEINE : " NOM-RAT
               ADD 1 TO CPT-ERREURS
             WHEN OTHER
               ADD 1 TO NB-RATTRAPAGE
               MOVE NOM-RAT TO NOM-RT(NB-RATTRAPAGE)
               MOVE MATIERE-RAT TO MATIERE-RT(NB-RATTRAPAGE)
               MOVE NOTE-RAT TO NOTE-RT(NB-RATTRAPAGE)
               MOVE 'N' TO UTILISEE-RT(NB-RATTRAPAGE)
           END-EVALUATE
           .

      * Chaque etudiant part au tri avec ses deux moyennes et sa
      * decision ; la restitution en ordre decroissant de moyenne
      * finale donne le rang.
       20000-TRAITEMENT.
           SORT SD-TRI
             ON DESCENDING KEY MOYENNE-FIN-TRI
             ON ASCENDING KEY NOM-TRI
             INPUT PROCEDURE IS 21000-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 25000-PRODUIT-RESULTATS
           .

       21000-ALIMENTE-TRI.
           perform 22000-READ-ETUDIANT
           perform until EOF-ETUDIANT
             perform 23000-RELEASE-ETUDIANT
             perform 22000-READ-ETUDIANT
           END-PERFORM
           CLOSE f-etudiant
           .

       22000-READ-ETUDIANT.
           read f-etudiant
           IF OK-ETUDIANT
             ADD 1 TO CPT-ETUDIANT
           END-IF
           .

      * Moyenne de premiere session (la formule de COB14) ; sous le
      * seuil, les notes de rattrapage de l'etudiant remplacent les
      * notes retenues selon la regle, et la moyenne est recalculee.
       23000-RELEASE-ETUDIANT.
           INITIALIZE E-TRI
           MOVE NOM-PRENOM TO NOM-TRI
           MOVE NB-MATIERES TO NB-MATIERES-TRI
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-MATIERES
             MOVE NOTE(I) TO NOTE-S1-TRI(I)
             MOVE NOTE(I) TO NOTE-RETENUE-TRI(I)
             MOVE COEFF(I) TO COEFF-TRI(I)
             MOVE 'N' TO RAT-TRI-SW(I)
           END-PERFORM
           perform 24000-CALCULE-MOYENNE
           MOVE MOYENNE-CALCUL TO MOYENNE-S1-TRI
           IF MOYENNE-CALCUL >= SEUIL-REUSSITE
             SET TRI-ADMIS TO TRUE
           ELSE
             PERFORM VARYING IDX-RT FROM 1 BY 1
                       UNTIL IDX-RT > NB-RATTRAPAGE
               IF NOM-RT(IDX-RT) = NOM-PRENOM
                 perform 23100-APPLIQUE-RATTRAPAGE
               END-IF
             END-PERFORM
             perform 24000-CALCULE-MOYENNE
             IF MOYENNE-CALCUL >= SEUIL-REUSSITE
               SET TRI-ADMIS-RATTRAPAGE TO TRUE
             ELSE
               SET TRI-AJOURNE TO TRUE
             END-IF
           END-IF
           MOVE MOYENNE-CALCUL TO MOYENNE-FIN-TRI
           RELEASE E-TRI
           .

       23100-APPLIQUE-RATTRAPAGE.
           MOVE MATIERE-RT(IDX-RT) TO I
           IF I NOT > NB-MATIERES
             MOVE 'O' TO UTILISEE-RT(IDX-RT)
             MOVE 'O' TO RAT-TRI-SW(I)
             MOVE NOTE-RT(IDX-RT) TO NOTE-RAT-TRI(I)
             EVALUATE TRUE
               WHEN REGLE-RATTRAPAGE
                 MOVE NOTE-RT(IDX-RT) TO NOTE-RETENUE-TRI(I)
               WHEN REGLE-MOYENNE
                 COMPUTE NOTE-RETENUE-TRI(I) ROUNDED =
                   (NOTE-S1-TRI(I) + NOTE-RT(IDX-RT)) / 2
               WHEN OTHER
                 IF NOTE-RT(IDX-RT) > NOTE-S1-TRI(I)
                   MOVE NOTE-RT(IDX-RT) TO NOTE-RETENUE-TRI(I)
                 ELSE
                   MOVE NOTE-S1-TRI(I) TO NOTE-RETENUE-TRI(I)
                 END-IF
             END-EVALUATE
           END-IF
           .

      * Moyenne ponderee des notes retenues
       24000-CALCULE-MOYENNE.
           INITIALIZE TOTAUX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-MATIERES-TRI
             COMPUTE NOTE-CALCUL = NOTE-RETENUE-TRI(I) * COEFF-TRI(I)
             ADD NOTE-CALCUL TO TOT-NOTE
             ADD COEFF-TRI(I) TO TOT-COEFF
           END-PERFORM
           IF TOT-COEFF > 0
             COMPUTE MOYENNE-CALCUL = TOT-NOTE / TOT-COEFF
           ELSE
             MOVE 0 TO MOYENNE-CALCUL
           END-IF
           .

      * Liste du jury pour tous les etudiants, bulletin de seconde
      * session pour ceux qui etaient sous le seuil
       25000-PRODUIT-RESULTATS.
           OPEN OUTPUT f-jury
           OPEN OUTPUT f-bulletin
           MOVE REGLE-W TO REGLE-JT-F
           MOVE SEUIL-REUSSITE TO SEUIL-JT-F
           WRITE LIGNE-JURY FROM FORMAT-JURY-TITRE
           MOVE SPACE TO LIGNE-JURY
           WRITE LIGNE-JURY
           WRITE LIGNE-JURY FROM FORMAT-JURY-ENTETE
           perform 26000-RETURN-TRI
           perform until EOF-TRI
             ADD 1 TO RANG-W
             IF MOYENNE-FIN-TRI NOT = MOYENNE-PREC-W
               MOVE RANG-W TO RANG-EGAL-W
               MOVE MOYENNE-FIN-TRI TO MOYENNE-PREC-W
             END-IF
             perform 27000-DECISION-MENTION
             perform 27100-LIGNE-JURY
             IF NOT TRI-ADMIS
               perform 27200-EDITE-BULLETIN
             END-IF
             perform 26000-RETURN-TRI
           END-PERFORM
           perform 29000-TOTAUX-JURY
           CLOSE f-jury f-bulletin
           .

       26000-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

      * Decision du jury ; la mention suit l'echelle de COB14BUL sur
      * la moyenne finale.
       27000-DECISION-MENTION.
           EVALUATE TRUE
             WHEN TRI-ADMIS
               MOVE 'ADMIS' TO DECISION-W
               ADD 1 TO CPT-ADMIS
             WHEN TRI-ADMIS-RATTRAPAGE
               MOVE 'ADMIS RATTRAPAGE' TO DECISION-W
               ADD 1 TO CPT-ADMIS-RAT
             WHEN OTHER
               MOVE 'AJOURNE' TO DECISION-W
               ADD 1 TO CPT-AJOURNES
           END-EVALUATE
           EVALUATE TRUE
             WHEN MOYENNE-FIN-TRI >= 16
               MOVE 'TRES BIEN' TO MENTION-W
             WHEN MOYENNE-FIN-TRI >= 14
               MOVE 'BIEN' TO MENTION-W
             WHEN MOYENNE-FIN-TRI >= 12
               MOVE 'ASSEZ BIEN' TO MENTION-W
             WHEN MOYENNE-FIN-TRI >= 10
               MOVE 'PASSABLE' TO MENTION-W
             WHEN OTHER
               MOVE 'INSUFFISANT' TO MENTION-W
           END-EVALUATE
           .

       27100-LIGNE-JURY.
           MOVE SPACE TO FORMAT-JURY-LIGNE
           MOVE RANG-EGAL-W TO RANG-JL-F
           MOVE NOM-TRI TO NOM-JL-F
           MOVE MOYENNE-S1-TRI TO MOYENNE-S1-JL-F
           MOVE MOYENNE-FIN-TRI TO MOYENNE-FIN-JL-F
           MOVE DECISION-W TO DECISION-JL-F
           MOVE MENTION-W TO MENTION-JL-F
           WRITE LIGNE-JURY FROM FORMAT-JURY-LIGNE
           .

       27200-EDITE-BULLETIN.
           ADD 1 TO CPT-BULLETINS
           WRITE LIGNE-BULLETIN FROM LIGNE-SEP
           MOVE NOM-TRI TO NOM-BUL-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-TITRE
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > NB-MATIERES-TRI
             MOVE I TO MATIERE-BUL-F
             MOVE NOTE-S1-TRI(I) TO NOTE-S1-BUL-F
             IF MATIERE-RATTRAPEE(I)
               MOVE NOTE-RAT-TRI(I) TO NOTE-RAT-BUL-F
             ELSE
               MOVE '  -' TO NOTE-RAT-BUL-X
             END-IF
             MOVE NOTE-RETENUE-TRI(I) TO NOTE-RET-BUL-F
             MOVE COEFF-TRI(I) TO COEFF-BUL-F
             WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MATIERE
           END-PERFORM
           MOVE MOYENNE-S1-TRI TO MOYENNE-S1-BUL-F
           MOVE MOYENNE-FIN-TRI TO MOYENNE-FIN-BUL-F
           MOVE RANG-EGAL-W TO RANG-BUL-F
           MOVE CPT-ETUDIANT TO EFFECTIF-BUL-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MOYENNE
           MOVE DECISION-W TO DECISION-BUL-F
           MOVE MENTION-W TO MENTION-BUL-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-DECISION
           WRITE LIGNE-BULLETIN FROM LIGNE-SEP
           .

       29000-TOTAUX-JURY.
           MOVE SPACE TO LIGNE-JURY
           WRITE LIGNE-JURY
           MOVE 'ADMIS EN PREMIERE SESSION :' TO LIBELLE-JT-F
           MOVE CPT-ADMIS TO NOMBRE-JT-F
           WRITE LIGNE-JURY FROM FORMAT-JURY-TOTAL
           MOVE 'ADMIS APRES RATTRAPAGE :' TO LIBELLE-JT-F
           MOVE CPT-ADMIS-RAT TO NOMBRE-JT-F
           WRITE LIGNE-JURY FROM FORMAT-JURY-TOTAL
           MOVE 'AJOURNES :' TO LIBELLE-JT-F
           MOVE CPT-AJOURNES TO NOMBRE-JT-F
           WRITE LIGNE-JURY FROM FORMAT-JURY-TOTAL
           .

      * Notes de rattrapage restees sans etudiant sous le seuil ou
      * sans matiere correspondante
       30000-END-PGM.
           PERFORM VARYING IDX-RT FROM 1 BY 1
                     UNTIL IDX-RT > NB-RATTRAPAGE
             IF UTILISEE-RT(IDX-RT) = 'N'
               DISPLAY "NOTE DE RATTRAPAGE NON RETENUE : "
                       NOM-RT(IDX-RT) " MATIERE " MATIERE-RT(IDX-RT)
               ADD 1 TO CPT-ERREURS
             END-IF
           END-PERFORM
           DISPLAY "ETUDIANTS CLASSES : " CPT-ETUDIANT
           DISPLAY "BULLETINS SESSION 2 : " CPT-BULLETINS
           IF CPT-ERREURS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           stop run
           .
