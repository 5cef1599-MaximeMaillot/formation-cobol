       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB13AV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal des factures de COB13 : reference des factures a
      * avoirer, puis journal des avoirs emis (type A), dans la
      * meme numerotation que les factures.
           SELECT f-factjrn ASSIGN dfactjrn
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-FACTJRN.
      * Demandes d'avoir : facture d'origine, montant hors taxe (a
      * zero ou a blanc : avoir total du restant de la facture),
      * motif. La TVA suit au prorata des bases restantes.
           SELECT f-demandes ASSIGN davoir
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-DEMANDES.
      * Avoirs detailles numerotes, comme les factures de dfactur.
           SELECT f-avoirs ASSIGN dfactav
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-AVOIRS.
      * Demandes refusees avec leur motif.
           SELECT f-rejets ASSIGN davrej
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-REJETS.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-factjrn.
       01 E-FACTJRN.
         05 NUM-FACTURE-J PIC 9(6).
         05 NUM-COMPTE-J  PIC 9(6).
         05 TOTAL-J       PIC 9(5).
         05 DATE-J        PIC 9(8).
      * Type de piece : A avoir, a blanc ou F facture. Un avoir
      * porte le numero de la facture qu'il corrige.
         05 TYPE-J        PIC X(1).
           88 PIECE-AVOIR VALUE 'A'.
         05 NUM-FACT-ORIG-J PIC 9(6).
      * Total hors taxe dans TOTAL-J ; base et TVA par code taux
      * (1 normal, 2 intermediaire, 3 reduit), la base exoneree
      * etant le reste du hors taxe ; total toutes taxes.
         05 TVA-J OCCURS 3.
           10 BASE-TVA-J    PIC 9(5).
           10 MONTANT-TVA-J PIC 9(5)V99.
         05 TTC-J         PIC 9(6)V99.
         05               PIC X(4).

       fd f-demandes.
       01 E-DEMANDE.
         05 NUM-FACTURE-D PIC 9(6).
         05 MONTANT-D     PIC X(5).
         05 MONTANT-D-N REDEFINES MONTANT-D PIC 9(5).
         05 MOTIF-D       PIC X(30).
         05               PIC X(39).

       fd f-avoirs.
       01 E-AVOIR PIC X(80).

       fd f-rejets.
       01 E-REJET PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-FACTJRN PIC 99.
         88 EOF-FACTJRN VALUE 10.
       01 CR-DEMANDES PIC 99.
         88 EOF-DEMANDES VALUE 10.
       01 CR-AVOIRS PIC 99.
       01 CR-REJETS PIC 99.

      * Factures du journal avec le cumul des avoirs deja emis :
      * le restant avoirable est le total moins ces avoirs, hors
      * taxe comme par taux. Une facture anterieure a la TVA n'a
      * que de l'exonere.
       01 TAB-FACTURES.
         05 FACTURE-ENTRY OCCURS 2000.
           10 NUM-FACT-T   PIC 9(6).
           10 NUM-COMPTE-T PIC 9(6).
           10 TOTAL-T      PIC 9(5).
           10 DATE-T       PIC 9(8).
           10 AVOIR-T      PIC 9(6).
           10 TVA-T OCCURS 3.
             15 BASE-T     PIC 9(5).
             15 TVA-FACT-T PIC 9(5)V99.
             15 AV-BASE-T  PIC 9(5).
             15 AV-TVA-T   PIC 9(5)V99.
       77 NB-FACTURES      PIC 9(4) VALUE 0.
       77 IDX-FACT         PIC 9(4).
       77 IDX-TROUVE       PIC 9(4).
       77 NUM-RECHERCHE    PIC 9(6).

      * Numerotation commune aux factures et aux avoirs : elle
      * repart du plus grand numero du journal.
       77 NUM-PIECE        PIC 9(6) VALUE 0.
       77 MONTANT-AVOIR    PIC 9(5).
       77 RESTANT-W        PIC S9(6).

      * Ventilation de l'avoir en cours par code taux.
       01 VENTILATION-AVOIR.
         05 VENTIL-TVA OCCURS 3.
           10 BASE-AV-W    PIC 9(5).
           10 TVA-AV-W     PIC 9(5)V99.
       77 IDX-TVA          PIC 9.
       77 IDX-DERNIER-TAUX PIC 9.
       77 BASE-RESTE-W     PIC S9(5).
       77 TVA-RESTE-W      PIC S9(5)V99.
       77 SOMME-BASES-W    PIC 9(6).
       77 TOTAL-TVA-AV-W   PIC 9(6)V99.
       77 TTC-AV-W         PIC 9(6)V99.

       01 CPT.
         05 CPT-DEMANDES   PIC 9(4) VALUE 0.
         05 CPT-AVOIRS     PIC 9(4) VALUE 0.
         05 CPT-REFUSES    PIC 9(4) VALUE 0.
         05 CPT-ORPHELINS  PIC 9(4) VALUE 0.
         05 TOTAL-AVOIRS   PIC 9(7) VALUE 0.

       01 DATE-JOUR-W      PIC 9(8).

       01 FORMAT-AVOIR-ENTETE.
         05                PIC X(6) VALUE 'AVOIR '.
         05 NUM-AV-F       PIC 9(6).
         05                PIC X(11) VALUE ' - COMPTE '.
         05 COMPTE-AV-F    PIC 9(6).
         05                PIC X(3) VALUE ' - '.
         05 DATE-AV-F      PIC 9(8).
         05                PIC X(40).

       01 FORMAT-AVOIR-ORIGINE.
         05                PIC X(10).
         05                PIC X(12) VALUE 'SUR FACTURE '.
         05 NUM-ORIG-F     PIC 9(6).
         05                PIC X(4) VALUE ' DU '.
         05 DATE-ORIG-F    PIC 9(8).
         05                PIC X(40).

       01 FORMAT-AVOIR-MOTIF.
         05                PIC X(10).
         05                PIC X(8) VALUE 'MOTIF : '.
         05 MOTIF-AV-F     PIC X(30).
         05                PIC X(32).

       01 FORMAT-AVOIR-MONTANT.
         05                PIC X(10).
         05 LIB-MONTANT-F  PIC X(30).
         05 MONTANT-AV-F   PIC Z(4)9.
         05                PIC X(35).

       01 FORMAT-AVOIR-TVA.
         05                PIC X(10).
         05                PIC X(12) VALUE 'TVA CODE    '.
         05 CODE-TVA-AV-F  PIC 9.
         05                PIC X(6) VALUE ' SUR  '.
         05 BASE-TVA-AV-F  PIC Z(4)9.
         05                PIC X(3) VALUE ' : '.
         05 MONTANT-TVA-AV-F PIC Z(5)9,99.
         05                PIC X(34).

       01 FORMAT-AVOIR-TTC.
         05                PIC X(10).
         05                PIC X(30) VALUE
           'TOTAL TTC DE L''AVOIR      : '.
         05 TTC-AV-F       PIC Z(5)9,99.
         05                PIC X(31).

       01 LIGNE-AVOIR-SEP PIC X(80) VALUE ALL '-'.

       01 FORMAT-REJET.
         05 NUM-REJET-F    PIC 9(6).
         05                PIC X(3) VALUE ' - '.
         05 MONTANT-REJET-F PIC X(5).
         05                PIC X(3) VALUE ' - '.
         05 MOTIF-REJET-F  PIC X(40).
         05                PIC X(23).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.

      * Charge le journal en table, puis le rouvre en ajout pour
      * les avoirs du run.
       10000-INIT-PGM.
           ACCEPT DATE-JOUR-W FROM DATE YYYYMMDD
           OPEN INPUT f-factjrn
           IF CR-FACTJRN > 0
             DISPLAY "ERROR DFACTJRN : " CR-FACTJRN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-FACTJRN
             READ f-factjrn
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 11000-CHARGE-PIECE
             END-READ
           END-PERFORM
           CLOSE f-factjrn
           OPEN INPUT f-demandes
           IF CR-DEMANDES > 0
             DISPLAY "ERROR DAVOIR : " CR-DEMANDES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-avoirs f-rejets
           OPEN EXTEND f-factjrn
           .

      * Une facture entre en table ; un avoir deja emis vient en
      * deduction du restant de sa facture d'origine.
       11000-CHARGE-PIECE.
           IF NUM-FACTURE-J > NUM-PIECE
             MOVE NUM-FACTURE-J TO NUM-PIECE
           END-IF
           IF PIECE-AVOIR
             MOVE NUM-FACT-ORIG-J TO NUM-RECHERCHE
             PERFORM 22000-CHERCHE-FACTURE
             IF IDX-TROUVE > 0
               ADD TOTAL-J TO AVOIR-T(IDX-TROUVE)
               IF TTC-J NUMERIC
                 PERFORM VARYING IDX-TVA FROM 1 BY 1
                           UNTIL IDX-TVA > 3
                   ADD BASE-TVA-J(IDX-TVA)
                     TO AV-BASE-T(IDX-TROUVE, IDX-TVA)
                   ADD MONTANT-TVA-J(IDX-TVA)
                     TO AV-TVA-T(IDX-TROUVE, IDX-TVA)
                 END-PERFORM
               END-IF
             ELSE
               ADD 1 TO CPT-ORPHELINS
             END-IF
           ELSE
             IF NB-FACTURES < 2000
               ADD 1 TO NB-FACTURES
               MOVE NUM-FACTURE-J TO NUM-FACT-T(NB-FACTURES)
               MOVE NUM-COMPTE-J TO NUM-COMPTE-T(NB-FACTURES)
               MOVE TOTAL-J TO TOTAL-T(NB-FACTURES)
               MOVE DATE-J TO DATE-T(NB-FACTURES)
               MOVE 0 TO AVOIR-T(NB-FACTURES)
               PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
                 IF TTC-J NUMERIC
                   MOVE BASE-TVA-J(IDX-TVA) TO BASE-T(NB-FACTURES,
                                                       IDX-TVA)
                   MOVE MONTANT-TVA-J(IDX-TVA)
                     TO TVA-FACT-T(NB-FACTURES, IDX-TVA)
                 ELSE
                   MOVE 0 TO BASE-T(NB-FACTURES, IDX-TVA)
                             TVA-FACT-T(NB-FACTURES, IDX-TVA)
                 END-IF
                 MOVE 0 TO AV-BASE-T(NB-FACTURES, IDX-TVA)
                           AV-TVA-T(NB-FACTURES, IDX-TVA)
               END-PERFORM
             ELSE
               DISPLAY "TABLE DES FACTURES PLEINE"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

       20000-TRAITEMENT.
           PERFORM UNTIL EOF-DEMANDES
             READ f-demandes
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-DEMANDES
                 PERFORM 21000-CONTROLE-DEMANDE
             END-READ
           END-PERFORM
           .

      * L'avoir ne peut depasser le restant de la facture, avoirs
      * precedents deduits, y compris ceux du run.
       21000-CONTROLE-DEMANDE.
           MOVE NUM-FACTURE-D TO NUM-RECHERCHE
           PERFORM 22000-CHERCHE-FACTURE
           IF IDX-TROUVE = 0
             MOVE "FACTURE INCONNUE AU JOURNAL" TO MOTIF-REJET-F
             PERFORM 25000-ECRIT-REJET
           ELSE
             COMPUTE RESTANT-W =
               TOTAL-T(IDX-TROUVE) - AVOIR-T(IDX-TROUVE)
             IF MONTANT-D = SPACE OR MONTANT-D = ZERO
               MOVE RESTANT-W TO MONTANT-AVOIR
             ELSE
               IF MONTANT-D-N NUMERIC
                 MOVE MONTANT-D-N TO MONTANT-AVOIR
               ELSE
                 MOVE 0 TO MONTANT-AVOIR
               END-IF
             END-IF
             EVALUATE TRUE
               WHEN RESTANT-W NOT > 0
                 MOVE "FACTURE DEJA ENTIEREMENT AVOIREE"
                   TO MOTIF-REJET-F
                 PERFORM 25000-ECRIT-REJET
               WHEN MONTANT-AVOIR = 0
                 MOVE "MONTANT D'AVOIR NON NUMERIQUE"
                   TO MOTIF-REJET-F
                 PERFORM 25000-ECRIT-REJET
               WHEN MONTANT-AVOIR > RESTANT-W
                 MOVE "AVOIR SUPERIEUR AU RESTANT DE LA FACTURE"
                   TO MOTIF-REJET-F
                 PERFORM 25000-ECRIT-REJET
               WHEN OTHER
                 PERFORM 23000-EMET-AVOIR
             END-EVALUATE
           END-IF
           .

       22000-CHERCHE-FACTURE.
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-FACT FROM 1 BY 1
                     UNTIL IDX-FACT > NB-FACTURES
                        OR IDX-TROUVE > 0
             IF NUM-FACT-T(IDX-FACT) = NUM-RECHERCHE
               MOVE IDX-FACT TO IDX-TROUVE
             END-IF
           END-PERFORM
           .

      * Avoir numerote a la suite des pieces du journal : document
      * puis trace au journal avec le type A.
       23000-EMET-AVOIR.
           PERFORM 24000-VENTILE-TVA
           ADD 1 TO NUM-PIECE
           ADD MONTANT-AVOIR TO AVOIR-T(IDX-TROUVE)
           COMPUTE RESTANT-W = RESTANT-W - MONTANT-AVOIR
           WRITE E-AVOIR FROM LIGNE-AVOIR-SEP
           MOVE NUM-PIECE TO NUM-AV-F
           MOVE NUM-COMPTE-T(IDX-TROUVE) TO COMPTE-AV-F
           MOVE DATE-JOUR-W TO DATE-AV-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-ENTETE
           MOVE NUM-FACT-T(IDX-TROUVE) TO NUM-ORIG-F
           MOVE DATE-T(IDX-TROUVE) TO DATE-ORIG-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-ORIGINE
           MOVE MOTIF-D TO MOTIF-AV-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-MOTIF
           MOVE 'MONTANT DE L''AVOIR        : ' TO LIB-MONTANT-F
           MOVE MONTANT-AVOIR TO MONTANT-AV-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-MONTANT
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
             IF BASE-AV-W(IDX-TVA) > 0
               MOVE IDX-TVA TO CODE-TVA-AV-F
               MOVE BASE-AV-W(IDX-TVA) TO BASE-TVA-AV-F
               MOVE TVA-AV-W(IDX-TVA) TO MONTANT-TVA-AV-F
               WRITE E-AVOIR FROM FORMAT-AVOIR-TVA
             END-IF
           END-PERFORM
           MOVE TTC-AV-W TO TTC-AV-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-TTC
           MOVE 'RESTANT FACTURE APRES AVOIR : ' TO LIB-MONTANT-F
           MOVE RESTANT-W TO MONTANT-AV-F
           WRITE E-AVOIR FROM FORMAT-AVOIR-MONTANT
           WRITE E-AVOIR FROM LIGNE-AVOIR-SEP
           MOVE SPACE TO E-FACTJRN
           MOVE NUM-PIECE TO NUM-FACTURE-J
           MOVE NUM-COMPTE-T(IDX-TROUVE) TO NUM-COMPTE-J
           MOVE MONTANT-AVOIR TO TOTAL-J
           MOVE DATE-JOUR-W TO DATE-J
           SET PIECE-AVOIR TO TRUE
           MOVE NUM-FACT-T(IDX-TROUVE) TO NUM-FACT-ORIG-J
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
             MOVE BASE-AV-W(IDX-TVA) TO BASE-TVA-J(IDX-TVA)
             MOVE TVA-AV-W(IDX-TVA) TO MONTANT-TVA-J(IDX-TVA)
           END-PERFORM
           MOVE TTC-AV-W TO TTC-J
           WRITE E-FACTJRN
           ADD 1 TO CPT-AVOIRS
           ADD MONTANT-AVOIR TO TOTAL-AVOIRS
           .

      * Chaque taux recoit sa part du restant : la totalite pour un
      * avoir qui solde la facture, le prorata sinon, la TVA suivant
      * la base. Un arrondi qui ferait depasser le hors taxe de
      * l'avoir est repris sur le dernier taux servi.
       24000-VENTILE-TVA.
           INITIALIZE VENTILATION-AVOIR
           MOVE 0 TO SOMME-BASES-W TOTAL-TVA-AV-W IDX-DERNIER-TAUX
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
             COMPUTE BASE-RESTE-W = BASE-T(IDX-TROUVE, IDX-TVA)
               - AV-BASE-T(IDX-TROUVE, IDX-TVA)
             COMPUTE TVA-RESTE-W = TVA-FACT-T(IDX-TROUVE, IDX-TVA)
               - AV-TVA-T(IDX-TROUVE, IDX-TVA)
             IF BASE-RESTE-W > 0
               IF MONTANT-AVOIR = RESTANT-W
                 MOVE BASE-RESTE-W TO BASE-AV-W(IDX-TVA)
                 MOVE TVA-RESTE-W TO TVA-AV-W(IDX-TVA)
               ELSE
                 COMPUTE BASE-AV-W(IDX-TVA) ROUNDED =
                   BASE-RESTE-W * MONTANT-AVOIR / RESTANT-W
                 COMPUTE TVA-AV-W(IDX-TVA) ROUNDED = TVA-RESTE-W
                   * BASE-AV-W(IDX-TVA) / BASE-RESTE-W
               END-IF
               ADD BASE-AV-W(IDX-TVA) TO SOMME-BASES-W
               MOVE IDX-TVA TO IDX-DERNIER-TAUX
             END-IF
           END-PERFORM
           IF SOMME-BASES-W > MONTANT-AVOIR
             MOVE IDX-DERNIER-TAUX TO IDX-TVA
             COMPUTE BASE-RESTE-W = BASE-T(IDX-TROUVE, IDX-TVA)
               - AV-BASE-T(IDX-TROUVE, IDX-TVA)
             COMPUTE TVA-RESTE-W = TVA-FACT-T(IDX-TROUVE, IDX-TVA)
               - AV-TVA-T(IDX-TROUVE, IDX-TVA)
             COMPUTE BASE-AV-W(IDX-TVA) = BASE-AV-W(IDX-TVA)
               - (SOMME-BASES-W - MONTANT-AVOIR)
             COMPUTE TVA-AV-W(IDX-TVA) ROUNDED = TVA-RESTE-W
               * BASE-AV-W(IDX-TVA) / BASE-RESTE-W
           END-IF
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
             ADD BASE-AV-W(IDX-TVA) TO AV-BASE-T(IDX-TROUVE, IDX-TVA)
             ADD TVA-AV-W(IDX-TVA) TO AV-TVA-T(IDX-TROUVE, IDX-TVA)
             ADD TVA-AV-W(IDX-TVA) TO TOTAL-TVA-AV-W
           END-PERFORM
           COMPUTE TTC-AV-W = MONTANT-AVOIR + TOTAL-TVA-AV-W
           .

       25000-ECRIT-REJET.
           MOVE NUM-FACTURE-D TO NUM-REJET-F
           MOVE MONTANT-D TO MONTANT-REJET-F
           WRITE E-REJET FROM FORMAT-REJET
           ADD 1 TO CPT-REFUSES
           .

       30000-END-PGM.
           CLOSE f-demandes f-avoirs f-rejets f-factjrn
           DISPLAY "Demandes d'avoir lues : " CPT-DEMANDES
           DISPLAY "Avoirs emis           : " CPT-AVOIRS
           DISPLAY "Montant des avoirs    : " TOTAL-AVOIRS
           DISPLAY "Demandes refusees     : " CPT-REFUSES
           DISPLAY "Avoirs sans facture   : " CPT-ORPHELINS
           IF RETURN-CODE = 0 AND (CPT-REFUSES > 0
                                   OR CPT-ORPHELINS > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           .
