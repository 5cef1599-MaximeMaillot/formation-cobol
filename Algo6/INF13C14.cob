       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB13TVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parametre : mois declare AAAAMM en colonnes 1-6 ; absent ou
      * invalide, le mois precedent le run.
           SELECT OPTIONAL f-param ASSIGN dtvaprm
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-PARAM.
      * Journal des factures et avoirs : TVA facturee du mois.
           SELECT f-factjrn ASSIGN dfactjrn
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-FACTJRN.
      * Encaissements rapproches par COB13PAY : TVA exigible du
      * mois, regime des encaissements.
           SELECT f-encaisse ASSIGN dfactenc
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-ENCAISSE.
      * Etat de la declaration.
           SELECT f-declaration ASSIGN dtvarap
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-DECLARATION.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 E-PARAM.
         05 MOIS-P        PIC X(6).
         05               PIC X(74).

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

       fd f-encaisse.
       01 E-ENCAISSE.
         05 DATE-EN       PIC 9(8).
         05 NUM-FACTURE-EN PIC 9(6).
         05 NUM-COMPTE-EN PIC 9(6).
      * Part du reglement imputee sur le restant toutes taxes de la
      * facture, et sa ventilation hors taxe et TVA par code taux.
         05 MONTANT-EN    PIC 9(6)V99.
         05 TVA-EN OCCURS 3.
           10 BASE-EN     PIC 9(5)V99.
           10 MONTANT-TVA-EN PIC 9(5)V99.
         05 EXONERE-EN    PIC 9(5)V99.
         05               PIC X(3).

       fd f-declaration.
       01 LIGNE-DECLARATION PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PARAM PIC 99.
       01 CR-FACTJRN PIC 99.
         88 EOF-FACTJRN VALUE 10.
       01 CR-ENCAISSE PIC 99.
         88 EOF-ENCAISSE VALUE 10.
       01 CR-DECLARATION PIC 99.

       01 DATE-JOUR-W.
         05 AN-JOUR       PIC 9(4).
         05 MM-JOUR       PIC 9(2).
         05 JJ-JOUR       PIC 9(2).
       01 MOIS-DECLARE.
         05 AN-DECLARE    PIC 9(4).
         05 MM-DECLARE    PIC 9(2).
       77 ABS-MOIS        PIC 9(6).

      * Libelles des taux par code, comme sur les factures COB13 ;
      * le code 4 porte l'exonere.
       01 LIBELLES-TAUX-VALEURS.
         05 PIC X(12) VALUE 'TAUX 20,00 %'.
         05 PIC X(12) VALUE 'TAUX 10,00 %'.
         05 PIC X(12) VALUE 'TAUX  5,50 %'.
         05 PIC X(12) VALUE 'EXONERE     '.
       01 LIBELLES-TAUX-TABLE REDEFINES LIBELLES-TAUX-VALEURS.
         05 LIBELLE-TAUX PIC X(12) OCCURS 4.

      * Cumuls du mois par code taux (4 : exonere) : pieces
      * emises d'un cote, encaissements de l'autre.
       01 CUMULS-TAUX.
         05 CUMUL-TAUX OCCURS 4.
           10 BASE-FACT-C  PIC 9(8)V99.
           10 TVA-FACT-C   PIC 9(8)V99.
           10 BASE-AV-C    PIC 9(8)V99.
           10 TVA-AV-C     PIC 9(8)V99.
           10 BASE-ENC-C   PIC 9(8)V99.
           10 TVA-ENC-C    PIC 9(8)V99.
       77 IDX-TVA         PIC 9.
       77 BASE-EXO-W      PIC S9(6).
       77 BASE-NETTE-W    PIC S9(8)V99.
       77 TVA-NETTE-W     PIC S9(8)V99.

       01 TOTAUX.
         05 TOT-TVA-NETTE    PIC S9(8)V99 VALUE 0.
         05 TOT-TVA-EXIGIBLE PIC 9(8)V99 VALUE 0.
         05 TOT-BASE-ENC     PIC 9(8)V99 VALUE 0.

       01 CPT.
         05 CPT-FACTURES   PIC 9(4) VALUE 0.
         05 CPT-AVOIRS     PIC 9(4) VALUE 0.
         05 CPT-ENCAISSEMENTS PIC 9(4) VALUE 0.
         05 CPT-ANCIENNES  PIC 9(4) VALUE 0.

       01 FORMAT-TITRE.
         05                PIC X(31) VALUE
           'DECLARATION DE TVA - MOIS '.
         05 MOIS-T-F       PIC 9(6).
         05                PIC X(43) VALUE
           ' - REGIME DES ENCAISSEMENTS'.

       01 FORMAT-SECTION.
         05 LIB-SECTION-F  PIC X(80).

       01 FORMAT-ENTETE-PIECES.
         05                PIC X(13) VALUE 'TAUX'.
         05                PIC X(11) VALUE ' BASE FACT.'.
         05                PIC X(11) VALUE '  TVA FACT.'.
         05                PIC X(11) VALUE ' BASE AVOIR'.
         05                PIC X(11) VALUE '  TVA AVOIR'.
         05                PIC X(12) VALUE '  TVA NETTE'.
         05                PIC X(11).

       01 FORMAT-LIGNE-PIECES.
         05 LIBELLE-P-F    PIC X(12).
         05                PIC X(1).
         05 BASE-FACT-F    PIC Z(7)9.
         05                PIC X(3).
         05 TVA-FACT-F     PIC Z(7)9,99.
         05 BASE-AV-F      PIC Z(7)9.
         05                PIC X(3).
         05 TVA-AV-F       PIC Z(7)9,99.
         05 TVA-NETTE-F    PIC -Z(7)9,99.
         05                PIC X(11).

       01 FORMAT-ENTETE-ENC.
         05                PIC X(13) VALUE 'TAUX'.
         05                PIC X(15) VALUE ' BASE ENCAISSEE'.
         05                PIC X(15) VALUE '  TVA EXIGIBLE'.
         05                PIC X(37).

       01 FORMAT-LIGNE-ENC.
         05 LIBELLE-E-F    PIC X(12).
         05                PIC X(1).
         05 BASE-ENC-F     PIC Z(10)9,99.
         05                PIC X(1).
         05 TVA-ENC-F      PIC Z(10)9,99.
         05                PIC X(38).

       01 FORMAT-TOTAL.
         05 LIB-TOTAL-F    PIC X(30).
         05 MONTANT-TOTAL-F PIC -Z(8)9,99.
         05                PIC X(38).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CUMULE-PIECES
           PERFORM 22000-CUMULE-ENCAISSEMENTS
           PERFORM 24000-EDITE-DECLARATION
           PERFORM 30000-END-PGM
           STOP RUN.

      * Mois declare : le precedent par defaut.
       10000-INIT-PGM.
           ACCEPT DATE-JOUR-W FROM DATE YYYYMMDD
           COMPUTE ABS-MOIS = AN-JOUR * 12 + MM-JOUR - 1 - 1
           DIVIDE ABS-MOIS BY 12 GIVING AN-DECLARE
             REMAINDER MM-DECLARE
           ADD 1 TO MM-DECLARE
           OPEN INPUT f-param
           IF CR-PARAM = 0
             READ f-param
               NOT AT END
                 IF MOIS-P NUMERIC
                  AND MOIS-P(5:2) > '00' AND MOIS-P(5:2) < '13'
                   MOVE MOIS-P TO MOIS-DECLARE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           INITIALIZE CUMULS-TAUX
           OPEN OUTPUT f-declaration
           .

      * Factures et avoirs dates du mois, par taux ; une piece
      * anterieure a la TVA compte en exonere.
       20000-CUMULE-PIECES.
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
                 IF DATE-J(1:6) = MOIS-DECLARE
                   PERFORM 21000-CUMULE-UNE-PIECE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-factjrn
           .

       21000-CUMULE-UNE-PIECE.
           MOVE TOTAL-J TO BASE-EXO-W
           IF TTC-J NOT NUMERIC
             ADD 1 TO CPT-ANCIENNES
           ELSE
             PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
               SUBTRACT BASE-TVA-J(IDX-TVA) FROM BASE-EXO-W
               IF PIECE-AVOIR
                 ADD BASE-TVA-J(IDX-TVA) TO BASE-AV-C(IDX-TVA)
                 ADD MONTANT-TVA-J(IDX-TVA) TO TVA-AV-C(IDX-TVA)
               ELSE
                 ADD BASE-TVA-J(IDX-TVA) TO BASE-FACT-C(IDX-TVA)
                 ADD MONTANT-TVA-J(IDX-TVA) TO TVA-FACT-C(IDX-TVA)
               END-IF
             END-PERFORM
           END-IF
           IF BASE-EXO-W < 0
             MOVE 0 TO BASE-EXO-W
           END-IF
           IF PIECE-AVOIR
             ADD 1 TO CPT-AVOIRS
             ADD BASE-EXO-W TO BASE-AV-C(4)
           ELSE
             ADD 1 TO CPT-FACTURES
             ADD BASE-EXO-W TO BASE-FACT-C(4)
           END-IF
           .

      * La TVA n'est exigible qu'une fois le reglement rapproche :
      * seuls les encaissements dates du mois la font naitre.
       22000-CUMULE-ENCAISSEMENTS.
           OPEN INPUT f-encaisse
           IF CR-ENCAISSE > 0
             DISPLAY "ERROR DFACTENC : " CR-ENCAISSE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-ENCAISSE
             READ f-encaisse
               AT END
                 CONTINUE
               NOT AT END
                 IF DATE-EN(1:6) = MOIS-DECLARE
                   ADD 1 TO CPT-ENCAISSEMENTS
                   PERFORM VARYING IDX-TVA FROM 1 BY 1
                             UNTIL IDX-TVA > 3
                     ADD BASE-EN(IDX-TVA) TO BASE-ENC-C(IDX-TVA)
                     ADD MONTANT-TVA-EN(IDX-TVA)
                       TO TVA-ENC-C(IDX-TVA)
                   END-PERFORM
                   ADD EXONERE-EN TO BASE-ENC-C(4)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-encaisse
           .

      * Pieces du mois pour rapprochement avec la comptabilite,
      * puis bases encaissees et TVA exigible qui font la
      * declaration.
       24000-EDITE-DECLARATION.
           MOVE MOIS-DECLARE TO MOIS-T-F
           WRITE LIGNE-DECLARATION FROM FORMAT-TITRE
           MOVE SPACE TO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE 'PIECES EMISES DANS LE MOIS (HORS TAXE ET TVA)'
             TO LIB-SECTION-F
           WRITE LIGNE-DECLARATION FROM FORMAT-SECTION
           WRITE LIGNE-DECLARATION FROM FORMAT-ENTETE-PIECES
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 4
             COMPUTE TVA-NETTE-W =
               TVA-FACT-C(IDX-TVA) - TVA-AV-C(IDX-TVA)
             ADD TVA-NETTE-W TO TOT-TVA-NETTE
             MOVE LIBELLE-TAUX(IDX-TVA) TO LIBELLE-P-F
             MOVE BASE-FACT-C(IDX-TVA) TO BASE-FACT-F
             MOVE TVA-FACT-C(IDX-TVA) TO TVA-FACT-F
             MOVE BASE-AV-C(IDX-TVA) TO BASE-AV-F
             MOVE TVA-AV-C(IDX-TVA) TO TVA-AV-F
             MOVE TVA-NETTE-W TO TVA-NETTE-F
             WRITE LIGNE-DECLARATION FROM FORMAT-LIGNE-PIECES
           END-PERFORM
           MOVE 'TVA FACTUREE NETTE DU MOIS  :' TO LIB-TOTAL-F
           MOVE TOT-TVA-NETTE TO MONTANT-TOTAL-F
           WRITE LIGNE-DECLARATION FROM FORMAT-TOTAL
           MOVE SPACE TO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE 'TVA EXIGIBLE SUR LES ENCAISSEMENTS RAPPROCHES'
             TO LIB-SECTION-F
           WRITE LIGNE-DECLARATION FROM FORMAT-SECTION
           WRITE LIGNE-DECLARATION FROM FORMAT-ENTETE-ENC
           PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 4
             ADD TVA-ENC-C(IDX-TVA) TO TOT-TVA-EXIGIBLE
             ADD BASE-ENC-C(IDX-TVA) TO TOT-BASE-ENC
             MOVE LIBELLE-TAUX(IDX-TVA) TO LIBELLE-E-F
             MOVE BASE-ENC-C(IDX-TVA) TO BASE-ENC-F
             MOVE TVA-ENC-C(IDX-TVA) TO TVA-ENC-F
             WRITE LIGNE-DECLARATION FROM FORMAT-LIGNE-ENC
           END-PERFORM
           MOVE 'BASE HT ENCAISSEE           :' TO LIB-TOTAL-F
           MOVE TOT-BASE-ENC TO MONTANT-TOTAL-F
           WRITE LIGNE-DECLARATION FROM FORMAT-TOTAL
           MOVE 'TVA COLLECTEE A DECLARER    :' TO LIB-TOTAL-F
           MOVE TOT-TVA-EXIGIBLE TO MONTANT-TOTAL-F
           WRITE LIGNE-DECLARATION FROM FORMAT-TOTAL
           .

       30000-END-PGM.
           CLOSE f-declaration
           DISPLAY "Mois declare          : " MOIS-DECLARE
           DISPLAY "Factures du mois      : " CPT-FACTURES
           DISPLAY "Avoirs du mois        : " CPT-AVOIRS
           DISPLAY "Pieces sans TVA       : " CPT-ANCIENNES
           DISPLAY "Encaissements du mois : " CPT-ENCAISSEMENTS
           DISPLAY "TVA collectee         : " TOT-TVA-EXIGIBLE
           .
