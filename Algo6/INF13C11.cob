      * Journal des numeros de facture emis, pour la comptabilite :
      * il s'accumule de run en run et fournit au demarrage le
      * dernier numero attribue, pour que la numerotation reste
      * unique d'un run a l'autre. Les avoirs de COB13AV y prennent
      * leur numero dans la meme suite.
           SELECT OPTIONAL f-factjrn ASSIGN dfactjrn
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-FACTJRN.
           10 PIC X(38).
         05 CORPS-ENR-3 redefines CORPS-ENR.
           10 MONTANT PIC 9(4).
      * Montant hors taxe ; code TVA 1 normal, 2 intermediaire,
      * 3 reduit, 0 exonere, a blanc taux normal.
           10 CODE-TVA PIC X(1).
           10 PIC X(68).
       fd f-addr.
       01 ADRESSES PIC X(80).

         05 NUM-COMPTE-J  PIC 9(6).
         05 TOTAL-J       PIC 9(5).
         05 DATE-J        PIC 9(8).
      * Type de piece : A avoir, a blanc ou F facture. Un avoir
      * porte le numero de la facture qu'il corrige.
         05 TYPE-J        PIC X(1).
         05 NUM-FACT-ORIG-J PIC 9(6).
      * Total hors taxe dans TOTAL-J ; base et TVA par code taux
      * (1 normal, 2 intermediaire, 3 reduit), la base exoneree
      * etant le reste du hors taxe ; total toutes taxes.
         05 TVA-J OCCURS 3.
           10 BASE-TVA-J    PIC 9(5).
           10 MONTANT-TVA-J PIC 9(5)V99.
         05 TTC-J         PIC 9(6)V99.
         05               PIC X(4).

       WORKING-STORAGE SECTION.


       01 DATE-JOUR-W PIC 9(8).

      * Taux de TVA par code : 1 normal, 2 intermediaire, 3 reduit.
       01 TAUX-TVA-VALEURS.
         05 PIC 9(2)V99 VALUE 20,00.
         05 PIC 9(2)V99 VALUE 10,00.
         05 PIC 9(2)V99 VALUE 05,50.
       01 TAUX-TVA-TABLE REDEFINES TAUX-TVA-VALEURS.
         05 TAUX-TVA PIC 9(2)V99 OCCURS 3.

      * Bases et TVA de la facture en cours par code taux.
       01 CUMULS-TVA-FACTURE.
         05 CUMUL-TVA OCCURS 3.
           10 BASE-TVA-C    PIC 9(5).
           10 MONTANT-TVA-C PIC 9(5)V99.
       77 IDX-TVA PIC 9.
       77 CODE-TVA-W PIC 9.
       77 TOTAL-TVA-W PIC 9(6)V99.
       77 TTC-W PIC 9(6)V99.
       77 BASE-EXO-W PIC S9(5).

       01 FORMAT-FACTURE-ENTETE.
         05 PIC X(8) VALUE 'FACTURE '.
         05 NUM-FACT-F PIC 9(6).
         05 PIC X(10).
         05 PIC X(10) VALUE 'MONTANT : '.
         05 MONTANT-FACT-F PIC Z(3)9.
         05 PIC X(9) VALUE ' - TVA : '.
         05 TAUX-DET-F PIC X(8).
         05 PIC X(39).

       01 FORMAT-FACTURE-TOTAL.
         05 PIC X(10).
         05 PIC X(14) VALUE 'TOTAL HT     :'.
         05 PIC X(1).
         05 TOTAL-FACT-F PIC Z(4)9.
         05 PIC X(50).

       01 FORMAT-FACTURE-TVA.
         05 PIC X(10).
         05 PIC X(4) VALUE 'TVA '.
         05 TAUX-TVA-F PIC Z9,99.
         05 PIC X(8) VALUE ' % SUR  '.
         05 BASE-TVA-F PIC Z(4)9.
         05 PIC X(3) VALUE ' : '.
         05 MONTANT-TVA-F PIC Z(5)9,99.
         05 PIC X(36).

       01 FORMAT-FACTURE-EXO.
         05 PIC X(10).
         05 PIC X(14) VALUE 'EXONERE      :'.
         05 PIC X(1).
         05 BASE-EXO-F PIC Z(4)9.
         05 PIC X(50).

       01 FORMAT-FACTURE-TTC.
         05 PIC X(10).
         05 PIC X(14) VALUE 'TOTAL TTC    :'.
         05 PIC X(1).
         05 TTC-FACT-F PIC Z(5)9,99.
         05 PIC X(46).

       01 FORMAT-EXCEPTION-TVA.
         05 NUM-COMPTE-EXT         PIC 9(6).
         05                        PIC X(3) VALUE ' - '.
         05                        PIC X(37) VALUE
          'CODE TVA INCONNU, TAUX NORMAL PRIS : '.
         05 CODE-TVA-EX            PIC X(1).
         05                        PIC X(33).

       01 LIGNE-FACTURE-SEP PIC X(80) VALUE ALL '-'.

      * Variables de fin de fichier 
           perform 25000-CLOT-FACTURE
           ADD TOTAL-FACTURE-A TO CPT-TOTAL-GENERAL-FACTURE
           INITIALIZE TOTAL-FACTURE-A
           INITIALIZE CUMULS-TVA-FACTURE
           INITIALIZE prev-type
           .

             WRITE E-FACTURE FROM FORMAT-FACTURE-ADRESSE
           END-IF
           MOVE MONTANT TO MONTANT-FACT-F
           IF CODE-TVA-W = 0
             MOVE 'EXONERE' TO TAUX-DET-F
           ELSE
             MOVE TAUX-TVA(CODE-TVA-W) TO TAUX-TVA-F
             MOVE SPACE TO TAUX-DET-F
             STRING TAUX-TVA-F ' %' DELIMITED BY SIZE
               INTO TAUX-DET-F
             END-STRING
           END-IF
           WRITE E-FACTURE FROM FORMAT-FACTURE-DETAIL
           .

      * Cloture de la facture au changement de client : total
      * hors taxe, TVA par taux sur la base cumulee du taux, total
      * toutes taxes, trace au journal des numeros emis.
       25000-CLOT-FACTURE.
           IF FACTURE-EN-COURS
             MOVE TOTAL-FACTURE-A TO TOTAL-FACT-F
             WRITE E-FACTURE FROM FORMAT-FACTURE-TOTAL
             MOVE SPACE TO E-FACTJRN(26:55)
             MOVE TOTAL-FACTURE-A TO BASE-EXO-W
             MOVE 0 TO TOTAL-TVA-W
             PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
               COMPUTE MONTANT-TVA-C(IDX-TVA) ROUNDED =
                 BASE-TVA-C(IDX-TVA) * TAUX-TVA(IDX-TVA) / 100
               MOVE BASE-TVA-C(IDX-TVA) TO BASE-TVA-J(IDX-TVA)
               MOVE MONTANT-TVA-C(IDX-TVA) TO MONTANT-TVA-J(IDX-TVA)
               ADD MONTANT-TVA-C(IDX-TVA) TO TOTAL-TVA-W
               SUBTRACT BASE-TVA-C(IDX-TVA) FROM BASE-EXO-W
               IF BASE-TVA-C(IDX-TVA) > 0
                 MOVE TAUX-TVA(IDX-TVA) TO TAUX-TVA-F
                 MOVE BASE-TVA-C(IDX-TVA) TO BASE-TVA-F
                 MOVE MONTANT-TVA-C(IDX-TVA) TO MONTANT-TVA-F
                 WRITE E-FACTURE FROM FORMAT-FACTURE-TVA
               END-IF
             END-PERFORM
             IF BASE-EXO-W > 0
               MOVE BASE-EXO-W TO BASE-EXO-F
               WRITE E-FACTURE FROM FORMAT-FACTURE-EXO
             END-IF
             COMPUTE TTC-W = TOTAL-FACTURE-A + TOTAL-TVA-W
             MOVE TTC-W TO TTC-FACT-F
             WRITE E-FACTURE FROM FORMAT-FACTURE-TTC
             WRITE E-FACTURE FROM LIGNE-FACTURE-SEP
             MOVE NUM-FACTURE TO NUM-FACTURE-J
             MOVE NUM-COMPTE-A TO NUM-COMPTE-J
             MOVE TOTAL-FACTURE-A TO TOTAL-J
             MOVE DATE-JOUR-W TO DATE-J
             MOVE 0 TO NUM-FACT-ORIG-J
             MOVE TTC-W TO TTC-J
             WRITE E-FACTJRN
             SET PAS-DE-FACTURE TO TRUE
           END-IF
           MOVE ADRESSE TO ADRESSE-A
           MOVE DEPARTEMENT TO DEPARTEMENT-A
           .
      * Le montant rejoint la base de son taux ; un code inconnu
      * est signale et pris au taux normal.
       23000-FORMAT-ADDR-3.
           ADD MONTANT TO TOTAL-FACTURE-A
           EVALUATE CODE-TVA
             WHEN SPACE
             WHEN '1'
               MOVE 1 TO CODE-TVA-W
             WHEN '2'
               MOVE 2 TO CODE-TVA-W
             WHEN '3'
               MOVE 3 TO CODE-TVA-W
             WHEN '0'
               MOVE 0 TO CODE-TVA-W
             WHEN OTHER
               MOVE 1 TO CODE-TVA-W
               MOVE NUM-COMPTE TO NUM-COMPTE-EXT
               MOVE CODE-TVA TO CODE-TVA-EX
               MOVE FORMAT-EXCEPTION-TVA TO E-EXCEPT
               WRITE E-EXCEPT
           END-EVALUATE
           IF CODE-TVA-W > 0
             ADD MONTANT TO BASE-TVA-C(CODE-TVA-W)
           END-IF
           .
      * Journalise le compte et le TYPE-ENR qui a casse la sequence
      * avant de sauter le reste des enregistrements de ce compte,
            perform READ-CLIENT
           end-perform
           INITIALIZE TOTAL-FACTURE-A
           INITIALIZE CUMULS-TVA-FACTURE
           INITIALIZE prev-type
           .
