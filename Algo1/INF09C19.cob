       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB9MAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Propositions de minimum de COB9MIN apres revue : seules
      * celles marquees O sont appliquees, au minimum retenu.
           SELECT f-propos ASSIGN ddminprp
            FILE STATUS IS CR-PROPOS.
      * Stock mis a jour en place, comme dans COB9MAJ.
           select f-stock assign ddstock
            FILE STATUS IS CR-STOCK.
      * Compte rendu des minimums appliques et refuses.
           select f-rapport assign ddminapp
            FILE STATUS IS CR-RAPPORT.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd F-PROPOS
           BLOCK CONTAINS 0
           DATA RECORD IS E-PROPOS.
       01 E-PROPOS.
         05 NUM-STOCK-PR           PIC 9(6).
         05 CLASSE-PR              PIC X(1).
         05 MIN-ACTUEL-PR          PIC 9(4).
         05 MIN-PROPOSE-PR         PIC 9(4).
      * Minimum retenu, le propose par defaut, modifiable a la
      * revue ; decision O pour l'appliquer, a blanc sinon.
         05 MIN-RETENU-PR          PIC 9(4).
         05 DECISION-PR            PIC X(1).
           88 PROPOSITION-VALIDEE  VALUE 'O'.
         05 CONSO-TRIM-PR          PIC 9(6).
         05 POINTE-PR              PIC 9(6).
         05 DELAI-PR               PIC 9(3).
         05 MOIS-FIN-PR            PIC 9(6).
         05                        PIC X(39).
       fd F-STOCK
           BLOCK CONTAINS 0
           DATA RECORD IS E-STOCK.
       01 E-STOCK.
         05 NUM-STOCK              PIC 9(6).
         05 NB-PRODUIT             PIC 9(4).
         05 PU-PRODUIT             PIC 9(4).
         05 NB-MIN                 PIC 9(4).
      * Cout moyen pondere d'achat et valeur du stock, tenus par
      * COB9MAJ a chaque mouvement ; a blanc sur les fiches
      * anterieures, repris du prix unitaire a la premiere mise a
      * jour.
         05 CMP-STOCK              PIC 9(4)V9(4).
         05 VALEUR-STOCK           PIC 9(8)V9(2).
         05                        PIC X(44).
       fd F-RAPPORT.
       01 LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PROPOS                PIC 99.
         88 EOF-PROPOS VALUE 10.
       01 CR-STOCK                 PIC 99.
         88 EOF-STOCK VALUE 10.
       01 CR-RAPPORT               PIC 99.

      * Propositions validees, appliquees au fil de la lecture du
      * stock. Le minimum du produit doit etre encore celui vu a la
      * revue, sinon la proposition est perimee et refusee.
       01 TAB-PROPOS.
         05 PROPOS-ENTRY OCCURS 1000.
           10 NUM-STOCK-T          PIC 9(6).
           10 MIN-ACTUEL-T         PIC 9(4).
           10 MIN-RETENU-T         PIC 9(4).
           10 APPLIQUE-T           PIC X(1).
       77 NB-PROPOS                PIC 9(4) VALUE 0.
       77 IDX-PROPOS               PIC 9(4).
       77 MIN-TRAITE-SW            PIC X.
         88 MIN-TRAITE VALUE 'O'.
         88 MIN-NON-TRAITE VALUE 'N'.

      * ------------- Compteurs -----------
       01 CPT.
         05 CPT-PROPOS-LUES        PIC 9(4) VALUE 0.
         05 CPT-NON-VALIDEES       PIC 9(4) VALUE 0.
         05 CPT-STOCK              PIC 9(4) VALUE 0.
         05 CPT-APPLIQUEES         PIC 9(4) VALUE 0.
         05 CPT-REFUSEES           PIC 9(4) VALUE 0.
         05 CPT-PROPOS-DEBORDES    PIC 9(4) VALUE 0.

      * ------------ Format -----------------
       01 FORMAT-LIGNE.
         05 NUM-STOCK-F            PIC 9(6).
         05                        PIC X(3) VALUE ' - '.
         05 ANCIEN-F               PIC Z(3)9.
         05                        PIC X(4) VALUE ' -> '.
         05 NOUVEAU-F              PIC Z(3)9.
         05                        PIC X(3) VALUE ' - '.
         05 MOTIF-F                PIC X(40).
         05                        PIC X(16).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           STOP RUN.
      * Charge les propositions validees puis ouvre le stock en
      * mise a jour
       10000-INIT-PGM.
           OPEN OUTPUT F-RAPPORT
           OPEN INPUT F-PROPOS
           IF CR-PROPOS > 0
             DISPLAY "ERROR DDMINPRP : " CR-PROPOS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-PROPOS
             READ F-PROPOS
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO CPT-PROPOS-LUES
                 PERFORM 11000-CHARGE-PROPOSITION
             END-READ
           END-PERFORM
           CLOSE F-PROPOS
           IF CPT-PROPOS-DEBORDES > 0
             DISPLAY "TABLE DES PROPOSITIONS PLEINE : "
                     CPT-PROPOS-DEBORDES " NON APPLIQUEES"
             MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O F-STOCK
           IF CR-STOCK > 0
             DISPLAY "ERROR DDSTOCK : " CR-STOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .
      * Un minimum retenu non numerique est refuse d'emblee.
       11000-CHARGE-PROPOSITION.
           EVALUATE TRUE
             WHEN NOT PROPOSITION-VALIDEE
               ADD 1 TO CPT-NON-VALIDEES
             WHEN MIN-RETENU-PR NOT NUMERIC
               MOVE NUM-STOCK-PR TO NUM-STOCK-F
               MOVE MIN-ACTUEL-PR TO ANCIEN-F
               MOVE 0 TO NOUVEAU-F
               MOVE "MINIMUM RETENU NON NUMERIQUE" TO MOTIF-F
               WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
               ADD 1 TO CPT-REFUSEES
             WHEN NB-PROPOS < 1000
               ADD 1 TO NB-PROPOS
               MOVE NUM-STOCK-PR TO NUM-STOCK-T(NB-PROPOS)
               MOVE MIN-ACTUEL-PR TO MIN-ACTUEL-T(NB-PROPOS)
               MOVE MIN-RETENU-PR TO MIN-RETENU-T(NB-PROPOS)
               MOVE 'N' TO APPLIQUE-T(NB-PROPOS)
             WHEN OTHER
               ADD 1 TO CPT-PROPOS-DEBORDES
               MOVE NUM-STOCK-PR TO NUM-STOCK-F
               MOVE MIN-ACTUEL-PR TO ANCIEN-F
               MOVE MIN-RETENU-PR TO NOUVEAU-F
               MOVE "TABLE DES PROPOSITIONS PLEINE" TO MOTIF-F
               WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
               ADD 1 TO CPT-REFUSEES
           END-EVALUATE
           .
       20000-TRAITEMENT.
           PERFORM 21000-READ-STOCK
           PERFORM UNTIL EOF-STOCK
             PERFORM 22000-APPLIQUE-MINIMUM
             PERFORM 21000-READ-STOCK
           END-PERFORM
           .
       21000-READ-STOCK.
           READ F-STOCK
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO CPT-STOCK
           END-READ
           .
      * Une seule proposition par produit : un doublon est refuse.
       22000-APPLIQUE-MINIMUM.
           SET MIN-NON-TRAITE TO TRUE
           PERFORM VARYING IDX-PROPOS FROM 1 BY 1
                     UNTIL IDX-PROPOS > NB-PROPOS
             IF NUM-STOCK-T(IDX-PROPOS) = NUM-STOCK
              AND APPLIQUE-T(IDX-PROPOS) = 'N'
               MOVE 'O' TO APPLIQUE-T(IDX-PROPOS)
               IF MIN-NON-TRAITE
                 PERFORM 23000-MAJ-MINIMUM
                 SET MIN-TRAITE TO TRUE
               ELSE
                 MOVE NUM-STOCK TO NUM-STOCK-F
                 MOVE MIN-ACTUEL-T(IDX-PROPOS) TO ANCIEN-F
                 MOVE MIN-RETENU-T(IDX-PROPOS) TO NOUVEAU-F
                 MOVE "PROPOSITION EN DOUBLE" TO MOTIF-F
                 WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
                 ADD 1 TO CPT-REFUSEES
               END-IF
             END-IF
           END-PERFORM
           .
       23000-MAJ-MINIMUM.
           MOVE NUM-STOCK TO NUM-STOCK-F
           MOVE NB-MIN TO ANCIEN-F
           MOVE MIN-RETENU-T(IDX-PROPOS) TO NOUVEAU-F
           IF NB-MIN = MIN-ACTUEL-T(IDX-PROPOS)
             MOVE MIN-RETENU-T(IDX-PROPOS) TO NB-MIN
             REWRITE E-STOCK
             MOVE "APPLIQUE" TO MOTIF-F
             ADD 1 TO CPT-APPLIQUEES
           ELSE
             MOVE "MINIMUM MODIFIE DEPUIS LA REVUE" TO MOTIF-F
             ADD 1 TO CPT-REFUSEES
           END-IF
           WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
           .
      * Les propositions restees sans produit sont refusees, puis
      * les compteurs s'affichent.
       30000-END-PGM.
           PERFORM VARYING IDX-PROPOS FROM 1 BY 1
                     UNTIL IDX-PROPOS > NB-PROPOS
             IF APPLIQUE-T(IDX-PROPOS) = 'N'
               MOVE NUM-STOCK-T(IDX-PROPOS) TO NUM-STOCK-F
               MOVE MIN-ACTUEL-T(IDX-PROPOS) TO ANCIEN-F
               MOVE MIN-RETENU-T(IDX-PROPOS) TO NOUVEAU-F
               MOVE "PRODUIT INCONNU DU STOCK" TO MOTIF-F
               WRITE LIGNE-RAPPORT FROM FORMAT-LIGNE
               ADD 1 TO CPT-REFUSEES
             END-IF
           END-PERFORM
           CLOSE F-STOCK
           CLOSE F-RAPPORT
           DISPLAY "Propositions lues     : " CPT-PROPOS-LUES
           DISPLAY "Non validees          : " CPT-NON-VALIDEES
           DISPLAY "Minimums appliques    : " CPT-APPLIQUEES
           DISPLAY "Propositions refusees : " CPT-REFUSEES
           IF RETURN-CODE = 0 AND CPT-REFUSEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
