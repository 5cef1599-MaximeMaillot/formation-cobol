       DATA DIVISION.
       FILE SECTION.
      * Ligne d'appel telle qu'ecrite par 22000-EMET-APPEL de
      * PROJFACT : matricule;periode;frequence;montant TTC edite;
      * taxe d'assurance editee (a blanc sur les appels anterieurs
      * a la taxe).
       fd f-appels
           DATA RECORD IS e-appel.
       01 e-appel.
         05 FREQ-AP                    PIC X(1).
         05                            PIC X(1).
         05 MONTANT-AP-E               PIC X(8).
         05                            PIC X(1).
         05 TAXE-AP-E                  PIC X(8).
         05                            PIC X(47).

       fd f-assures4.
       01 e-assures4.
       01 MONTANT-ENTIER-9               PIC 9(5).
       01 MONTANT-DECIM-9                PIC 9(2).
       01 MONTANT-APPEL-W                PIC 9(5)V9(2).
       01 TAXE-APPEL-W                   PIC 9(5)V9(2).

       01 CPT.
         05 CPT-APPELS-LUS               PIC 9(6) VALUE 0.

      * Reconstitue le montant de l'appel depuis la zone editee :
      * partie entiere cadree a droite avec espaces de tete, la
      * virgule en 6, deux decimales. La taxe se decode de meme.
       21500-DECODE-MONTANT.
           MOVE MONTANT-AP-E(1:5) TO MONTANT-ENTIER-X
           MOVE MONTANT-AP-E(7:2) TO MONTANT-DECIM-X
           MOVE MONTANT-DECIM-X TO MONTANT-DECIM-9
           COMPUTE MONTANT-APPEL-W =
             MONTANT-ENTIER-9 + MONTANT-DECIM-9 / 100
           MOVE 0 TO TAXE-APPEL-W
           IF TAXE-AP-E NOT = SPACE
             MOVE TAXE-AP-E(1:5) TO MONTANT-ENTIER-X
             MOVE TAXE-AP-E(7:2) TO MONTANT-DECIM-X
             INSPECT MONTANT-ENTIER-X
               REPLACING LEADING SPACE BY ZERO
             MOVE MONTANT-ENTIER-X TO MONTANT-ENTIER-9
             MOVE MONTANT-DECIM-X TO MONTANT-DECIM-9
             COMPUTE TAXE-APPEL-W =
               MONTANT-ENTIER-9 + MONTANT-DECIM-9 / 100
           END-IF
           .

       22000-EMET-PRELEVEMENT.
           SET CREANCE-DEBIT TO TRUE
           MOVE 0 TO PENALITE-RC
           MOVE 1 TO NIVEAU-RELANCE-RC
           MOVE 0 TO FRAIS-REJET-RC NB-REJETS-RC DATE-REJET-RC
           MOVE SPACE TO MOTIF-REJET-RC
           MOVE TAXE-APPEL-W TO TAXE-RC
           SET ORIGINE-APPEL TO TRUE
           WRITE e-recev
             INVALID KEY
               continue
