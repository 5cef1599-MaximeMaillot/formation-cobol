            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AG4.

      * Demandes de modification faites par les clients sur le site
      * internet, mises en mouvements par PROJWEB : traitees comme
      * une agence de plus.
           SELECT OPTIONAL f-ag5 ASSIGN DDMVTA05
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AG5.

      * FMVT national produit pour PROJETM : mouvements des agences
      * fusionnes en ordre croissant de matricule, en-tete et total
      * nationaux poses par ce programme.
       fd f-ag4.
       01 e-ag4                PIC X(240).

       fd f-ag5.
       01 e-ag5                PIC X(240).

       fd f-mvt-nat.
       01 e-mvt-nat            PIC X(240).

       01 CR-AG2                         PIC 99.
       01 CR-AG3                         PIC 99.
       01 CR-AG4                         PIC 99.
       01 CR-AG5                         PIC 99.
       01 CR-MVT-NAT                     PIC 99.
       01 CR-CONTROLE                    PIC 99.

       77 NB-AGENCES                     PIC 9 VALUE 5.
       77 IDX-AG                         PIC 9.
       77 IDX-MIN                        PIC 9.
       77 MAT-MIN                        PIC 9(6).
      * Etat et compteurs de controle par agence : O=fichier valide,
      * E=en erreur (en-tete, sequence, total), A=absent ce jour.
       01 AGENCES.
         05 AGENCE-ENTRY OCCURS 5.
           10 BUF-AG                     PIC X(240).
           10 FIN-AG-SW                  PIC X.
           10 ETAT-AG                    PIC X.
               IF CR-AG4 > 0
                 MOVE 'A' TO ETAT-AG(4)
               END-IF
             WHEN 5
               OPEN INPUT f-ag5
               IF CR-AG5 > 0
                 MOVE 'A' TO ETAT-AG(5)
               END-IF
           END-EVALUATE
           .

               CLOSE f-ag3
             WHEN 4
               CLOSE f-ag4
             WHEN 5
               CLOSE f-ag5
           END-EVALUATE
           .

                 AT END
                   MOVE 'O' TO FIN-AG-SW(4)
               END-READ
             WHEN 5
               READ f-ag5 INTO BUF-AG(5)
                 AT END
                   MOVE 'O' TO FIN-AG-SW(5)
               END-READ
           END-EVALUATE
           .

