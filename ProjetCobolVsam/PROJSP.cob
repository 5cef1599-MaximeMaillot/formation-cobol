            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Les recours encaisses aupres des assureurs des tiers viennent
      * en deduction de la charge : le S/P se lit sur le cout net.
           SELECT OPTIONAL f-recour ASSIGN DDRECOUR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-RO
            FILE STATUS IS CR-RECOUR.

           SELECT f-rapport ASSIGN DDSPRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.
       01 e-sinist.
           COPY CSINIST.

       fd f-recour.
       01 e-recour.
           COPY CRECOUR.

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

         88 EOF-ASSURES4 VALUE 10.
       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-RECOUR                      PIC 99.
         88 EOF-RECOUR VALUE 10.
       01 CR-RAPPORT                     PIC 99.

      * Affectation agence/departement de chaque matricule, posee
             15 PRIME-ACQUISE-C          PIC 9(9)V9(2).
             15 NB-SINISTRES-C           PIC 9(5).
             15 COUT-SINISTRES-C         PIC 9(9)V9(2).
             15 RECOURS-C                PIC 9(9)V9(2).
       77 IDX-AG                         PIC 9(3).
       77 IDX-DEPT                       PIC 9(2).

       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 RATIO-SP-W                     PIC 9(4)V9(2).
       77 COUT-NET-W                     PIC S9(11)V9(2).

       01 CPT.
         05 CPT-FICHES                   PIC 9(6) VALUE 0.
         05 CPT-SINISTRES                PIC 9(6) VALUE 0.
         05 CPT-SIN-SANS-POLICE          PIC 9(6) VALUE 0.
         05 CPT-RECOURS                  PIC 9(6) VALUE 0.
         05 CPT-REC-SANS-POLICE          PIC 9(6) VALUE 0.

       01 TOTAUX.
         05 TOT-NB-SIN                   PIC 9(7) VALUE 0.
         05 TOT-COUT                     PIC 9(11)V9(2) VALUE 0.
         05 TOT-PRIME                    PIC 9(11)V9(2) VALUE 0.
         05 TOT-RECOURS                  PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 AGENCE-L-F                   PIC X(5).
         05                              PIC X(7) VALUE ' SIN : '.
         05 NB-SIN-L-F                   PIC Z(4)9.
         05                              PIC X(8) VALUE ' NET  : '.
         05 COUT-L-F                     PIC -Z(7)9,99.
         05                              PIC X(9) VALUE ' PRIME : '.
         05 PRIME-L-F                    PIC Z(8)9,99.
         05                              PIC X(6) VALUE ' S/P :'.
         05 RATIO-L-F                    PIC Z(3)9,99.
         05                              PIC X(2) VALUE ' %'.

       01 FORMAT-LIGNE-RECOURS.
         05                              PIC X(38)
           VALUE 'DONT RECOURS ENCAISSES EN DEDUCTION : '.
         05 RECOURS-L-F                  PIC Z(10)9,99.
         05                              PIC X(28).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CUMULE-PRIMES
           PERFORM 23000-CUMULE-SINISTRES
           PERFORM 25000-CUMULE-RECOURS
           PERFORM 26000-EDITE-RAPPORT
           PERFORM 30000-END-PGM
           .
           END-IF
           .

      * Balaye les recours : ce qui a ete recouvre rejoint la
      * cellule de la police, comme le sinistre qui l'a ouvert.
      * Fichier absent : pas encore de recours, le cout reste brut.
       25000-CUMULE-RECOURS.
           OPEN INPUT f-recour
           IF CR-RECOUR < 10
             perform until EOF-RECOUR
               READ f-recour NEXT RECORD
                 AT END
                   continue
                 NOT AT END
                   ADD 1 TO CPT-RECOURS
                   perform 25500-CUMULE-UN-RECOURS
               END-READ
             END-PERFORM
             CLOSE f-recour
           END-IF
           .

       25500-CUMULE-UN-RECOURS.
           IF MAT-RO > 0 AND AGENCE-AF(MAT-RO) > 0
             MOVE AGENCE-AF(MAT-RO) TO IDX-AG
             MOVE DEPT-AF(MAT-RO) TO IDX-DEPT
             ADD MONTANT-RECOUVRE-RO TO RECOURS-C(IDX-AG IDX-DEPT)
             ADD MONTANT-RECOUVRE-RO TO TOT-RECOURS
           ELSE
             ADD 1 TO CPT-REC-SANS-POLICE
           END-IF
           .

       26000-EDITE-RAPPORT.
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-SP
             MOVE IDX-AG TO AGENCE-L-F(1:3)
           END-IF
           MOVE NB-SINISTRES-C(IDX-AG IDX-DEPT) TO NB-SIN-L-F
           COMPUTE COUT-NET-W = COUT-SINISTRES-C(IDX-AG IDX-DEPT)
                              - RECOURS-C(IDX-AG IDX-DEPT)
           MOVE COUT-NET-W TO COUT-L-F
           MOVE PRIME-ACQUISE-C(IDX-AG IDX-DEPT) TO PRIME-L-F
           IF PRIME-ACQUISE-C(IDX-AG IDX-DEPT) > 0 AND COUT-NET-W > 0
             COMPUTE RATIO-SP-W ROUNDED =
               COUT-NET-W * 100
               / PRIME-ACQUISE-C(IDX-AG IDX-DEPT)
             MOVE RATIO-SP-W TO RATIO-L-F
           ELSE
           MOVE 0 TO DEPT-L-F
           MOVE 'TOTAL' TO AGENCE-L-F
           MOVE TOT-NB-SIN TO NB-SIN-L-F
           COMPUTE COUT-NET-W = TOT-COUT - TOT-RECOURS
           MOVE COUT-NET-W TO COUT-L-F
           MOVE TOT-PRIME TO PRIME-L-F
           IF TOT-PRIME > 0 AND COUT-NET-W > 0
             COMPUTE RATIO-SP-W ROUNDED =
               COUT-NET-W * 100 / TOT-PRIME
             MOVE RATIO-SP-W TO RATIO-L-F
           ELSE
             MOVE 0 TO RATIO-L-F
           END-IF
           WRITE ligne-rapport FROM FORMAT-LIGNE-SP
           MOVE TOT-RECOURS TO RECOURS-L-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-RECOURS
           .

       30000-END-PGM.
           DISPLAY 'FICHES LUES           : ' CPT-FICHES
           DISPLAY 'SINISTRES LUS         : ' CPT-SINISTRES
           DISPLAY 'SINISTRES SANS POLICE : ' CPT-SIN-SANS-POLICE
           DISPLAY 'RECOURS LUS           : ' CPT-RECOURS
           DISPLAY 'RECOURS SANS POLICE   : ' CPT-REC-SANS-POLICE
           DISPLAY 'RECOURS ENCAISSES     : ' TOT-RECOURS
           IF RETURN-CODE = 0 AND CPT-SIN-SANS-POLICE > 0
             MOVE 4 TO RETURN-CODE
           END-IF
