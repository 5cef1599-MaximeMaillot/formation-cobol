       FILE-CONTROL.
      * Journal des factures emises par COB13 : la reference des
      * encaissements, au lieu du carnet du service facturation.
      * Les avoirs de COB13AV y viennent en deduction de leur
      * facture d'origine.
           SELECT f-factjrn ASSIGN dfactjrn
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-FACTJRN.
           SELECT f-paiements ASSIGN dfactpay
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-PAIEMENTS.
      * Encaissements rapproches ventiles par taux de TVA : la TVA
      * sur les services n'est due qu'a l'encaissement, la
      * declaration COB13TVA la prend ici.
           SELECT f-encaisse ASSIGN dfactenc
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-ENCAISSE.
      * Releve de compte par client : facture, regle, restant du.
           SELECT f-releves ASSIGN dfactrel
            ORGANIZATION IS SEQUENTIAL
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

       fd f-paiements.
       01 E-PAIEMENT.
         05 NUM-FACTURE-P PIC 9(6).
         05 DATE-P        PIC 9(8).
         05 MONTANT-P     PIC 9(5).
      * Centimes du reglement, a blanc : zero.
         05 CENTIMES-P    PIC X(2).
         05 CENTIMES-P-N REDEFINES CENTIMES-P PIC 9(2).
         05               PIC X(59).

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

       fd f-releves.
       01 LIGNE-RELEVE    PIC X(80).
       01 CR-PAIEMENTS PIC 99.
         88 EOF-PAIEMENTS VALUE 10.
       01 CR-RELEVES PIC 99.
       01 CR-ENCAISSE PIC 99.
       01 CR-AGEE PIC 99.

      * Factures du journal chargees en table, avec le cumul des
      * avoirs emis et des reglements rapproches, toutes taxes. Le
      * hors taxe et les bases par taux sont nets des avoirs. Une
      * facture anterieure a la TVA n'a que de l'exonere.
       01 TAB-FACTURES.
         05 FACTURE-ENTRY OCCURS 2000.
           10 NUM-FACT-T   PIC 9(6).
           10 NUM-COMPTE-T PIC 9(6).
           10 TOTAL-T      PIC 9(6)V99.
           10 DATE-T       PIC 9(8).
           10 AVOIR-T      PIC 9(6)V99.
           10 REGLE-T      PIC 9(7)V99.
           10 EDITE-T      PIC X(1).
           10 HT-T         PIC S9(5).
           10 TVA-T OCCURS 3.
             15 BASE-T     PIC S9(5).
             15 TVA-FACT-T PIC S9(5)V99.
       77 NB-FACTURES      PIC 9(4) VALUE 0.
       77 IDX-FACT         PIC 9(4).
       77 IDX-FACT2        PIC 9(4).

      * Avoirs du journal, imputes sur leur facture une fois le
      * journal charge et repris sous elle dans le releve.
       01 TAB-AVOIRS.
         05 AVOIR-ENTRY OCCURS 2000.
           10 NUM-AV-T      PIC 9(6).
           10 NUM-FACT-AV-T PIC 9(6).
           10 DATE-AV-T     PIC 9(8).
           10 MONTANT-AV-T  PIC 9(6)V99.
           10 HT-AV-T       PIC 9(5).
           10 TVA-AV-T OCCURS 3.
             15 BASE-AV-T   PIC 9(5).
             15 TVA-FACT-AV-T PIC 9(5)V99.
       77 NB-AVOIRS        PIC 9(4) VALUE 0.
       77 IDX-AV           PIC 9(4).
       77 FACTURE-TROUVEE-SW PIC X.
         88 FACTURE-TROUVEE VALUE 'O'.
         88 FACTURE-INCONNUE VALUE 'N'.

       77 RESTE-DU-W       PIC S9(7)V99.
       77 IDX-TROUVE       PIC 9(4).
       77 IDX-TVA          PIC 9.
       77 PAIEMENT-W       PIC 9(6)V99.
       77 PART-IMPUTEE-W   PIC 9(6)V99.
       77 NET-TTC-W        PIC S9(7)V99.
       77 SOMME-BASES-W    PIC S9(6).
       77 COMPTE-GROUPE    PIC 9(6).

      * Cumuls du releve en cours.
       01 TOTAUX-COMPTE.
         05 TOT-FACTURE-CPT PIC 9(7)V99.
         05 TOT-AVOIR-CPT   PIC 9(7)V99.
         05 TOT-REGLE-CPT   PIC 9(7)V99.
         05 TOT-OUVERT-CPT  PIC 9(7)V99.

      * Vieillissement par le sous-programme partage CALCDATE.
       77 FONCTION-CALC-W  PIC X(1).

       01 CPT.
         05 CPT-FACTURES   PIC 9(4) VALUE 0.
         05 CPT-AVOIRS     PIC 9(4) VALUE 0.
         05 CPT-AVOIRS-ORPHELINS PIC 9(4) VALUE 0.
         05 CPT-PAIEMENTS  PIC 9(4) VALUE 0.
         05 CPT-RAPPROCHES PIC 9(4) VALUE 0.
         05 CPT-ENCAISSEMENTS PIC 9(4) VALUE 0.
         05 CPT-ORPHELINS  PIC 9(4) VALUE 0.
         05 CPT-IMPAYEES   PIC 9(4) VALUE 0.

         05 NUM-FACT-F     PIC 9(6).
         05                PIC X(4) VALUE ' DU '.
         05 DATE-FACT-F    PIC 9(8).
         05                PIC X(6) VALUE ' FACT:'.
         05 TOTAL-F        PIC Z(5)9,99.
         05                PIC X(4) VALUE ' AV:'.
         05 AVOIR-F        PIC Z(4)9,99.
         05                PIC X(5) VALUE ' REG:'.
         05 REGLE-F        PIC Z(5)9,99.
         05                PIC X(7) VALUE ' RESTE:'.
         05 RESTE-F        PIC Z(5)9,99-.
         05                PIC X(4).

       01 FORMAT-LIGNE-AVOIR.
         05                PIC X(4).
         05                PIC X(6) VALUE 'AVOIR '.
         05 NUM-AV-F       PIC 9(6).
         05                PIC X(4) VALUE ' DU '.
         05 DATE-AV-F      PIC 9(8).
         05                PIC X(11) VALUE ' MONTANT : '.
         05 MONTANT-AV-F   PIC Z(5)9,99.
         05                PIC X(32).

       01 FORMAT-TOTAL-COMPTE.
         05                PIC X(7) VALUE 'COMPTE '.
         05 COMPTE-F       PIC 9(6).
         05                PIC X(6) VALUE ' FACT:'.
         05 TOT-FACT-F     PIC Z(6)9,99.
         05                PIC X(4) VALUE ' AV:'.
         05 TOT-AVOIR-F    PIC Z(6)9,99.
         05                PIC X(5) VALUE ' REG:'.
         05 TOT-REGLE-F    PIC Z(6)9,99.
         05                PIC X(5) VALUE ' OUV:'.
         05 TOT-OUVERT-F   PIC Z(6)9,99.
         05                PIC X(7).

       01 FORMAT-LIGNE-AGEE.
         05 NUM-AGE-F      PIC 9(6).
         05                PIC X(9) VALUE ' COMPTE  '.
         05 COMPTE-AGE-F   PIC 9(6).
         05                PIC X(9) VALUE ' RESTE : '.
         05 RESTE-AGE-F    PIC Z(5)9,99.
         05                PIC X(3) VALUE ' - '.
         05 TRANCHE-AGE-F  PIC X(13).
         05                PIC X(25).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
           PERFORM 30000-END-PGM
           STOP RUN.

      * Charge le journal des factures et des avoirs en table.
       10000-INIT-PGM.
           ACCEPT DATE-JOUR-W FROM DATE YYYYMMDD
           OPEN INPUT f-factjrn
               AT END
                 CONTINUE
               NOT AT END
                 IF PIECE-AVOIR
                   PERFORM 11000-CHARGE-AVOIR
                 ELSE
                   PERFORM 11500-CHARGE-FACTURE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-factjrn
           OPEN OUTPUT f-releves f-agee f-encaisse
           PERFORM 12000-IMPUTE-AVOIRS
           .

       11000-CHARGE-AVOIR.
           IF NB-AVOIRS < 2000
             ADD 1 TO NB-AVOIRS
             ADD 1 TO CPT-AVOIRS
             MOVE NUM-FACTURE-J TO NUM-AV-T(NB-AVOIRS)
             MOVE NUM-FACT-ORIG-J TO NUM-FACT-AV-T(NB-AVOIRS)
             MOVE DATE-J TO DATE-AV-T(NB-AVOIRS)
             MOVE TOTAL-J TO HT-AV-T(NB-AVOIRS)
             IF TTC-J NUMERIC
               MOVE TTC-J TO MONTANT-AV-T(NB-AVOIRS)
               PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
                 MOVE BASE-TVA-J(IDX-TVA)
                   TO BASE-AV-T(NB-AVOIRS, IDX-TVA)
                 MOVE MONTANT-TVA-J(IDX-TVA)
                   TO TVA-FACT-AV-T(NB-AVOIRS, IDX-TVA)
               END-PERFORM
             ELSE
               MOVE TOTAL-J TO MONTANT-AV-T(NB-AVOIRS)
               PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
                 MOVE 0 TO BASE-AV-T(NB-AVOIRS, IDX-TVA)
                           TVA-FACT-AV-T(NB-AVOIRS, IDX-TVA)
               END-PERFORM
             END-IF
           ELSE
             DISPLAY "TABLE DES AVOIRS PLEINE"
             MOVE 8 TO RETURN-CODE
           END-IF
           .

       11500-CHARGE-FACTURE.
           IF NB-FACTURES < 2000
             ADD 1 TO NB-FACTURES
             ADD 1 TO CPT-FACTURES
             MOVE NUM-FACTURE-J TO NUM-FACT-T(NB-FACTURES)
             MOVE NUM-COMPTE-J TO NUM-COMPTE-T(NB-FACTURES)
             MOVE TOTAL-J TO HT-T(NB-FACTURES)
             IF TTC-J NUMERIC
               MOVE TTC-J TO TOTAL-T(NB-FACTURES)
               PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
                 MOVE BASE-TVA-J(IDX-TVA)
                   TO BASE-T(NB-FACTURES, IDX-TVA)
                 MOVE MONTANT-TVA-J(IDX-TVA)
                   TO TVA-FACT-T(NB-FACTURES, IDX-TVA)
               END-PERFORM
             ELSE
               MOVE TOTAL-J TO TOTAL-T(NB-FACTURES)
               PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
                 MOVE 0 TO BASE-T(NB-FACTURES, IDX-TVA)
                           TVA-FACT-T(NB-FACTURES, IDX-TVA)
               END-PERFORM
             END-IF
             MOVE DATE-J TO DATE-T(NB-FACTURES)
             MOVE 0 TO AVOIR-T(NB-FACTURES)
             MOVE 0 TO REGLE-T(NB-FACTURES)
             MOVE 'N' TO EDITE-T(NB-FACTURES)
           ELSE
             DISPLAY "TABLE DES FACTURES PLEINE"
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      * Chaque avoir vient en deduction de sa facture d'origine ;
      * un avoir dont la facture manque part au releve comme
      * orphelin.
       12000-IMPUTE-AVOIRS.
           PERFORM VARYING IDX-AV FROM 1 BY 1
                     UNTIL IDX-AV > NB-AVOIRS
             SET FACTURE-INCONNUE TO TRUE
             PERFORM VARYING IDX-FACT FROM 1 BY 1
                       UNTIL IDX-FACT > NB-FACTURES
                          OR FACTURE-TROUVEE
               IF NUM-FACT-T(IDX-FACT) = NUM-FACT-AV-T(IDX-AV)
                 SET FACTURE-TROUVEE TO TRUE
                 ADD MONTANT-AV-T(IDX-AV) TO AVOIR-T(IDX-FACT)
                 SUBTRACT HT-AV-T(IDX-AV) FROM HT-T(IDX-FACT)
                 PERFORM VARYING IDX-TVA FROM 1 BY 1
                           UNTIL IDX-TVA > 3
                   SUBTRACT BASE-AV-T(IDX-AV, IDX-TVA)
                     FROM BASE-T(IDX-FACT, IDX-TVA)
                   SUBTRACT TVA-FACT-AV-T(IDX-AV, IDX-TVA)
                     FROM TVA-FACT-T(IDX-FACT, IDX-TVA)
                 END-PERFORM
               END-IF
             END-PERFORM
             IF FACTURE-INCONNUE
               ADD 1 TO CPT-AVOIRS-ORPHELINS
               MOVE SPACE TO LIGNE-RELEVE
               STRING 'AVOIR SANS FACTURE : ' NUM-AV-T(IDX-AV)
                      ' SUR ' NUM-FACT-AV-T(IDX-AV)
                 DELIMITED BY SIZE INTO LIGNE-RELEVE
               END-STRING
               WRITE LIGNE-RELEVE
             END-IF
           END-PERFORM
           .

      * Chaque reglement rejoint sa facture par son numero ; un
           .

       21000-RAPPROCHE-UN-PAIEMENT.
           IF CENTIMES-P-N NUMERIC
             COMPUTE PAIEMENT-W = MONTANT-P + CENTIMES-P-N / 100
           ELSE
             MOVE MONTANT-P TO PAIEMENT-W
           END-IF
           SET FACTURE-INCONNUE TO TRUE
           PERFORM VARYING IDX-FACT FROM 1 BY 1
                     UNTIL IDX-FACT > NB-FACTURES
                        OR FACTURE-TROUVEE
             IF NUM-FACT-T(IDX-FACT) = NUM-FACTURE-P
               SET FACTURE-TROUVEE TO TRUE
               MOVE IDX-FACT TO IDX-TROUVE
               PERFORM 22000-ECRIT-ENCAISSEMENT
               ADD PAIEMENT-W TO REGLE-T(IDX-FACT)
               ADD 1 TO CPT-RAPPROCHES
             END-IF
           END-PERFORM
           END-IF
           .

      * Seule la part du reglement qui couvre le restant de la
      * facture compte ; elle se ventile au prorata du toutes
      * taxes net des avoirs, le dernier centime allant a
      * l'exonere.
       22000-ECRIT-ENCAISSEMENT.
           COMPUTE NET-TTC-W =
             TOTAL-T(IDX-TROUVE) - AVOIR-T(IDX-TROUVE)
           COMPUTE RESTE-DU-W = NET-TTC-W - REGLE-T(IDX-TROUVE)
           IF RESTE-DU-W > 0 AND NET-TTC-W > 0
             IF PAIEMENT-W > RESTE-DU-W
               MOVE RESTE-DU-W TO PART-IMPUTEE-W
             ELSE
               MOVE PAIEMENT-W TO PART-IMPUTEE-W
             END-IF
             MOVE SPACE TO E-ENCAISSE
             MOVE DATE-P TO DATE-EN
             MOVE NUM-FACTURE-P TO NUM-FACTURE-EN
             MOVE NUM-COMPTE-T(IDX-TROUVE) TO NUM-COMPTE-EN
             MOVE PART-IMPUTEE-W TO MONTANT-EN
             MOVE PART-IMPUTEE-W TO EXONERE-EN
             PERFORM VARYING IDX-TVA FROM 1 BY 1 UNTIL IDX-TVA > 3
               IF BASE-T(IDX-TROUVE, IDX-TVA) > 0
                 COMPUTE BASE-EN(IDX-TVA) ROUNDED =
                   BASE-T(IDX-TROUVE, IDX-TVA)
                   * PART-IMPUTEE-W / NET-TTC-W
                 COMPUTE MONTANT-TVA-EN(IDX-TVA) ROUNDED =
                   TVA-FACT-T(IDX-TROUVE, IDX-TVA)
                   * PART-IMPUTEE-W / NET-TTC-W
               ELSE
                 MOVE 0 TO BASE-EN(IDX-TVA) MONTANT-TVA-EN(IDX-TVA)
               END-IF
               IF EXONERE-EN > BASE-EN(IDX-TVA)
                                + MONTANT-TVA-EN(IDX-TVA)
                 COMPUTE EXONERE-EN = EXONERE-EN
                   - BASE-EN(IDX-TVA) - MONTANT-TVA-EN(IDX-TVA)
               ELSE
                 MOVE 0 TO EXONERE-EN
               END-IF
             END-PERFORM
             WRITE E-ENCAISSE
             ADD 1 TO CPT-ENCAISSEMENTS
           END-IF
           .

      * Releve par compte client : les factures du journal sont
      * groupees par NUM-COMPTE, chaque compte clot sur ses totaux
      * facture/regle/ouvert.
               END-PERFORM
               MOVE COMPTE-GROUPE TO COMPTE-F
               MOVE TOT-FACTURE-CPT TO TOT-FACT-F
               MOVE TOT-AVOIR-CPT TO TOT-AVOIR-F
               MOVE TOT-REGLE-CPT TO TOT-REGLE-F
               MOVE TOT-OUVERT-CPT TO TOT-OUVERT-F
               WRITE LIGNE-RELEVE FROM FORMAT-TOTAL-COMPTE
           END-PERFORM
           .

      * La facture est nette de ses avoirs, detailles sous elle.
       25000-EDITE-LIGNE-FACTURE.
           COMPUTE RESTE-DU-W = TOTAL-T(IDX-FACT2)
             - AVOIR-T(IDX-FACT2) - REGLE-T(IDX-FACT2)
           MOVE NUM-FACT-T(IDX-FACT2) TO NUM-FACT-F
           MOVE DATE-T(IDX-FACT2) TO DATE-FACT-F
           MOVE TOTAL-T(IDX-FACT2) TO TOTAL-F
           MOVE AVOIR-T(IDX-FACT2) TO AVOIR-F
           MOVE REGLE-T(IDX-FACT2) TO REGLE-F
           MOVE RESTE-DU-W TO RESTE-F
           WRITE LIGNE-RELEVE FROM FORMAT-LIGNE-RELEVE
           IF AVOIR-T(IDX-FACT2) > 0
             PERFORM VARYING IDX-AV FROM 1 BY 1
                       UNTIL IDX-AV > NB-AVOIRS
               IF NUM-FACT-AV-T(IDX-AV) = NUM-FACT-T(IDX-FACT2)
                 MOVE NUM-AV-T(IDX-AV) TO NUM-AV-F
                 MOVE DATE-AV-T(IDX-AV) TO DATE-AV-F
                 MOVE MONTANT-AV-T(IDX-AV) TO MONTANT-AV-F
                 WRITE LIGNE-RELEVE FROM FORMAT-LIGNE-AVOIR
               END-IF
             END-PERFORM
           END-IF
           ADD TOTAL-T(IDX-FACT2) TO TOT-FACTURE-CPT
           ADD AVOIR-T(IDX-FACT2) TO TOT-AVOIR-CPT
           ADD REGLE-T(IDX-FACT2) TO TOT-REGLE-CPT
           IF RESTE-DU-W > 0
             ADD RESTE-DU-W TO TOT-OUVERT-CPT
           END-IF
           .

      * Liste agee des factures encore dues, avoirs deduits, par
      * anciennete :
      * 0-30, 31-60, 61-90, plus de 90 jours (sous-programme
      * partage CALCDATE pour l'age exact).
       26000-EDITE-LISTE-AGEE.
           PERFORM VARYING IDX-FACT2 FROM 1 BY 1
                     UNTIL IDX-FACT2 > NB-FACTURES
             COMPUTE RESTE-DU-W = TOTAL-T(IDX-FACT2)
               - AVOIR-T(IDX-FACT2) - REGLE-T(IDX-FACT2)
             IF RESTE-DU-W > 0
               ADD 1 TO CPT-IMPAYEES
               PERFORM 27000-EDITE-LIGNE-AGEE
           .

       30000-END-PGM.
           CLOSE f-releves f-agee f-encaisse
           DISPLAY "Factures au journal   : " CPT-FACTURES
           DISPLAY "Avoirs au journal     : " CPT-AVOIRS
           DISPLAY "Avoirs sans facture   : " CPT-AVOIRS-ORPHELINS
           DISPLAY "Reglements lus        : " CPT-PAIEMENTS
           DISPLAY "Reglements rapproches : " CPT-RAPPROCHES
           DISPLAY "Encaissements ventiles: " CPT-ENCAISSEMENTS
           DISPLAY "Reglements orphelins  : " CPT-ORPHELINS
           DISPLAY "Factures impayees     : " CPT-IMPAYEES
           IF RETURN-CODE = 0 AND (CPT-ORPHELINS > 0
                                   OR CPT-AVOIRS-ORPHELINS > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           .
