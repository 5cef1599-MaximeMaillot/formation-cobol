       FILE-CONTROL.
      * Retours de l'imprimerie sur les avis postes : matricule en
      * colonnes 1-6, code retour en 7-8 (NR non-renouvellement
      * declare, NP pli non distribuable). Sur un NP, la date
      * d'envoi (9-16) et le type de document (17-18, voir
      * CCORRES) designent le pli revenu ; a blanc, c'est le
      * dernier pli envoye a la police qui est revenu.
           SELECT f-retours ASSIGN DDRETCOU
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RETOURS.
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-RET.

      * Historique des courriers (JOURCORR) : le pli revenu NPAI y
      * est marque, et son adresse dit si le retour concerne encore
      * l'adresse de la fiche.
           SELECT OPTIONAL f-corres ASSIGN DDCORRES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-CU
            FILE STATUS IS CR-CORRES.

      * Liste de travail des adresses a corriger (cas NPAI), pour
      * le centre d'appel.
           SELECT f-adrcor ASSIGN DDADRCOR
         05 CODE-RT                    PIC X(2).
           88 RETOUR-NON-RENOUV        VALUE 'NR'.
           88 RETOUR-NPAI              VALUE 'NP'.
         05 DATE-ENVOI-RT              PIC X(8).
         05 TYPE-DOC-RT                PIC X(2).
         05                            PIC X(62).

       fd f-assures4.
       01 e-assures4.
       fd f-mvt-ret.
       01 e-mvt-ret                    PIC X(240).

       fd f-corres.
       01 e-corres.
           COPY CCORRES.

       fd f-adrcor.
       01 ligne-adrcor                 PIC X(80).

       01 CR-ASSURES4                    PIC 99.
       01 CR-MVT-RET                     PIC 99.
       01 CR-ADRCOR                      PIC 99.
       01 CR-CORRES                      PIC 99.

      * Pli revenu : date d'envoi et type cherches, adresse portee
      * sur le pli.
       77 DATE-PLI-W                     PIC 9(8).
       77 TYPE-PLI-W                     PIC X(2).
       77 FIN-CORRES-SW                  PIC X.
         88 FIN-CORRES VALUE 'O'.
       77 PLI-TROUVE-SW                  PIC X.
         88 PLI-TROUVE VALUE 'O'.
       01 ADRESSE-PLI-W.
         05 RUE-PLI-W                    PIC X(18).
         05 CP-PLI-W                     PIC 9(5).
         05 VILLE-PLI-W                  PIC X(12).

      * Mouvement 'S' en cours de constitution.
       01 MVT-RET-W.
         05 CPT-NON-RENOUV               PIC 9(6) VALUE 0.
         05 CPT-NPAI                     PIC 9(6) VALUE 0.
         05 CPT-INCONNUS                 PIC 9(6) VALUE 0.
         05 CPT-PLIS-MARQUES             PIC 9(6) VALUE 0.
         05 CPT-NPAI-SANS-PLI            PIC 9(6) VALUE 0.
         05 CPT-NPAI-ANCIENNE-ADR        PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 CP-AC-F                      PIC 9(5).
         05                              PIC X(1).
         05 VILLE-AC-F                   PIC X(12).
         05                              PIC X(1).
         05 TYPE-PLI-AC-F                PIC X(2).
         05 DATE-PLI-AC-F                PIC 9(8).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
             STOP RUN
           END-IF
           OPEN OUTPUT f-mvt-ret f-adrcor
           OPEN I-O f-corres
           IF CR-CORRES > 9
             DISPLAY 'DDCORRES INACCESSIBLE (' CR-CORRES
                     ') - PLIS NPAI NON RAPPROCHES'
           END-IF
           perform 18000-READ-RETOUR
           .

           ADD 1 TO CPT-NON-RENOUV
           INITIALIZE MVT-RET-W
           MOVE 'S' TO CODE-MVT
           SET S-DEMANDE-ASSURE-MVT TO TRUE
           MOVE MAT-A4 TO MAT-MVT
           MOVE AGENCE-A4 TO AGENCE-MVT
      * Resiliation a l'echeance : effet au PROCHAIN anniversaire
           WRITE e-mvt-ret FROM MVT-RET-W
           .

      * Le pli non distribuable est rapproche de l'envoi dans
      * l'historique des courriers, puis pose le signal NPAI sur la
      * fiche (les envois suivants sont retenus) et alimente la
      * liste de travail du centre d'appel. Un pli parti a une
      * adresse corrigee depuis ne remet pas en cause l'adresse
      * actuelle : le pli seul est marque.
       23000-SIGNALE-NPAI.
           ADD 1 TO CPT-NPAI
           MOVE 'N' TO PLI-TROUVE-SW
           MOVE SPACE TO TYPE-PLI-W
           MOVE 0 TO DATE-PLI-W
           IF CR-CORRES < 10
             perform 23100-CHERCHE-PLI
           END-IF
           IF PLI-TROUVE
            AND (RUE-PLI-W NOT = RUE-A4 OR CP-PLI-W NOT = CP-A4
                 OR VILLE-PLI-W NOT = VILLE-A4)
             ADD 1 TO CPT-NPAI-ANCIENNE-ADR
           ELSE
             IF NOT PLI-TROUVE
               ADD 1 TO CPT-NPAI-SANS-PLI
             END-IF
             MOVE 'O' TO ADRESSE-INVALIDE-A4
             REWRITE e-assures4
             MOVE MAT-A4 TO MAT-AC-F
             MOVE NOM-PRE-A4 TO NOM-AC-F
             MOVE RUE-A4 TO RUE-AC-F
             MOVE CP-A4 TO CP-AC-F
             MOVE VILLE-A4 TO VILLE-AC-F
             MOVE TYPE-PLI-W TO TYPE-PLI-AC-F
             MOVE DATE-PLI-W TO DATE-PLI-AC-F
             WRITE ligne-adrcor FROM FORMAT-LIGNE-ADRCOR
           END-IF
           .

      * Sans date d'envoi sur le retour, le pli revenu est le
      * dernier envoye a la police (du type indique s'il l'est)
      * encore sans retour. Les entrees de ce jour et de ce type
      * forment un meme pli (attestations de plusieurs vehicules)
      * et sont toutes marquees.
       23100-CHERCHE-PLI.
           MOVE TYPE-DOC-RT TO TYPE-PLI-W
           IF DATE-ENVOI-RT NUMERIC AND DATE-ENVOI-RT > '00000000'
             MOVE DATE-ENVOI-RT TO DATE-PLI-W
           ELSE
             perform 23200-CHERCHE-DERNIER-PLI
           END-IF
           IF DATE-PLI-W > 0
             perform 23300-MARQUE-PLI
           END-IF
           .

       23200-CHERCHE-DERNIER-PLI.
           MOVE 'N' TO FIN-CORRES-SW
           MOVE MAT-A4 TO MAT-CU
           MOVE 0 TO DATE-CU
           MOVE 0 TO SEQ-CU
           START f-corres KEY IS NOT LESS THAN CLE-X-CU
             INVALID KEY
               SET FIN-CORRES TO TRUE
           END-START
           perform until FIN-CORRES
             READ f-corres NEXT RECORD
               AT END
                 SET FIN-CORRES TO TRUE
               NOT AT END
                 IF MAT-CU NOT = MAT-A4
                   SET FIN-CORRES TO TRUE
                 ELSE
                   IF PLI-SANS-RETOUR-CU
                    AND (TYPE-DOC-RT = SPACE
                         OR TYPE-DOC-CU = TYPE-DOC-RT)
                     MOVE DATE-CU TO DATE-PLI-W
                     MOVE TYPE-DOC-CU TO TYPE-PLI-W
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       23300-MARQUE-PLI.
           MOVE 'N' TO FIN-CORRES-SW
           MOVE MAT-A4 TO MAT-CU
           MOVE DATE-PLI-W TO DATE-CU
           MOVE 0 TO SEQ-CU
           START f-corres KEY IS NOT LESS THAN CLE-X-CU
             INVALID KEY
               SET FIN-CORRES TO TRUE
           END-START
           perform until FIN-CORRES
             READ f-corres NEXT RECORD
               AT END
                 SET FIN-CORRES TO TRUE
               NOT AT END
                 IF MAT-CU NOT = MAT-A4 OR DATE-CU NOT = DATE-PLI-W
                   SET FIN-CORRES TO TRUE
                 ELSE
                   IF PLI-SANS-RETOUR-CU
                    AND (TYPE-PLI-W = SPACE
                         OR TYPE-DOC-CU = TYPE-PLI-W)
                     IF NOT PLI-TROUVE
                       SET PLI-TROUVE TO TRUE
                       MOVE TYPE-DOC-CU TO TYPE-PLI-W
                       MOVE RUE-CU TO RUE-PLI-W
                       MOVE CP-CU TO CP-PLI-W
                       MOVE VILLE-CU TO VILLE-PLI-W
                     END-IF
                     SET PLI-RETOUR-NPAI-CU TO TRUE
                     MOVE DATE-JOUR TO DATE-RETOUR-CU
                     REWRITE e-corres
                     ADD 1 TO CPT-PLIS-MARQUES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       30000-END-PGM.
           CLOSE f-retours f-assures4 f-mvt-ret f-adrcor
           IF CR-CORRES < 10
             CLOSE f-corres
           END-IF
           DISPLAY 'RETOURS LUS         : ' CPT-RETOURS-LUS
           DISPLAY 'NON-RENOUVELLEMENTS : ' CPT-NON-RENOUV
           DISPLAY 'NPAI SIGNALES       : ' CPT-NPAI
           DISPLAY 'PLIS NPAI MARQUES   : ' CPT-PLIS-MARQUES
           DISPLAY 'NPAI SANS PLI TROUVE: ' CPT-NPAI-SANS-PLI
           DISPLAY 'NPAI ADRESSE CHANGEE: ' CPT-NPAI-ANCIENNE-ADR
           DISPLAY 'RETOURS INCONNUS    : ' CPT-INCONNUS
           IF RETURN-CODE = 0 AND CPT-INCONNUS > 0
             MOVE 4 TO RETURN-CODE
