
      * Recapitulatif exploitable par l'interface comptable : une
      * ligne par agence editee (code, prime emise, commission due),
      * au lieu de relire l'etat imprime. Une agence qui a des
      * reprises sur resiliation y a une seconde ligne, en moins
      * (SENS-CS '-') : prime remboursee et commission reprise.
           SELECT f-comsum ASSIGN DDCOMSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-COMSUM.

      * Carte parametre : periode des resiliations AAAAMM en
      * colonnes 1-6 (absente, le mois du run), taux de reprise en
      * premiere annee en colonnes 8-10, en pourcentage de la
      * commission sur la part de prime non remboursee (absent,
      * 100 : toute la commission de la police est reprise).
           SELECT OPTIONAL f-param ASSIGN COMMPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Archive des mouvements consommes par la chaine : les 'S' de
      * la periode.
           SELECT f-mvt-arc ASSIGN DDMVTARC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-ARC.

      * Journal du master : l'avant-image de la fiche resiliee donne
      * l'agence, la date d'effet de la police et sa prime, que le
      * master ne porte plus.
           SELECT f-journal ASSIGN DDJOURNL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.

      * Base des creances : l'avoir prorata pose par la chaine le
      * jour de la resiliation (cle matricule + date du run).
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
         05 AGENCE-CS                  PIC 9(2).
         05 PRIME-EMISE-CS             PIC 9(9)V9(2).
         05 COMMISSION-CS              PIC 9(7)V9(2).
         05 SENS-CS                    PIC X(1).
         05                            PIC X(57).

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-mvt-arc.
       01 e-mvt-arc.
         05 DATE-ARC                   PIC 9(8).
         05 MVT-ARC                    PIC X(240).

       fd f-journal.
       01 e-journal.
           COPY CJOURMVT.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       WORKING-STORAGE SECTION.

         88 EOF-AGENCES VALUE 10.
       01 CR-RELEVES                     PIC 99.
       01 CR-COMSUM                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-MVT-ARC                     PIC 99.
         88 EOF-MVT-ARC VALUE 10.
       01 CR-JOURNAL                     PIC 99.
         88 EOF-JOURNAL VALUE 10.
       01 CR-RECEV                       PIC 99.

       01 E-MVT-W.
           COPY CMVTPROJ.

      * Avant-image d'une fiche resiliee (decoupage de CASSURE4).
       01 FICHE-RESIL-W.
         05 MAT-FR                       PIC 9(6).
         05                              PIC X(56).
         05 PRIME-FR                     PIC 9(4)V9(2).
         05 BM-FR                        PIC X(1).
         05 TAUX-FR                      PIC 9(2).
         05                              PIC X(7).
         05 AGENCE-FR                    PIC 9(2).
         05                              PIC X(1).
         05 DATE-ANNIV-FR                PIC 9(8).
         05                              PIC X(71).

       01 PERIODE-COMM.
         05 AN-COMM                      PIC 9(4).
         05 MOIS-COMM                    PIC 9(2).
      * Reprise en premiere annee, en pourcentage de la commission
      * sur la part de prime acquise (non remboursee).
       77 TAUX-REPRISE-1AN               PIC 9(3) VALUE 100.

      * Resiliations de la periode relevees au journal, retenues
      * quand l'archive des mouvements confirme le 'S' (hors
      * cession) et qu'un avoir prorata a ete pose.
       01 TAB-RESIL.
         05 NB-RESIL                     PIC 9(3) VALUE 0.
         05 RESIL OCCURS 500.
           10 MAT-RS                     PIC 9(6).
           10 DATE-RUN-RS                PIC 9(8).
           10 DATE-EFFET-RS              PIC 9(8).
           10 AGENCE-RS                  PIC 9(3).
           10 PRIME-RS                   PIC 9(5)V9(2).
           10 AVOIR-RS                   PIC 9(5)V9(2).
           10 PREMIERE-ANNEE-RS          PIC X(1).
           10 RETENUE-RS                 PIC X(1).
       77 IDX-RS                         PIC 9(3).
       77 IDX-TROUVE                     PIC 9(3).
       77 ANNIV-PLUS-1AN-W               PIC 9(8).
       77 REPRISE-W                      PIC 9(7)V9(2).
       77 REPRISE-1AN-W                  PIC 9(7)V9(2).
       77 NETTE-W                        PIC S9(7)V9(2).

      * Cumuls par code agence : nombre de polices et prime emise
      * (prime totale bonus/malus de CALCBM). L'entree 100 recueille
           10 NB-POLICES-AG              PIC 9(6).
           10 PRIME-EMISE-AG             PIC 9(9)V9(2).
           10 EDITE-AG                   PIC X.
           10 NB-REPRISES-AG             PIC 9(4).
           10 AVOIRS-AG                  PIC 9(7)V9(2).
       77 IDX-AG                         PIC 9(3).

       77 PRIME-BM-W                     PIC 9(4)V9(2).
       01 CPT.
         05 CPT-LUES                     PIC 9(6) VALUE 0.
         05 CPT-AGENCES-EDITEES          PIC 9(4) VALUE 0.
         05 CPT-RESIL-JOURNAL            PIC 9(6) VALUE 0.
         05 CPT-RESIL-RETENUES           PIC 9(6) VALUE 0.
         05 CPT-RESIL-HORS-TABLE         PIC 9(6) VALUE 0.
         05 TOT-REPRISES                 PIC 9(9)V9(2) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJCOMM'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 NB-REL-F                     PIC Z(5)9.
         05                              PIC X(47).

      * Section des reprises sur resiliation du releve d'agence.
       01 FORMAT-ENTETE-REPRISE.
         05                              PIC X(40)
           VALUE 'REPRISES SUR RESILIATIONS ANTICIPEES DE '.
         05 MOIS-R-F                     PIC 9(2).
         05                              PIC X(1) VALUE '/'.
         05 AN-R-F                       PIC 9(4).
         05                              PIC X(33).

       01 FORMAT-COLONNES-REPRISE.
         05                              PIC X(8) VALUE 'MATRIC'.
         05                              PIC X(10) VALUE 'RESILIEE'.
         05                              PIC X(11) VALUE 'PRIME ANN.'.
         05                              PIC X(15)
           VALUE 'AVOIR PRORATA'.
         05                              PIC X(7) VALUE '1E AN'.
         05                              PIC X(10) VALUE '   REPRISE'.
         05                              PIC X(19).

       01 FORMAT-LIGNE-REPRISE.
         05 MAT-R-F                      PIC 9(6).
         05                              PIC X(2).
         05 DATE-R-F                     PIC 9(8).
         05                              PIC X(2).
         05 PRIME-R-F                    PIC Z(5)9,99.
         05                              PIC X(2).
         05 AVOIR-R-F                    PIC Z(5)9,99.
         05                              PIC X(6).
         05 PREMIERE-R-F                 PIC X(3).
         05                              PIC X(4).
         05 REPRISE-R-F                  PIC Z(6)9,99.
         05                              PIC X(19).

       01 FORMAT-NETTE-RELEVE.
         05 LIB-NET-F                    PIC X(24).
         05                              PIC X(3) VALUE ' : '.
         05 MONTANT-NET-F                PIC -Z(7)9,99.
         05                              PIC X(41).

       01 FORMAT-SEPARATEUR.
         05                              PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CUMULE-PORTEFEUILLE
           PERFORM 21000-RELEVE-RESILIATIONS
           PERFORM 22000-RETIENT-RESILIATIONS
           PERFORM 25000-EDITE-RELEVES
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           INITIALIZE TAB-AGENCES
           MOVE YEAR-F TO AN-COMM
           MOVE MONTH-F TO MOIS-COMM
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:6) NUMERIC
                   MOVE e-param(1:6) TO PERIODE-COMM
                 END-IF
                 IF e-param(8:3) NUMERIC
                   MOVE e-param(8:3) TO TAUX-REPRISE-1AN
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
           END-PERFORM
           .

      * Les 'S' de la periode au journal du master : avant-image de
      * la fiche (agence, date d'effet de la police, prime) et date
      * d'effet de la resiliation. Une police est en premiere annee
      * si elle est resiliee avant le premier anniversaire de sa
      * date d'effet.
       21000-RELEVE-RESILIATIONS.
           OPEN INPUT f-journal
           IF CR-JOURNAL > 0
             DISPLAY 'ERROR DDJOURNL : ' CR-JOURNAL
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           perform 18100-READ-JOURNAL
           perform until EOF-JOURNAL
             IF CODE-MVT-J = 'S' AND DATE-J(1:6) = PERIODE-COMM
               perform 21100-RELEVE-UNE-RESILIATION
             END-IF
             perform 18100-READ-JOURNAL
           END-PERFORM
           CLOSE f-journal
           .

       18100-READ-JOURNAL.
           READ f-journal
           .

       21100-RELEVE-UNE-RESILIATION.
           ADD 1 TO CPT-RESIL-JOURNAL
           IF NB-RESIL NOT < 500
             ADD 1 TO CPT-RESIL-HORS-TABLE
           ELSE
             ADD 1 TO NB-RESIL
             MOVE IMAGE-AVANT-J TO FICHE-RESIL-W
             MOVE MAT-J TO MAT-RS(NB-RESIL)
             MOVE DATE-J TO DATE-RUN-RS(NB-RESIL)
             IF DATE-EFFET-J NUMERIC AND DATE-EFFET-J > 0
               MOVE DATE-EFFET-J TO DATE-EFFET-RS(NB-RESIL)
             ELSE
               MOVE DATE-J TO DATE-EFFET-RS(NB-RESIL)
             END-IF
             IF AGENCE-FR NUMERIC AND AGENCE-FR > 0
               MOVE AGENCE-FR TO AGENCE-RS(NB-RESIL)
             ELSE
               MOVE 100 TO AGENCE-RS(NB-RESIL)
             END-IF
             MOVE 0 TO PRIME-RS(NB-RESIL)
             IF PRIME-FR NUMERIC AND TAUX-FR NUMERIC
               CALL 'CALCBM' USING
                BY CONTENT PRIME-FR
                BY CONTENT TAUX-FR
                BY CONTENT BM-FR
                BY REFERENCE PRIME-BM-W
                BY REFERENCE PRIME-TOTALE-W
               MOVE PRIME-TOTALE-W TO PRIME-RS(NB-RESIL)
             END-IF
             MOVE 'N' TO PREMIERE-ANNEE-RS(NB-RESIL)
             IF DATE-ANNIV-FR NUMERIC AND DATE-ANNIV-FR > 0
               COMPUTE ANNIV-PLUS-1AN-W = DATE-ANNIV-FR + 10000
               IF DATE-EFFET-RS(NB-RESIL) < ANNIV-PLUS-1AN-W
                 MOVE 'O' TO PREMIERE-ANNEE-RS(NB-RESIL)
               END-IF
             END-IF
             MOVE 0 TO AVOIR-RS(NB-RESIL)
             MOVE 'N' TO RETENUE-RS(NB-RESIL)
           END-IF
           .

      * Les 'S' de la periode dans l'archive des mouvements, hors
      * cession de portefeuille (pas d'avoir) : la resiliation
      * relevee au journal le meme jour est retenue avec l'avoir
      * prorata que la chaine a pose dans la base des creances.
       22000-RETIENT-RESILIATIONS.
           OPEN INPUT f-mvt-arc
           IF CR-MVT-ARC > 0
             DISPLAY 'ERROR DDMVTARC : ' CR-MVT-ARC
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           perform 18200-READ-MVT-ARC
           perform until EOF-MVT-ARC
             IF DATE-ARC(1:6) = PERIODE-COMM
              AND CODE-MVT = 'S'
              AND NOT S-CESSION-MVT
              AND NOT (S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1)
               perform 22100-RETIENT-UNE-RESILIATION
             END-IF
             perform 18200-READ-MVT-ARC
           END-PERFORM
           CLOSE f-mvt-arc f-recev
           .

       18200-READ-MVT-ARC.
           READ f-mvt-arc
           IF NOT EOF-MVT-ARC
             MOVE MVT-ARC TO E-MVT-W
           END-IF
           .

       22100-RETIENT-UNE-RESILIATION.
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-RS FROM 1 BY 1 UNTIL IDX-RS > NB-RESIL
             IF MAT-RS(IDX-RS) = MAT-MVT
              AND DATE-RUN-RS(IDX-RS) = DATE-ARC
              AND RETENUE-RS(IDX-RS) = 'N'
               MOVE IDX-RS TO IDX-TROUVE
             END-IF
           END-PERFORM
           IF IDX-TROUVE > 0
             MOVE MAT-MVT TO MAT-RC
             MOVE DATE-ARC TO DATE-RC
             READ f-recev
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF CREANCE-AVOIR
                  AND (ORIGINE-AVOIR OR ORIGINE-INCONNUE)
                   MOVE MONTANT-DU-RC TO AVOIR-RS(IDX-TROUVE)
                   MOVE 'O' TO RETENUE-RS(IDX-TROUVE)
                   ADD 1 TO CPT-RESIL-RETENUES
                   MOVE AGENCE-RS(IDX-TROUVE) TO IDX-AG
                   ADD 1 TO NB-REPRISES-AG(IDX-AG)
                   ADD MONTANT-DU-RC TO AVOIRS-AG(IDX-AG)
                 END-IF
             END-READ
           END-IF
           .

      * Un releve par agence du referentiel ; les cumuls restes sans
      * agence au referentiel (dont les fiches non affectees) sont
      * recapitules en fin d'etat.
             MOVE 'COMMISSION DUE' TO LIB-REL-F
             MOVE COMMISSION-W TO MONTANT-REL-F
             WRITE ligne-releve FROM FORMAT-LIGNE-RELEVE
             MOVE 0 TO REPRISE-W
             IF NB-REPRISES-AG(IDX-AG) > 0
               perform 27100-EDITE-REPRISES
             END-IF
             WRITE ligne-releve FROM FORMAT-SEPARATEUR
             ADD 1 TO CPT-AGENCES-EDITEES
             MOVE SPACE TO e-comsum
             MOVE PRIME-EMISE-AG(IDX-AG) TO PRIME-EMISE-CS
             MOVE COMMISSION-W TO COMMISSION-CS
             WRITE e-comsum
             IF REPRISE-W > 0
               MOVE SPACE TO e-comsum
               MOVE AGENCE-AG TO AGENCE-CS
               MOVE AVOIRS-AG(IDX-AG) TO PRIME-EMISE-CS
               MOVE REPRISE-W TO COMMISSION-CS
               MOVE '-' TO SENS-CS
               WRITE e-comsum
             END-IF
           END-IF
           .

      * Section des reprises de l'agence : la commission sur la
      * part remboursee (avoir prorata), et pour une police
      * resiliee dans sa premiere annee, en plus, TAUX-REPRISE-1AN
      * pour cent de la commission sur la part acquise. Le total
      * repris (REPRISE-W) vient en deduction de la commission due.
       27100-EDITE-REPRISES.
           MOVE SPACE TO ligne-releve
           WRITE ligne-releve
           MOVE MOIS-COMM TO MOIS-R-F
           MOVE AN-COMM TO AN-R-F
           WRITE ligne-releve FROM FORMAT-ENTETE-REPRISE
           WRITE ligne-releve FROM FORMAT-COLONNES-REPRISE
           PERFORM VARYING IDX-RS FROM 1 BY 1 UNTIL IDX-RS > NB-RESIL
             IF RETENUE-RS(IDX-RS) = 'O'
              AND AGENCE-RS(IDX-RS) = IDX-AG
               perform 27200-EDITE-UNE-REPRISE
             END-IF
           END-PERFORM
           MOVE 'TOTAL REPRISES' TO LIB-REL-F
           MOVE REPRISE-W TO MONTANT-REL-F
           WRITE ligne-releve FROM FORMAT-LIGNE-RELEVE
           ADD REPRISE-W TO TOT-REPRISES
           COMPUTE NETTE-W = COMMISSION-W - REPRISE-W
           MOVE 'COMMISSION NETTE' TO LIB-NET-F
           MOVE NETTE-W TO MONTANT-NET-F
           WRITE ligne-releve FROM FORMAT-NETTE-RELEVE
           .

       27200-EDITE-UNE-REPRISE.
           COMPUTE REPRISE-1AN-W ROUNDED =
             AVOIR-RS(IDX-RS) * TAUX-COMMISSION-AG / 100
           MOVE 'NON' TO PREMIERE-R-F
           IF PREMIERE-ANNEE-RS(IDX-RS) = 'O'
             MOVE 'OUI' TO PREMIERE-R-F
             IF PRIME-RS(IDX-RS) > AVOIR-RS(IDX-RS)
               COMPUTE REPRISE-1AN-W ROUNDED = REPRISE-1AN-W
                 + (PRIME-RS(IDX-RS) - AVOIR-RS(IDX-RS))
                 * TAUX-COMMISSION-AG / 100
                 * TAUX-REPRISE-1AN / 100
             END-IF
           END-IF
           ADD REPRISE-1AN-W TO REPRISE-W
           MOVE MAT-RS(IDX-RS) TO MAT-R-F
           MOVE DATE-EFFET-RS(IDX-RS) TO DATE-R-F
           MOVE PRIME-RS(IDX-RS) TO PRIME-R-F
           MOVE AVOIR-RS(IDX-RS) TO AVOIR-R-F
           MOVE REPRISE-1AN-W TO REPRISE-R-F
           WRITE ligne-releve FROM FORMAT-LIGNE-REPRISE
           .

       28000-EDITE-NON-AFFECTES.
           PERFORM VARYING IDX-AG FROM 1 BY 1 UNTIL IDX-AG > 100
             IF (NB-POLICES-AG(IDX-AG) > 0
                 OR NB-REPRISES-AG(IDX-AG) > 0) AND
                EDITE-AG(IDX-AG) NOT = 'O'
               MOVE SPACE TO ligne-releve
               IF IDX-AG = 100
               MOVE 'PRIME EMISE' TO LIB-REL-F
               MOVE PRIME-EMISE-AG(IDX-AG) TO MONTANT-REL-F
               WRITE ligne-releve FROM FORMAT-LIGNE-RELEVE
      * Sans taux de commission au referentiel, les resiliations
      * de l'agence ne donnent pas lieu a reprise : signalees.
               IF NB-REPRISES-AG(IDX-AG) > 0
                 MOVE 'AVOIRS SANS REPRISE' TO LIB-REL-F
                 MOVE AVOIRS-AG(IDX-AG) TO MONTANT-REL-F
                 WRITE ligne-releve FROM FORMAT-LIGNE-RELEVE
               END-IF
               WRITE ligne-releve FROM FORMAT-SEPARATEUR
             END-IF
           END-PERFORM
           CLOSE f-assures4 f-releves f-comsum
           DISPLAY 'FICHES LUES      : ' CPT-LUES
           DISPLAY 'RELEVES EDITES   : ' CPT-AGENCES-EDITEES
           DISPLAY 'RESILIATIONS     : ' CPT-RESIL-JOURNAL
           DISPLAY 'DONT REPRISES    : ' CPT-RESIL-RETENUES
           DISPLAY 'TOTAL REPRIS     : ' TOT-REPRISES
           IF CPT-RESIL-HORS-TABLE > 0
             DISPLAY 'RESILIATIONS NON TRAITEES (TABLE PLEINE) : '
                     CPT-RESIL-HORS-TABLE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
