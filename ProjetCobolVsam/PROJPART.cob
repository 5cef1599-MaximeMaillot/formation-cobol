       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPART.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Decoupage du run de nuit en partitions par plage de
      * matricules : l'ASSUR3, le FMVT du jour et les mouvements en
      * attente (DDMVTATT) sont coupes selon la table des plages,
      * chaque partition de PROJETM (carte PARTITION n) tourne
      * ensuite sur ses propres fichiers, et PROJPFUS reconstitue
      * l'ASSUR4, l'ETATANO, le DDRENOUV et le bloc PROJSTAT.
      * Les fichiers tenus en place (ASSURVEH, DDCONDUC, DDRECEV...)
      * ne se decoupent pas : chaque partition n'y touche que les
      * cles de sa plage, plus les cibles de ses transferts.
           SELECT f-partit ASSIGN DDPARTIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARTIT.

           SELECT f-assures-in ASSIGN ASSUR3
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X3
            FILE STATUS IS CR-ASSURES-IN.

           SELECT f-mvt ASSIGN AS-FMVT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FMVT.

           SELECT OPTIONAL f-mvt-att ASSIGN DDMVTATT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-ATT.

      * ASSUR3 de chaque partition (2 a 4 selon la table).
           SELECT f-assur3-p1 ASSIGN ASSUR3P1
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X3P1
            FILE STATUS IS CR-A3P1.
           SELECT f-assur3-p2 ASSIGN ASSUR3P2
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X3P2
            FILE STATUS IS CR-A3P2.
           SELECT f-assur3-p3 ASSIGN ASSUR3P3
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X3P3
            FILE STATUS IS CR-A3P3.
           SELECT f-assur3-p4 ASSIGN ASSUR3P4
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X3P4
            FILE STATUS IS CR-A3P4.

      * FMVT de chaque partition, avec l'en-tete du FMVT du jour et
      * son propre enregistrement total : PROJETM le controle comme
      * un FMVT transmis.
           SELECT f-fmvt-p1 ASSIGN FMVTP1
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FMP1.
           SELECT f-fmvt-p2 ASSIGN FMVTP2
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FMP2.
           SELECT f-fmvt-p3 ASSIGN FMVTP3
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FMP3.
           SELECT f-fmvt-p4 ASSIGN FMVTP4
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-FMP4.

      * Mouvements en attente de chaque partition.
           SELECT f-att-p1 ASSIGN MVTATTP1
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATP1.
           SELECT f-att-p2 ASSIGN MVTATTP2
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATP2.
           SELECT f-att-p3 ASSIGN MVTATTP3
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATP3.
           SELECT f-att-p4 ASSIGN MVTATTP4
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATP4.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-partit.
       01 e-partit.
           COPY CPARTIT.

       fd f-assures-in.
       01 e-assures-in.
           COPY CASSURE3.

       fd f-mvt.
       01 e-mvt                        PIC X(240).

       fd f-mvt-att.
       01 e-mvt-att                    PIC X(240).

       fd f-assur3-p1.
       01 e-assur3-p1.
         05 MAT-X3P1                   PIC X(6).
         05                            PIC X(154).
       fd f-assur3-p2.
       01 e-assur3-p2.
         05 MAT-X3P2                   PIC X(6).
         05                            PIC X(154).
       fd f-assur3-p3.
       01 e-assur3-p3.
         05 MAT-X3P3                   PIC X(6).
         05                            PIC X(154).
       fd f-assur3-p4.
       01 e-assur3-p4.
         05 MAT-X3P4                   PIC X(6).
         05                            PIC X(154).

       fd f-fmvt-p1.
       01 e-fmvt-p1                    PIC X(240).
       fd f-fmvt-p2.
       01 e-fmvt-p2                    PIC X(240).
       fd f-fmvt-p3.
       01 e-fmvt-p3                    PIC X(240).
       fd f-fmvt-p4.
       01 e-fmvt-p4                    PIC X(240).

       fd f-att-p1.
       01 e-att-p1                     PIC X(240).
       fd f-att-p2.
       01 e-att-p2                     PIC X(240).
       fd f-att-p3.
       01 e-att-p3                     PIC X(240).
       fd f-att-p4.
       01 e-att-p4                     PIC X(240).

       WORKING-STORAGE SECTION.

       01 CR-PARTIT                      PIC 99.
         88 EOF-PARTIT VALUE 10.
       01 CR-ASSURES-IN                  PIC 99.
         88 EOF-ASSURES-IN VALUE 10.
       01 CR-FMVT                        PIC 99.
         88 EOF-FMVT VALUE 10.
       01 CR-MVT-ATT                     PIC 99.
         88 EOF-MVT-ATT VALUE 10.
       01 CR-A3P1                        PIC 99.
       01 CR-A3P2                        PIC 99.
       01 CR-A3P3                        PIC 99.
       01 CR-A3P4                        PIC 99.
       01 CR-FMP1                        PIC 99.
       01 CR-FMP2                        PIC 99.
       01 CR-FMP3                        PIC 99.
       01 CR-FMP4                        PIC 99.
       01 CR-ATP1                        PIC 99.
       01 CR-ATP2                        PIC 99.
       01 CR-ATP3                        PIC 99.
       01 CR-ATP4                        PIC 99.

      * Table des plages, controlee avant tout decoupage : 2 a 4
      * partitions numerotees 1 a n, contigues, de 000000 a 999999.
       01 TAB-PLAGES.
         05 NB-PARTITIONS                PIC 9(1) VALUE 0.
         05 PLAGE-T OCCURS 4.
           10 MAT-DEBUT-T                PIC 9(6).
           10 MAT-FIN-T                  PIC 9(6).
           10 NB-ASSURES-T               PIC 9(7).
           10 NB-MVT-T                   PIC 9(6).
           10 NB-ATT-T                   PIC 9(6).
       77 IDX-PT                         PIC 9(1).
       77 PLAGES-SW                      PIC X(1) VALUE 'O'.
         88 PLAGES-VALIDES VALUE 'O'.
         88 PLAGES-INVALIDES VALUE 'N'.
       77 MAT-CHERCHE-W                  PIC 9(6).

      * Tampon du FMVT : en-tete '0' (date d'extraction), total '9'
      * (nombre de mouvements), mouvements (code et matricule).
       01 BUF-FMVT.
         05 CODE-BUF-FMVT                PIC X.
         05 MAT-BUF-FMVT                 PIC 9(6).
         05                              PIC X(233).
       01 BUF-FMVT-TOTAL REDEFINES BUF-FMVT.
         05                              PIC X.
         05 NB-MVT-TOTAL                 PIC 9(6).
         05                              PIC X(233).
       01 ENTETE-FMVT-W                  PIC X(240).
       01 BUF-MVT-ATT.
         05                              PIC X.
         05 MAT-BUF-MVT-ATT              PIC 9(6).
         05                              PIC X(233).

       77 TOTAL-FMVT-SW                  PIC X(1) VALUE 'N'.
         88 TOTAL-FMVT-VU VALUE 'O'.
       01 CPT.
         05 CPT-ASSURES-LUS              PIC 9(7) VALUE 0.
         05 CPT-FMVT-LUS                 PIC 9(6) VALUE 0.
         05 CPT-ATT-LUS                  PIC 9(6) VALUE 0.

       01 FORMAT-TOTAL-PART.
         05                              PIC X.
         05 NB-TOT-F                     PIC 9(6).
         05                              PIC X(233).

       01 FORMAT-LIGNE-PART.
         05                              PIC X(10) VALUE 'PARTITION '.
         05 NUM-LP-F                     PIC 9.
         05                              PIC X(2).
         05 DEBUT-LP-F                   PIC 9(6).
         05                              PIC X VALUE '-'.
         05 FIN-LP-F                     PIC 9(6).
         05                              PIC X(10) VALUE '  ASSURES '.
         05 ASSURES-LP-F                 PIC Z(6)9.
         05                              PIC X(6) VALUE '  MVT '.
         05 MVT-LP-F                     PIC Z(5)9.
         05                              PIC X(10) VALUE '  ATTENTE '.
         05 ATT-LP-F                     PIC Z(5)9.

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           perform 10100-CHARGE-PLAGES
           IF PLAGES-INVALIDES
             DISPLAY 'TABLE DES PLAGES DDPARTIT INVALIDE - DECOUPAGE '
                     'REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures-in f-mvt f-mvt-att
           IF CR-ASSURES-IN > 0
             DISPLAY 'ERROR ASSUR3 : ' CR-ASSURES-IN
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-FMVT > 0
             DISPLAY 'ERROR MVT : ' CR-FMVT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-MVT-ATT > 9
             DISPLAY 'ERROR DDMVTATT : ' CR-MVT-ATT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      * L'en-tete du FMVT est repris sur chaque partition ; sa date
      * est controlee par chaque PROJETM comme en run complet.
           READ f-mvt INTO BUF-FMVT
           IF EOF-FMVT OR CODE-BUF-FMVT NOT = '0'
             DISPLAY 'ERROR FMVT SANS EN-TETE - DECOUPAGE REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE BUF-FMVT TO ENTETE-FMVT-W
           perform 11000-OUVRE-PARTITIONS
           .

       10100-CHARGE-PLAGES.
           OPEN INPUT f-partit
           IF CR-PARTIT > 0
             DISPLAY 'ERROR DDPARTIT : ' CR-PARTIT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-PARTIT
             READ f-partit
               AT END
                 continue
               NOT AT END
                 IF NB-PARTITIONS < 4
                  AND NUM-PARTITION-PT = NB-PARTITIONS + 1
                  AND MAT-DEBUT-PT NUMERIC AND MAT-FIN-PT NUMERIC
                  AND MAT-DEBUT-PT NOT > MAT-FIN-PT
                   ADD 1 TO NB-PARTITIONS
                   MOVE MAT-DEBUT-PT TO MAT-DEBUT-T(NB-PARTITIONS)
                   MOVE MAT-FIN-PT TO MAT-FIN-T(NB-PARTITIONS)
                   MOVE 0 TO NB-ASSURES-T(NB-PARTITIONS)
                   MOVE 0 TO NB-MVT-T(NB-PARTITIONS)
                   MOVE 0 TO NB-ATT-T(NB-PARTITIONS)
                 ELSE
                   DISPLAY 'CARTE DDPARTIT REFUSEE : ' e-partit(1:15)
                   SET PLAGES-INVALIDES TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE f-partit
           IF NB-PARTITIONS < 2
             SET PLAGES-INVALIDES TO TRUE
           ELSE
             IF MAT-DEBUT-T(1) NOT = 0
              OR MAT-FIN-T(NB-PARTITIONS) NOT = 999999
               SET PLAGES-INVALIDES TO TRUE
             END-IF
             PERFORM VARYING IDX-PT FROM 2 BY 1
                       UNTIL IDX-PT > NB-PARTITIONS
               IF MAT-DEBUT-T(IDX-PT) NOT = MAT-FIN-T(IDX-PT - 1) + 1
                 SET PLAGES-INVALIDES TO TRUE
               END-IF
             END-PERFORM
           END-IF
           .

      * Seules les partitions de la table s'ouvrent (2 a 4).
       11000-OUVRE-PARTITIONS.
           OPEN OUTPUT f-assur3-p1 f-fmvt-p1 f-att-p1
                       f-assur3-p2 f-fmvt-p2 f-att-p2
           IF CR-A3P1 > 0 OR CR-FMP1 > 0 OR CR-ATP1 > 0
            OR CR-A3P2 > 0 OR CR-FMP2 > 0 OR CR-ATP2 > 0
             DISPLAY 'ERROR OUVERTURE PARTITION 1/2 : ' CR-A3P1 ' '
                     CR-FMP1 ' ' CR-ATP1 ' ' CR-A3P2 ' ' CR-FMP2 ' '
                     CR-ATP2
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NB-PARTITIONS > 2
             OPEN OUTPUT f-assur3-p3 f-fmvt-p3 f-att-p3
             IF CR-A3P3 > 0 OR CR-FMP3 > 0 OR CR-ATP3 > 0
               DISPLAY 'ERROR OUVERTURE PARTITION 3 : ' CR-A3P3 ' '
                       CR-FMP3 ' ' CR-ATP3
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF NB-PARTITIONS > 3
             OPEN OUTPUT f-assur3-p4 f-fmvt-p4 f-att-p4
             IF CR-A3P4 > 0 OR CR-FMP4 > 0 OR CR-ATP4 > 0
               DISPLAY 'ERROR OUVERTURE PARTITION 4 : ' CR-A3P4 ' '
                       CR-FMP4 ' ' CR-ATP4
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           WRITE e-fmvt-p1 FROM ENTETE-FMVT-W
           WRITE e-fmvt-p2 FROM ENTETE-FMVT-W
           IF NB-PARTITIONS > 2
             WRITE e-fmvt-p3 FROM ENTETE-FMVT-W
           END-IF
           IF NB-PARTITIONS > 3
             WRITE e-fmvt-p4 FROM ENTETE-FMVT-W
           END-IF
           .

      * Partition d'un matricule : la premiere plage qui le couvre.
       12000-CHERCHE-PARTITION.
           PERFORM VARYING IDX-PT FROM 1 BY 1
                     UNTIL IDX-PT = NB-PARTITIONS
                        OR MAT-CHERCHE-W NOT > MAT-FIN-T(IDX-PT)
             continue
           END-PERFORM
           .

       20000-TRAITEMENT.
           perform 21000-DECOUPE-ASSURES
           perform 22000-DECOUPE-FMVT
           perform 23000-DECOUPE-ATTENTE
           .

       21000-DECOUPE-ASSURES.
           READ f-assures-in
           perform until EOF-ASSURES-IN
             ADD 1 TO CPT-ASSURES-LUS
             MOVE MAT-A3 TO MAT-CHERCHE-W
             perform 12000-CHERCHE-PARTITION
             ADD 1 TO NB-ASSURES-T(IDX-PT)
             EVALUATE IDX-PT
               WHEN 1
                 WRITE e-assur3-p1 FROM e-assures-in
               WHEN 2
                 WRITE e-assur3-p2 FROM e-assures-in
               WHEN 3
                 WRITE e-assur3-p3 FROM e-assures-in
               WHEN 4
                 WRITE e-assur3-p4 FROM e-assures-in
             END-EVALUATE
             READ f-assures-in
           END-PERFORM
           .

      * Le total du FMVT doit correspondre aux mouvements lus avant
      * que les partitions recoivent leur propre total : sans lui,
      * chaque PROJETM refusera son FMVT comme tronque.
       22000-DECOUPE-FMVT.
           READ f-mvt INTO BUF-FMVT
           perform until EOF-FMVT
             IF CODE-BUF-FMVT = '9'
               SET TOTAL-FMVT-VU TO TRUE
               MOVE 10 TO CR-FMVT
             ELSE
               ADD 1 TO CPT-FMVT-LUS
               MOVE MAT-BUF-FMVT TO MAT-CHERCHE-W
               perform 12000-CHERCHE-PARTITION
               ADD 1 TO NB-MVT-T(IDX-PT)
               EVALUATE IDX-PT
                 WHEN 1
                   WRITE e-fmvt-p1 FROM BUF-FMVT
                 WHEN 2
                   WRITE e-fmvt-p2 FROM BUF-FMVT
                 WHEN 3
                   WRITE e-fmvt-p3 FROM BUF-FMVT
                 WHEN 4
                   WRITE e-fmvt-p4 FROM BUF-FMVT
               END-EVALUATE
               READ f-mvt INTO BUF-FMVT
             END-IF
           END-PERFORM
           IF NOT TOTAL-FMVT-VU
             DISPLAY 'ERROR FMVT TRONQUE (PAS D ENREGISTREMENT '
                     'TOTAL) - PARTITIONS SANS TOTAL'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF NB-MVT-TOTAL NOT = CPT-FMVT-LUS
               DISPLAY 'ERROR FMVT TOTAL ANNONCE ' NB-MVT-TOTAL
                       ' LUS ' CPT-FMVT-LUS ' - PARTITIONS SANS TOTAL'
               MOVE 8 TO RETURN-CODE
             ELSE
               perform 22100-ECRIT-TOTAUX-FMVT
             END-IF
           END-IF
           .

       22100-ECRIT-TOTAUX-FMVT.
           MOVE SPACE TO FORMAT-TOTAL-PART
           MOVE '9' TO FORMAT-TOTAL-PART(1:1)
           MOVE NB-MVT-T(1) TO NB-TOT-F
           WRITE e-fmvt-p1 FROM FORMAT-TOTAL-PART
           MOVE NB-MVT-T(2) TO NB-TOT-F
           WRITE e-fmvt-p2 FROM FORMAT-TOTAL-PART
           IF NB-PARTITIONS > 2
             MOVE NB-MVT-T(3) TO NB-TOT-F
             WRITE e-fmvt-p3 FROM FORMAT-TOTAL-PART
           END-IF
           IF NB-PARTITIONS > 3
             MOVE NB-MVT-T(4) TO NB-TOT-F
             WRITE e-fmvt-p4 FROM FORMAT-TOTAL-PART
           END-IF
           .

       23000-DECOUPE-ATTENTE.
           IF CR-MVT-ATT < 10
             READ f-mvt-att INTO BUF-MVT-ATT
             perform until EOF-MVT-ATT
               ADD 1 TO CPT-ATT-LUS
               MOVE MAT-BUF-MVT-ATT TO MAT-CHERCHE-W
               perform 12000-CHERCHE-PARTITION
               ADD 1 TO NB-ATT-T(IDX-PT)
               EVALUATE IDX-PT
                 WHEN 1
                   WRITE e-att-p1 FROM BUF-MVT-ATT
                 WHEN 2
                   WRITE e-att-p2 FROM BUF-MVT-ATT
                 WHEN 3
                   WRITE e-att-p3 FROM BUF-MVT-ATT
                 WHEN 4
                   WRITE e-att-p4 FROM BUF-MVT-ATT
               END-EVALUATE
               READ f-mvt-att INTO BUF-MVT-ATT
             END-PERFORM
           END-IF
           .

       30000-END-PGM.
           CLOSE f-assures-in f-mvt f-mvt-att
                 f-assur3-p1 f-fmvt-p1 f-att-p1
                 f-assur3-p2 f-fmvt-p2 f-att-p2
           IF NB-PARTITIONS > 2
             CLOSE f-assur3-p3 f-fmvt-p3 f-att-p3
           END-IF
           IF NB-PARTITIONS > 3
             CLOSE f-assur3-p4 f-fmvt-p4 f-att-p4
           END-IF
           PERFORM VARYING IDX-PT FROM 1 BY 1
                     UNTIL IDX-PT > NB-PARTITIONS
             MOVE IDX-PT TO NUM-LP-F
             MOVE MAT-DEBUT-T(IDX-PT) TO DEBUT-LP-F
             MOVE MAT-FIN-T(IDX-PT) TO FIN-LP-F
             MOVE NB-ASSURES-T(IDX-PT) TO ASSURES-LP-F
             MOVE NB-MVT-T(IDX-PT) TO MVT-LP-F
             MOVE NB-ATT-T(IDX-PT) TO ATT-LP-F
             DISPLAY FORMAT-LIGNE-PART
           END-PERFORM
           DISPLAY 'ASSURES LUS          : ' CPT-ASSURES-LUS
           DISPLAY 'MOUVEMENTS FMVT LUS  : ' CPT-FMVT-LUS
           DISPLAY 'MOUVEMENTS EN ATTENTE: ' CPT-ATT-LUS
           STOP RUN
           .
