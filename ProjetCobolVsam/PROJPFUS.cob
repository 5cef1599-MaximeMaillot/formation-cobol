       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPFUS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fusion des partitions du run de nuit (decoupage PROJPART,
      * une partition de PROJETM par plage) : un seul ASSUR4, un
      * seul ETATANO, un seul DDRENOUV et un seul DDMVTATS pour la
      * suite de la chaine, et le bloc PROJSTAT consolide avec la
      * balance generale. Refusee tant qu'une partition manque ou a
      * abandonne.
           SELECT f-partit ASSIGN DDPARTIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARTIT.

      * Totaux de controle des partitions (voir CPARTCT), concatenes.
           SELECT f-partct ASSIGN DDPARTCT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARTCT.

      * ASSUR4 de chaque partition, relus dans l'ordre des plages.
           SELECT f-assur4-p1 ASSIGN ASSUR4P1
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X4P1
            FILE STATUS IS CR-A4P1.
           SELECT f-assur4-p2 ASSIGN ASSUR4P2
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X4P2
            FILE STATUS IS CR-A4P2.
           SELECT f-assur4-p3 ASSIGN ASSUR4P3
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X4P3
            FILE STATUS IS CR-A4P3.
           SELECT f-assur4-p4 ASSIGN ASSUR4P4
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X4P4
            FILE STATUS IS CR-A4P4.

      * Fiches transferees vers une partition suivante (DDTRFPAR de
      * chaque partition, concatenes) : triees sur le nouveau
      * matricule et inserees a leur place dans l'ASSUR4.
           SELECT f-trfpar ASSIGN DDTRFPAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TRFPAR.

      * Fichiers sequentiels des partitions, concatenes dans l'ordre
      * des plages : etat des anomalies, matricules changes,
      * mouvements reportes.
           SELECT SD-TRI ASSIGN TRIFUS.

           SELECT f-ano-part ASSIGN ETATANOP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ANO-PART.
           SELECT f-renouv-part ASSIGN DDRENOUP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RENOUV-PART.
           SELECT f-att-part ASSIGN DDMVTATP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATT-PART.

           SELECT f-assures-out ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES-OUT.

           SELECT f-etatano ASSIGN ETATANO
            FILE STATUS IS CR-ETATANO.

           SELECT f-renouv ASSIGN DDRENOUV
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RENOUV.

           SELECT f-mvt-att-out ASSIGN DDMVTATS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-ATS.

           SELECT f-error ASSIGN ERRVS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS error-key-x
            FILE STATUS IS CR-ERRVS.

           SELECT f-stats ASSIGN PROJSTAT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-STATS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-partit.
       01 e-partit.
           COPY CPARTIT.

       fd f-partct.
       01 e-partct.
           COPY CPARTCT.

       fd f-assur4-p1.
       01 e-assur4-p1.
         05 MAT-X4P1                   PIC X(6).
         05                            PIC X(154).
       fd f-assur4-p2.
       01 e-assur4-p2.
         05 MAT-X4P2                   PIC X(6).
         05                            PIC X(154).
       fd f-assur4-p3.
       01 e-assur4-p3.
         05 MAT-X4P3                   PIC X(6).
         05                            PIC X(154).
       fd f-assur4-p4.
       01 e-assur4-p4.
         05 MAT-X4P4                   PIC X(6).
         05                            PIC X(154).

       fd f-trfpar.
       01 e-trfpar                     PIC X(160).

       SD SD-TRI.
       01 e-tri.
         05 MAT-TRI                    PIC 9(6).
         05                            PIC X(154).

       fd f-ano-part.
       01 e-ano-part                   PIC X(92).

       fd f-renouv-part.
       01 e-renouv-part.
         05 MAT-RENOUV-PART            PIC X(6).
         05                            PIC X(74).

       fd f-att-part.
       01 e-att-part.
         05                            PIC X(1).
         05 MAT-ATT-PART               PIC 9(6).
         05                            PIC X(233).

       fd f-assures-out.
       01 assures-out.
           COPY CASSURE4.

       fd f-etatano.
       01 etatano.
           COPY CANO.

       fd f-renouv.
       01 ligne-renouv                 PIC X(80).

       fd f-mvt-att-out.
       01 e-mvt-att-out                PIC X(240).

       fd f-error is external
           DATA RECORD IS e-error.
       01 e-error.
           02 error-key-9          pic 9(3).
           02 error-key-x
            REDEFINES error-key-9  PIC x(3).
           02 err-message          pic x(60).
           02                      PIC X(17).

       fd f-stats.
       01 stats-rec                    PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARTIT                      PIC 99.
         88 EOF-PARTIT VALUE 10.
       01 CR-PARTCT                      PIC 99.
         88 EOF-PARTCT VALUE 10.
       01 CR-A4P1                        PIC 99.
       01 CR-A4P2                        PIC 99.
       01 CR-A4P3                        PIC 99.
       01 CR-A4P4                        PIC 99.
       01 CR-TRFPAR                      PIC 99.
       01 CR-A4-PART                     PIC 99.
       01 CR-ANO-PART                    PIC 99.
         88 EOF-ANO-PART VALUE 10.
       01 CR-RENOUV-PART                 PIC 99.
         88 EOF-RENOUV-PART VALUE 10.
       01 CR-ATT-PART                    PIC 99.
         88 EOF-ATT-PART VALUE 10.
       01 CR-ASSURES-OUT                 PIC 99.
       01 CR-ETATANO                     PIC 99.
       01 CR-RENOUV                      PIC 99.
       01 CR-MVT-ATS                     PIC 99.
       01 CR-ERRVS                       PIC 99.
       01 CR-STATS                       PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.

      * Table des plages (voir CPARTIT) et, par partition, ses
      * totaux de controle et les fiches relues de son ASSUR4.
       01 TAB-PLAGES.
         05 NB-PARTITIONS                PIC 9(1) VALUE 0.
         05 PLAGE-T OCCURS 4.
           10 MAT-DEBUT-T                PIC 9(6).
           10 MAT-FIN-T                  PIC 9(6).
           10 TOTAUX-RECUS-T             PIC X(1).
           10 ATTENDU-T                  PIC 9(7).
           10 TRF-SORTANT-T              PIC 9(6).
           10 RC-T                       PIC 9(2).
           10 FICHES-LUES-T              PIC 9(7).
       77 IDX-PT                         PIC 9(1).
       77 PLAGES-SW                      PIC X(1) VALUE 'O'.
         88 PLAGES-VALIDES VALUE 'O'.
         88 PLAGES-INVALIDES VALUE 'N'.
       77 FUSION-SW                      PIC X(1) VALUE 'O'.
         88 FUSION-AUTORISEE VALUE 'O'.
         88 FUSION-REFUSEE VALUE 'N'.

      * Cumul des compteurs de statistiques des partitions, au
      * format a plat de PROJETM (positions 11 a 35 editees).
       01 TAB-SOMME-STATS.
         05 SOMME-STATS                  PIC 9(7) OCCURS 35.
       77 I                              PIC 999.
       01 SOMMES-PARTITIONS.
         05 SOMME-ATTENDU                PIC 9(8) VALUE 0.
         05 SOMME-REPORTES               PIC 9(7) VALUE 0.
         05 SOMME-AVOIRS                 PIC 9(7) VALUE 0.
         05 SOMME-AVOIRS-NP              PIC 9(7) VALUE 0.
         05 SOMME-REMBOURSE              PIC 9(9)V9(2) VALUE 0.
         05 SOMME-PRIME                  PIC 9(9)V9(2) VALUE 0.
         05 SOMME-AJUST-DEBIT            PIC 9(7) VALUE 0.
         05 SOMME-AJUST-CREDIT           PIC 9(7) VALUE 0.
         05 SOMME-AJUST-NP               PIC 9(7) VALUE 0.
         05 SOMME-MT-AJUST-DEBIT         PIC 9(9)V9(2) VALUE 0.
         05 SOMME-MT-AJUST-CREDIT        PIC 9(9)V9(2) VALUE 0.
         05 SOMME-TRF-SORTANT            PIC 9(7) VALUE 0.
       77 DATE-RUN-PART                  PIC 9(8) VALUE 0.
       77 HEURE-DEBUT-MIN                PIC 9(6) VALUE 999999.
       77 HEURE-FIN-MAX                  PIC 9(6) VALUE 0.
       77 RC-MAX-PARTITIONS              PIC 9(2) VALUE 0.

      * Fiche courante de la partition en cours de relecture.
       01 FICHE-PART-W.
         05 MAT-FICHE-PART               PIC 9(6).
         05                              PIC X(154).
       77 FIN-PARTITIONS-SW              PIC X(1).
         88 FIN-PARTITIONS VALUE 'O'.
       77 FIN-PARTITION-SW               PIC X(1).
         88 FIN-PARTITION VALUE 'O'.
       77 PREV-MAT-W                     PIC 9(6).

       01 CPT.
         05 CPT-ASSURES-OUT              PIC 9(8) VALUE 0.
         05 CPT-HORS-PLAGE               PIC 9(6) VALUE 0.
         05 CPT-TRF-LUS                  PIC 9(6) VALUE 0.
         05 CPT-TRF-INTEGRES             PIC 9(6) VALUE 0.
         05 CPT-TRF-DOUBLONS             PIC 9(6) VALUE 0.
         05 CPT-ANO-COPIEES              PIC 9(7) VALUE 0.
         05 CPT-RENOUV                   PIC 9(7) VALUE 0.
         05 CPT-MVT-ATS                  PIC 9(7) VALUE 0.
         05 CPT-HORS-SEQUENCE            PIC 9(6) VALUE 0.
       01 CPT-BALANCE-ATTENDU            PIC 9(8).

       77 ano-pgm                        PIC X(7) VALUE 'ETATANO'.
       77 ERR-CODE                       PIC 999.

       01 weekday-desc.
         COPY weekday.
       01 weekday-tab REDEFINES weekday-desc.
         05 weekday PIC X(10) occurs 7.

       01 DATE-F.
         05 YEAR-F PIC 9999.
         05 MONTH-F PIC 99.
         05 DAY-F PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).
       01 TIME-F.
         05 HOUR-F PIC 99.
         05 MINUTE-F PIC 99.
         05 SECOND-F PIC 99.
       01 HEURE-F REDEFINES TIME-F       PIC 9(6).
       77 HEURE-DEBUT-FUSION             PIC 9(6).
       01 WEEKDAY-F PIC 9.

      * -------------------- FORMAT ANO ----------------
       01 FORMAT-HEADER-TITLE-ANO.
         05 PIC X(31).
         05 PIC X(18) value 'ETAT DES ANOMALIES'.
         05 PIC X(31).

       01 FORMAT-MAJ-ANO.
         05 PIC X(14) value 'MISE A JOUR DU'.
         05 PIC X(3) value ' : '.
         05 PIC X(3).
         05 DAY-F PIC 9(2).
         05 PIC X value '/'.
         05 MONTH-F PIC 9(2).
         05 PIC X value '/'.
         05 YEAR-F PIC 9(4).
         05 PIC X(50).
       01 FORMAT-GROUPE-ANO.
         05 PIC X(14) value 'GROUPE'.
         05 PIC X(3) value ' : '.
         05 PIC X(3).
         05 PIC X(10) value 'API11'.
         05 PIC X(50).

       01 FORMAT-EMPTY-LIGNE-ANO.
         05 PIC X(80) value space.

       01 FORMAT-LIGNE-TAB-ANO.
         05 PIC X(80) value all '-'.

      * -------------------- FORMAT STATS --------------
       01 FORMAT-HEADER-STATS-1.
         05 PIC X.
         05 PIC X(7) value 'User : '.
         05 PIC X(10) value 'API11'.
         05 PIC X(28).
         05 WEEKDAY-S PIC X(10).
         05 PIC X(4) value ' Le '.
         05 DAY-F PIC 9(2).
         05 PIC X value '/'.
         05 MONTH-F PIC 9(2).
         05 PIC X value '/'.
         05 YEAR-F PIC 9(4).

       01 FORMAT-HEADER-STATS-2.
         05 PIC X(65).
         05 HOUR-F PIC 9(2).
         05 PIC X value ':'.
         05 MINUTE-F PIC 9(2).

       01 FORMAT-TITLE-STATS.
         05 PIC X value '|'.
         05 PIC X(24).
         05 PIC X(12) value 'STATISTIQUES'.
         05 PIC X(34).
         05 PIC X value '|'.

       01 FORMAT-ENRGMT-STATS.
         05 PIC X value 'I'.
         05 PIC X.
         05 message-erreur PIC X(60).
         05 PIC X(2).
         05 CPTI-F PIC Z(5)9.
         05 PIC X.
         05 PIC X value 'I'.

       01 FORMAT-EMPTY-LIGNE-STATS.
        05 PIC X value 'I'.
        05 PIC X(70).
        05 PIC X value 'I'.

       01 FORMAT-LIGNE-TABLE-STATS.
        05 PIC X value '+'.
        05 PIC x(70) value all '-'.
        05 pic x value '+'.

       01 FORMAT-MONTANT-STATS.
        05 PIC X value 'I'.
        05 LIB-MT-F PIC X(32).
        05 CPT-MT-F PIC Z(5)9.
        05 PIC X(7) value '  SOIT '.
        05 TOTAL-MT-F PIC Z(8)9,99.
        05 PIC X(12).
        05 PIC X value 'I'.

      * Une ligne par partition dans le bloc consolide.
       01 FORMAT-PARTITION-STATS.
        05 PIC X value 'I'.
        05 PIC X(11) value ' PARTITION '.
        05 NUM-PS-F PIC 9.
        05 PIC X.
        05 DEBUT-PS-F PIC 9(6).
        05 PIC X value '-'.
        05 FIN-PS-F PIC 9(6).
        05 PIC X(9) value '  FICHES '.
        05 FICHES-PS-F PIC Z(6)9.
        05 PIC X(13) value '  TRANSFERTS '.
        05 TRF-PS-F PIC Z(5)9.
        05 PIC X(5) value '  RC '.
        05 RC-PS-F PIC 99.
        05 PIC X(2).
        05 PIC X value 'I'.

       01 FORMAT-STATS-DEBUT.
         05                       PIC X(8) VALUE 'DEBUT : '.
         05 PROG-DEBUT-F          PIC X(8).
         05                       PIC X(4) VALUE ' LE '.
         05 DAY-F                 PIC 99.
         05                       PIC X VALUE '/'.
         05 MONTH-F               PIC 99.
         05                       PIC X VALUE '/'.
         05 YEAR-F                PIC 9(4).
         05                       PIC X(3) VALUE ' A '.
         05 HOUR-F                PIC 99.
         05                       PIC X VALUE ':'.
         05 MINUTE-F              PIC 99.
         05                       PIC X VALUE ':'.
         05 SECOND-F              PIC 99.
         05                       PIC X(39).

       01 FORMAT-STATS-FIN.
         05                       PIC X(8) VALUE 'FIN   : '.
         05 PROG-FIN-F            PIC X(8).
         05                       PIC X(3) VALUE ' A '.
         05 HOUR-F                PIC 99.
         05                       PIC X VALUE ':'.
         05 MINUTE-F              PIC 99.
         05                       PIC X VALUE ':'.
         05 SECOND-F              PIC 99.
         05                       PIC X(53).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           ACCEPT WEEKDAY-F FROM DAY-OF-WEEK
           MOVE HEURE-F TO HEURE-DEBUT-FUSION
           perform 10100-CHARGE-PLAGES
           IF PLAGES-INVALIDES
             DISPLAY 'TABLE DES PLAGES DDPARTIT INVALIDE - FUSION '
                     'REFUSEE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 10200-CHARGE-TOTAUX
           IF FUSION-REFUSEE
             DISPLAY 'PARTITION MANQUANTE OU ABANDONNEE - FUSION '
                     'REFUSEE, ASSUR4 NON PRODUIT'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-error f-ano-part f-renouv-part f-att-part
           OPEN OUTPUT f-assures-out f-etatano f-renouv f-mvt-att-out
           OPEN EXTEND f-stats
           IF CR-ERRVS > 0
             DISPLAY 'ERROR ERRVS : ' CR-ERRVS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-ASSURES-OUT > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES-OUT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-ANO-PART > 0 OR CR-RENOUV-PART > 0
            OR CR-ATT-PART > 0
             DISPLAY 'ERROR ETATANOP/DDRENOUP/DDMVTATP : '
                     CR-ANO-PART ' ' CR-RENOUV-PART ' ' CR-ATT-PART
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-ETATANO > 0 OR CR-RENOUV > 0 OR CR-MVT-ATS > 0
             DISPLAY 'ERROR ETATANO/DDRENOUV/DDMVTATS : '
                     CR-ETATANO ' ' CR-RENOUV ' ' CR-MVT-ATS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-STATS > 0
             DISPLAY 'ERROR PROJSTAT : ' CR-STATS
           END-IF
           .

      * Meme controle de la table que le decoupage : 2 a 4 plages
      * numerotees dans l'ordre, contigues, de 000000 a 999999.
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
                   MOVE 'N' TO TOTAUX-RECUS-T(NB-PARTITIONS)
                   MOVE 0 TO FICHES-LUES-T(NB-PARTITIONS)
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

      * Chaque partition de la table doit avoir rendu ses totaux,
      * une seule fois, sur sa plage, le meme jour et sans abandon.
       10200-CHARGE-TOTAUX.
           INITIALIZE TAB-SOMME-STATS
           OPEN INPUT f-partct
           IF CR-PARTCT > 0
             DISPLAY 'ERROR DDPARTCT : ' CR-PARTCT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform until EOF-PARTCT
             READ f-partct
               AT END
                 continue
               NOT AT END
                 perform 10210-CONTROLE-TOTAUX
             END-READ
           END-PERFORM
           CLOSE f-partct
           PERFORM VARYING IDX-PT FROM 1 BY 1
                     UNTIL IDX-PT > NB-PARTITIONS
             IF TOTAUX-RECUS-T(IDX-PT) NOT = 'O'
               DISPLAY 'PARTITION ' IDX-PT ' SANS TOTAUX DE CONTROLE'
               SET FUSION-REFUSEE TO TRUE
             END-IF
           END-PERFORM
           .

       10210-CONTROLE-TOTAUX.
           IF NUM-PARTITION-PC NOT NUMERIC
            OR NUM-PARTITION-PC = 0
            OR NUM-PARTITION-PC > NB-PARTITIONS
             DISPLAY 'TOTAUX DE PARTITION INCONNUE : '
                     e-partct(1:13)
             SET FUSION-REFUSEE TO TRUE
           ELSE
             MOVE NUM-PARTITION-PC TO IDX-PT
             EVALUATE TRUE
               WHEN TOTAUX-RECUS-T(IDX-PT) = 'O'
                 DISPLAY 'PARTITION ' IDX-PT ' EN DOUBLE DANS '
                         'DDPARTCT'
                 SET FUSION-REFUSEE TO TRUE
               WHEN MAT-DEBUT-PC NOT = MAT-DEBUT-T(IDX-PT)
                 OR MAT-FIN-PC NOT = MAT-FIN-T(IDX-PT)
                 DISPLAY 'PARTITION ' IDX-PT ' TOURNEE SUR UNE AUTRE '
                         'PLAGE : ' MAT-DEBUT-PC '-' MAT-FIN-PC
                 SET FUSION-REFUSEE TO TRUE
               WHEN PARTITION-ABANDONNEE
                 DISPLAY 'PARTITION ' IDX-PT ' ABANDONNEE (RC '
                         RC-PC ')'
                 SET FUSION-REFUSEE TO TRUE
               WHEN DATE-RUN-PART NOT = 0
                 AND DATE-PC NOT = DATE-RUN-PART
                 DISPLAY 'PARTITION ' IDX-PT ' D''UN AUTRE RUN : '
                         DATE-PC
                 SET FUSION-REFUSEE TO TRUE
               WHEN OTHER
                 perform 10220-CUMULE-TOTAUX
             END-EVALUATE
           END-IF
           .

       10220-CUMULE-TOTAUX.
           MOVE 'O' TO TOTAUX-RECUS-T(IDX-PT)
           MOVE DATE-PC TO DATE-RUN-PART
           MOVE BALANCE-ATTENDU-PC TO ATTENDU-T(IDX-PT)
           MOVE CPT-TRF-SORTANT-PC TO TRF-SORTANT-T(IDX-PT)
           MOVE RC-PC TO RC-T(IDX-PT)
           IF RC-PC > RC-MAX-PARTITIONS
             MOVE RC-PC TO RC-MAX-PARTITIONS
           END-IF
           IF HEURE-DEBUT-PC < HEURE-DEBUT-MIN
             MOVE HEURE-DEBUT-PC TO HEURE-DEBUT-MIN
           END-IF
           IF HEURE-FIN-PC > HEURE-FIN-MAX
             MOVE HEURE-FIN-PC TO HEURE-FIN-MAX
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 35
             ADD CPT-STATS-PC(I) TO SOMME-STATS(I)
           END-PERFORM
           ADD BALANCE-ATTENDU-PC TO SOMME-ATTENDU
           ADD CPT-MVT-REPORTES-PC TO SOMME-REPORTES
           ADD CPT-AVOIRS-PC TO SOMME-AVOIRS
           ADD CPT-AVOIRS-NP-PC TO SOMME-AVOIRS-NP
           ADD TOTAL-REMBOURSE-PC TO SOMME-REMBOURSE
           ADD TOTAL-PRIME-PC TO SOMME-PRIME
           ADD CPT-AJUST-DEBIT-PC TO SOMME-AJUST-DEBIT
           ADD CPT-AJUST-CREDIT-PC TO SOMME-AJUST-CREDIT
           ADD CPT-AJUST-NP-PC TO SOMME-AJUST-NP
           ADD TOTAL-AJUST-DEBIT-PC TO SOMME-MT-AJUST-DEBIT
           ADD TOTAL-AJUST-CREDIT-PC TO SOMME-MT-AJUST-CREDIT
           ADD CPT-TRF-SORTANT-PC TO SOMME-TRF-SORTANT
           .

       20000-TRAITEMENT.
           perform 21000-FUSIONNE-ETATANO
           SORT SD-TRI
             ON ASCENDING KEY MAT-TRI
             USING f-trfpar
             OUTPUT PROCEDURE IS 23000-FUSIONNE-MASTER
           perform 24000-FUSIONNE-RENOUV
           perform 25000-FUSIONNE-ATTENTE
           .

      * Un seul en-tete ; des etats des partitions ne sont repris
      * que les lignes d'anomalie de PROJETM, dans l'ordre des
      * plages. Les doublons de transfert de la fusion suivent.
       21000-FUSIONNE-ETATANO.
           MOVE CORRESPONDING DATE-F TO FORMAT-MAJ-ANO
           WRITE etatano FROM FORMAT-HEADER-TITLE-ANO
           WRITE etatano FROM FORMAT-EMPTY-LIGNE-ANO
           WRITE etatano FROM FORMAT-MAJ-ANO
           WRITE etatano FROM FORMAT-GROUPE-ANO
           WRITE etatano FROM FORMAT-EMPTY-LIGNE-ANO
           WRITE etatano FROM FORMAT-LIGNE-TAB-ANO
           perform until EOF-ANO-PART
             READ f-ano-part INTO etatano
               AT END
                 continue
               NOT AT END
                 IF PROG-ANO = 'PROJETM'
                   WRITE etatano
                   ADD 1 TO CPT-ANO-COPIEES
                 END-IF
             END-READ
           END-PERFORM
           .

      * Fusion des ASSUR4 des partitions, relus l'un apres l'autre
      * dans l'ordre des plages, avec les fiches transferees triees.
      * Un nouveau matricule deja present dans sa partition (creation
      * du jour ou fiche existante) ne remplace pas la fiche : le
      * transfert est rejete en anomalie bloquante.
       23000-FUSIONNE-MASTER.
           MOVE 'N' TO FIN-PARTITIONS-SW
           MOVE 0 TO PREV-MAT-W
           MOVE 1 TO IDX-PT
           perform 23100-OUVRE-PARTITION
           perform 23200-LIT-PARTITION
           perform 23300-RETURN-TRI
           perform until FIN-PARTITIONS AND EOF-TRI
             EVALUATE TRUE
               WHEN FIN-PARTITIONS
                 perform 23400-ECRIT-TRANSFERT
               WHEN EOF-TRI
                 perform 23500-ECRIT-FICHE-PARTITION
               WHEN MAT-TRI < MAT-FICHE-PART
                 perform 23400-ECRIT-TRANSFERT
               WHEN MAT-TRI = MAT-FICHE-PART
                 perform 23600-REJETTE-TRANSFERT
               WHEN OTHER
                 perform 23500-ECRIT-FICHE-PARTITION
             END-EVALUATE
           END-PERFORM
           .

       23100-OUVRE-PARTITION.
           MOVE 'N' TO FIN-PARTITION-SW
           EVALUATE IDX-PT
             WHEN 1
               OPEN INPUT f-assur4-p1
               MOVE CR-A4P1 TO CR-A4-PART
             WHEN 2
               OPEN INPUT f-assur4-p2
               MOVE CR-A4P2 TO CR-A4-PART
             WHEN 3
               OPEN INPUT f-assur4-p3
               MOVE CR-A4P3 TO CR-A4-PART
             WHEN 4
               OPEN INPUT f-assur4-p4
               MOVE CR-A4P4 TO CR-A4-PART
           END-EVALUATE
           IF CR-A4-PART > 0
             DISPLAY 'ERROR ASSUR4P' IDX-PT ' : ' CR-A4-PART
                     ' - ASSUR4 INCOMPLET'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Fiche suivante ; en fin de partition, la partition suivante
      * s'ouvre, jusqu'a la derniere de la table.
       23200-LIT-PARTITION.
           MOVE 'N' TO FIN-PARTITION-SW
           EVALUATE IDX-PT
             WHEN 1
               READ f-assur4-p1 INTO FICHE-PART-W
                 AT END
                   SET FIN-PARTITION TO TRUE
               END-READ
             WHEN 2
               READ f-assur4-p2 INTO FICHE-PART-W
                 AT END
                   SET FIN-PARTITION TO TRUE
               END-READ
             WHEN 3
               READ f-assur4-p3 INTO FICHE-PART-W
                 AT END
                   SET FIN-PARTITION TO TRUE
               END-READ
             WHEN 4
               READ f-assur4-p4 INTO FICHE-PART-W
                 AT END
                   SET FIN-PARTITION TO TRUE
               END-READ
           END-EVALUATE
           IF FIN-PARTITION
             perform 23210-FERME-PARTITION
             IF IDX-PT < NB-PARTITIONS
               ADD 1 TO IDX-PT
               perform 23100-OUVRE-PARTITION
               perform 23200-LIT-PARTITION
             ELSE
               SET FIN-PARTITIONS TO TRUE
             END-IF
           ELSE
             ADD 1 TO FICHES-LUES-T(IDX-PT)
           END-IF
           .

       23210-FERME-PARTITION.
           EVALUATE IDX-PT
             WHEN 1
               CLOSE f-assur4-p1
             WHEN 2
               CLOSE f-assur4-p2
             WHEN 3
               CLOSE f-assur4-p3
             WHEN 4
               CLOSE f-assur4-p4
           END-EVALUATE
           .

       23300-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
             NOT AT END
               ADD 1 TO CPT-TRF-LUS
           END-RETURN
           .

       23400-ECRIT-TRANSFERT.
           MOVE e-tri TO assures-out
           perform 23700-ECRIT-ASSURES-OUT
           ADD 1 TO CPT-TRF-INTEGRES
           perform 23300-RETURN-TRI
           .

      * Une fiche hors de la plage de sa partition signale un
      * decoupage ou un ordre de fichiers errone.
       23500-ECRIT-FICHE-PARTITION.
           IF MAT-FICHE-PART < MAT-DEBUT-T(IDX-PT)
            OR MAT-FICHE-PART > MAT-FIN-T(IDX-PT)
             ADD 1 TO CPT-HORS-PLAGE
             DISPLAY 'FICHE ' MAT-FICHE-PART ' HORS PLAGE DE LA '
                     'PARTITION ' IDX-PT
           END-IF
           MOVE FICHE-PART-W TO assures-out
           perform 23700-ECRIT-ASSURES-OUT
           perform 23200-LIT-PARTITION
           .

       23600-REJETTE-TRANSFERT.
           MOVE e-tri TO assures-out
           ADD 1 TO CPT-TRF-DOUBLONS
           MOVE SPACE TO etatano
           MOVE MAT-ORIGINE-A4 TO NUM-MAT
           MOVE 'T' TO CODE-MVT-ANO
           MOVE 'TRANSFERT VERS UN MATRICULE DEJA PRESENT DANS SA '
             TO LIB-MESS
           MOVE 'PARTITION' TO LIB-MESS(51:9)
           MOVE DATE-JOUR TO DATE-ANO
           MOVE HEURE-F TO HEURE-ANO
           MOVE 'PROJPFUS' TO PROG-ANO
           MOVE 'B' TO SEVERITE-ANO
           MOVE AGENCE-A4 TO AGENCE-ANO
           WRITE etatano
           DISPLAY 'TRANSFERT ' MAT-ORIGINE-A4 ' VERS ' MAT-TRI
                   ' REJETE : MATRICULE DEJA PRESENT'
           perform 23300-RETURN-TRI
           .

       23700-ECRIT-ASSURES-OUT.
           WRITE assures-out
             INVALID KEY
               ADD 1 TO CPT-HORS-SEQUENCE
               DISPLAY 'ASSUR4 : FICHE ' MAT-A4 ' HORS SEQUENCE APRES '
                       PREV-MAT-W
             NOT INVALID KEY
               ADD 1 TO CPT-ASSURES-OUT
               MOVE MAT-A4 TO PREV-MAT-W
           END-WRITE
           .

      * Les fichiers concatenes doivent rester en ordre croissant
      * de matricule : sinon la concatenation ne suit pas l'ordre
      * des plages.
       24000-FUSIONNE-RENOUV.
           MOVE 0 TO PREV-MAT-W
           perform until EOF-RENOUV-PART
             READ f-renouv-part
               AT END
                 continue
               NOT AT END
                 IF MAT-RENOUV-PART NUMERIC
                   IF MAT-RENOUV-PART < PREV-MAT-W
                     ADD 1 TO CPT-HORS-SEQUENCE
                     DISPLAY 'DDRENOUP HORS SEQUENCE : '
                             MAT-RENOUV-PART
                   END-IF
                   MOVE MAT-RENOUV-PART TO PREV-MAT-W
                 END-IF
                 WRITE ligne-renouv FROM e-renouv-part
                 ADD 1 TO CPT-RENOUV
             END-READ
           END-PERFORM
           .

       25000-FUSIONNE-ATTENTE.
           MOVE 0 TO PREV-MAT-W
           perform until EOF-ATT-PART
             READ f-att-part
               AT END
                 continue
               NOT AT END
                 IF MAT-ATT-PART < PREV-MAT-W
                   ADD 1 TO CPT-HORS-SEQUENCE
                   DISPLAY 'DDMVTATP HORS SEQUENCE : ' MAT-ATT-PART
                 END-IF
                 MOVE MAT-ATT-PART TO PREV-MAT-W
                 WRITE e-mvt-att-out FROM e-att-part
                 ADD 1 TO CPT-MVT-ATS
             END-READ
           END-PERFORM
           .

       30000-END-PGM.
           WRITE etatano FROM FORMAT-LIGNE-TAB-ANO
           CLOSE f-error f-ano-part f-renouv-part f-att-part
                 f-assures-out f-etatano f-renouv f-mvt-att-out
           perform 31000-STATS-CONSOLIDEES
           perform 31600-BALANCE-GENERALE
           perform 31800-WRITE-STATS-FIN
           CLOSE f-stats
           perform 31900-POSE-CODE-RETOUR
           DISPLAY 'FICHES ASSUR4 ECRITES     : ' CPT-ASSURES-OUT
           DISPLAY 'TRANSFERTS INTEGRES       : ' CPT-TRF-INTEGRES
           DISPLAY 'TRANSFERTS REJETES        : ' CPT-TRF-DOUBLONS
           DISPLAY 'ANOMALIES REPRISES        : ' CPT-ANO-COPIEES
           DISPLAY 'LIGNES DDRENOUV           : ' CPT-RENOUV
           DISPLAY 'MOUVEMENTS REPORTES       : ' CPT-MVT-ATS
           STOP RUN
           .

      * Bloc PROJSTAT du run comme si PROJETM avait tourne d'un seul
      * tenant : encadre par DEBUT/FIN PROJETM (premier depart et
      * derniere fin des partitions), compteurs cumules, une ligne
      * par partition, puis la balance generale.
       31000-STATS-CONSOLIDEES.
           MOVE DATE-RUN-PART TO DATE-JOUR
           MOVE 'PROJETM' TO PROG-DEBUT-F
           MOVE CORRESPONDING DATE-F TO FORMAT-STATS-DEBUT
           MOVE HEURE-DEBUT-MIN TO HEURE-F
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-DEBUT
           WRITE stats-rec FROM FORMAT-STATS-DEBUT
           MOVE CORRESPONDING DATE-F TO FORMAT-HEADER-STATS-1
           MOVE weekday(WEEKDAY-F) TO WEEKDAY-S
           MOVE CORRESPONDING TIME-F TO FORMAT-HEADER-STATS-2
           WRITE stats-rec FROM FORMAT-HEADER-STATS-1
           WRITE stats-rec FROM FORMAT-HEADER-STATS-2
           WRITE stats-rec FROM FORMAT-EMPTY-LIGNE-ANO
           WRITE stats-rec FROM FORMAT-LIGNE-TABLE-STATS
           WRITE stats-rec FROM FORMAT-TITLE-STATS
           WRITE stats-rec FROM FORMAT-LIGNE-TABLE-STATS
           WRITE stats-rec FROM FORMAT-EMPTY-LIGNE-STATS
      * Les rejets de transfert de la fusion comptent avec les
      * anomalies de transfert (code 10) et le total des anomalies.
           ADD CPT-TRF-DOUBLONS TO SOMME-STATS(30)
           ADD CPT-TRF-DOUBLONS TO SOMME-STATS(20)
           perform VARYING I from 11 by 1 until I > 35
             CALL ano-pgm USING
                  BY REFERENCE I
                  BY REFERENCE message-erreur
             MOVE SOMME-STATS(I) TO CPTI-F
             DISPLAY FORMAT-ENRGMT-STATS
             WRITE stats-rec FROM FORMAT-ENRGMT-STATS
           END-PERFORM
           MOVE ' TOTAL PRIME FACTUREE (BM) :' TO LIB-MT-F
           MOVE 0 TO CPT-MT-F
           MOVE SOMME-PRIME TO TOTAL-MT-F
           WRITE stats-rec FROM FORMAT-MONTANT-STATS
           MOVE ' MVT REPORTES (DATE EFFET) :' TO LIB-MT-F
           MOVE SOMME-REPORTES TO CPT-MT-F
           MOVE 0 TO TOTAL-MT-F
           WRITE stats-rec FROM FORMAT-MONTANT-STATS
           MOVE ' AVOIRS PRORATA RESILIATION :' TO LIB-MT-F
           MOVE SOMME-AVOIRS TO CPT-MT-F
           MOVE SOMME-REMBOURSE TO TOTAL-MT-F
           WRITE stats-rec FROM FORMAT-MONTANT-STATS
           IF SOMME-AVOIRS-NP > 0
             MOVE ' AVOIRS NON POSES (CLE PRISE) :' TO LIB-MT-F
             MOVE SOMME-AVOIRS-NP TO CPT-MT-F
             MOVE 0 TO TOTAL-MT-F
             WRITE stats-rec FROM FORMAT-MONTANT-STATS
           END-IF
           MOVE ' AJUSTEMENTS PRORATA (DEBIT) : ' TO LIB-MT-F
           MOVE SOMME-AJUST-DEBIT TO CPT-MT-F
           MOVE SOMME-MT-AJUST-DEBIT TO TOTAL-MT-F
           WRITE stats-rec FROM FORMAT-MONTANT-STATS
           MOVE ' AJUSTEMENTS PRORATA (AVOIR) : ' TO LIB-MT-F
           MOVE SOMME-AJUST-CREDIT TO CPT-MT-F
           MOVE SOMME-MT-AJUST-CREDIT TO TOTAL-MT-F
           WRITE stats-rec FROM FORMAT-MONTANT-STATS
           IF SOMME-AJUST-NP > 0
             MOVE ' AJUSTEMENTS NON POSES (REGLE) :' TO LIB-MT-F
             MOVE SOMME-AJUST-NP TO CPT-MT-F
             MOVE 0 TO TOTAL-MT-F
             WRITE stats-rec FROM FORMAT-MONTANT-STATS
           END-IF
           WRITE stats-rec FROM FORMAT-EMPTY-LIGNE-STATS
           PERFORM VARYING IDX-PT FROM 1 BY 1
                     UNTIL IDX-PT > NB-PARTITIONS
             MOVE IDX-PT TO NUM-PS-F
             MOVE MAT-DEBUT-T(IDX-PT) TO DEBUT-PS-F
             MOVE MAT-FIN-T(IDX-PT) TO FIN-PS-F
             MOVE FICHES-LUES-T(IDX-PT) TO FICHES-PS-F
             MOVE TRF-SORTANT-T(IDX-PT) TO TRF-PS-F
             MOVE RC-T(IDX-PT) TO RC-PS-F
             DISPLAY FORMAT-PARTITION-STATS
             WRITE stats-rec FROM FORMAT-PARTITION-STATS
           END-PERFORM
           MOVE SPACE TO message-erreur
           MOVE 'TRANSFERTS ENTRE PARTITIONS INTEGRES' TO
             message-erreur
           MOVE CPT-TRF-INTEGRES TO CPTI-F
           WRITE stats-rec FROM FORMAT-ENRGMT-STATS
           MOVE 'TRANSFERTS ENTRE PARTITIONS REJETES (DOUBLON)' TO
             message-erreur
           MOVE CPT-TRF-DOUBLONS TO CPTI-F
           WRITE stats-rec FROM FORMAT-ENRGMT-STATS
           WRITE stats-rec FROM FORMAT-EMPTY-LIGNE-STATS
           WRITE stats-rec FROM FORMAT-LIGNE-TABLE-STATS
           .

      * Balance generale : chaque ASSUR4 de partition porte les
      * fiches attendues de sa partition moins ses transferts
      * sortants, tous les transferts sortants sont relus, et
      * l'ASSUR4 reconstitue porte la somme des fiches attendues
      * moins les transferts rejetes.
       31600-BALANCE-GENERALE.
           COMPUTE CPT-BALANCE-ATTENDU =
                   SOMME-ATTENDU - CPT-TRF-DOUBLONS
           PERFORM VARYING IDX-PT FROM 1 BY 1
                     UNTIL IDX-PT > NB-PARTITIONS
             IF FICHES-LUES-T(IDX-PT) NOT =
                ATTENDU-T(IDX-PT) - TRF-SORTANT-T(IDX-PT)
               DISPLAY 'PARTITION ' IDX-PT ' : FICHES LUES '
                       FICHES-LUES-T(IDX-PT) ' ATTENDUES '
                       ATTENDU-T(IDX-PT) ' MOINS TRANSFERTS '
                       TRF-SORTANT-T(IDX-PT)
               MOVE 8 TO RETURN-CODE
             END-IF
           END-PERFORM
           IF CPT-TRF-LUS NOT = SOMME-TRF-SORTANT
             DISPLAY 'DDTRFPAR : ' CPT-TRF-LUS ' FICHES LUES, '
                     SOMME-TRF-SORTANT ' ANNONCEES'
             MOVE 8 TO RETURN-CODE
           END-IF
           IF CPT-HORS-PLAGE > 0 OR CPT-HORS-SEQUENCE > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           IF CPT-BALANCE-ATTENDU NOT = CPT-ASSURES-OUT
            OR RETURN-CODE = 8
             DISPLAY 'ERREUR DE BALANCE ASSUR4 - ATTENDU : '
                     CPT-BALANCE-ATTENDU ' REEL : ' CPT-ASSURES-OUT
             MOVE 'ERREUR DE BALANCE ASSUR4' TO stats-rec
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY 'BALANCE ASSUR4 OK - ' CPT-ASSURES-OUT
                     ' FICHES'
             MOVE 'BALANCE ASSUR4 OK' TO stats-rec
           END-IF
           WRITE stats-rec
           .

      * FIN PROJETM a la derniere fin de partition, puis les marques
      * du step de fusion lui-meme.
       31800-WRITE-STATS-FIN.
           MOVE 'PROJETM' TO PROG-FIN-F
           MOVE HEURE-FIN-MAX TO HEURE-F
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-FIN
           WRITE stats-rec FROM FORMAT-STATS-FIN
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'PROJPFUS' TO PROG-DEBUT-F
           MOVE CORRESPONDING DATE-F TO FORMAT-STATS-DEBUT
           MOVE HEURE-DEBUT-FUSION TO HEURE-F
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-DEBUT
           WRITE stats-rec FROM FORMAT-STATS-DEBUT
           ACCEPT TIME-F FROM TIME
           MOVE 'PROJPFUS' TO PROG-FIN-F
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-FIN
           WRITE stats-rec FROM FORMAT-STATS-FIN
           .

      * Code retour : le plus fort des partitions (anomalies), 8 si
      * la fusion rejette un transfert ou si la balance est fausse.
       31900-POSE-CODE-RETOUR.
           IF RETURN-CODE NOT = 8
             IF CPT-TRF-DOUBLONS > 0
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE RC-MAX-PARTITIONS TO RETURN-CODE
             END-IF
           END-IF
           .
