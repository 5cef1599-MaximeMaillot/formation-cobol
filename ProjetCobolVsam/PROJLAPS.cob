       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJLAPS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre de l'analyse des departs (zones facultatives):
      *   col 1-6   premier mois analyse AAAAMM
      *   col 8-13  dernier mois analyse AAAAMM (defaut : le mois qui
      *             precede celui du run)
      * Premier mois absent ou hors plage : les douze mois qui
      * finissent au dernier. L'analyse porte sur douze mois au plus.
           SELECT OPTIONAL f-param ASSIGN LAPSPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Photographie de cloture PROJCLOT du mois qui precede le
      * premier mois analyse : le portefeuille de depart.
           SELECT f-snapshot ASSIGN DDCLOSNP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SNAPSHOT.

      * Archive datee des mouvements consommes par les runs : les
      * entrees, sorties (avec leur motif), transferts et
      * modifications de la periode.
           SELECT f-mvt-arc ASSIGN DDMVTARC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-ARC.

      * Sinistres, pour la sinistralite des polices.
           SELECT OPTIONAL f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

      * Rapport de fidelisation : taux de depart mois par mois.
           SELECT f-rapport ASSIGN DDLAPRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 PREMIER-MOIS-P             PIC X(6).
         05                            PIC X(1).
         05 DERNIER-MOIS-P             PIC X(6).
         05                            PIC X(67).

       fd f-snapshot.
       01 e-snapshot.
           COPY CASSURE4.

       fd f-mvt-arc.
       01 e-mvt-arc.
         05 DATE-ARC                   PIC 9(8).
         05 MVT-ARC                    PIC X(240).

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-SNAPSHOT                    PIC 99.
         88 EOF-SNAPSHOT VALUE 10.
       01 CR-MVT-ARC                     PIC 99.
         88 EOF-MVT-ARC VALUE 10.
       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-RAPPORT                     PIC 99.

      * Mouvement archive decoupe selon CMVTPROJ.
       01 E-MVT-W.
           COPY CMVTPROJ.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.

      * Bornes de l'analyse, en AAAAMM et en mois absolus (annee *
      * 12 + mois - 1) pour compter les mois sans se soucier des
      * changements d'annee.
       01 PREMIER-MOIS-W.
         05 AN-PREMIER-W                 PIC 9(4).
         05 MM-PREMIER-W                 PIC 9(2).
       01 DERNIER-MOIS-W.
         05 AN-DERNIER-W                 PIC 9(4).
         05 MM-DERNIER-W                 PIC 9(2).
       77 ABS-PREMIER-W                  PIC 9(6).
       77 ABS-DERNIER-W                  PIC 9(6).
       77 ABS-DEBUT-SIN-W                PIC 9(6).
       77 ABS-CALC-W                     PIC 9(6).
       77 NB-MOIS-ANALYSE                PIC 9(2).
       01 PERIODE-CALC-W.
         05 AN-CALC-W                    PIC 9(4).
         05 MM-CALC-W                    PIC 9(2).
       01 PERIODE-CALC-9 REDEFINES PERIODE-CALC-W
                                         PIC 9(6).

      * Une entree par matricule connu sur la periode : attributs
      * d'analyse (les derniers connus), mois d'entree et de sortie
      * relatifs au premier mois analyse (entree 0 : en portefeuille
      * au depart ; sortie 0 : toujours en portefeuille), motif de
      * la sortie ('*' pour un transfert vers un autre matricule,
      * qui n'est pas un depart) et nombre de sinistres.
       01 TAB-POLICES.
         05 POLICE-L OCCURS 999999.
           10 PRESENTE-L                 PIC X(1).
             88 POLICE-CONNUE-L          VALUE 'O'.
           10 AGENCE-L                   PIC 9(2).
           10 DEPT-L                     PIC 9(2).
           10 TYPE-V-L                   PIC X(1).
           10 ANNIV-L                    PIC 9(6).
           10 ENTREE-L                   PIC 9(2).
           10 SORTIE-L                   PIC 9(2).
           10 MOTIF-L                    PIC X(1).
             88 SORTIE-TRANSFERT-L       VALUE '*'.
             88 SORTIE-CESSION-L         VALUE 'C'.
           10 NB-SIN-L                   PIC 9(1).
       77 IDX-MAT                        PIC 9(7).
       77 IDX-MAT-DEST                   PIC 9(6).

      * Cases d'analyse par mois : 1-100 departement (100 inconnu),
      * 101-200 agence (200 sans agence), 201-205 type de vehicule,
      * 206-212 anciennete de la police, 213-216 nombre de
      * sinistres, 217-225 motif de sortie. Exposes : polices en
      * portefeuille au debut du mois ou entrees dans le mois ;
      * departs : sorties du mois. Une cession de portefeuille
      * n'est pas un depart du client : elle ne figure qu'au motif.
       01 TAB-MOIS.
         05 MOIS-L OCCURS 12.
           10 PERIODE-M                  PIC 9(6).
           10 EXPOSES-M                  PIC 9(7).
           10 DEPARTS-M                  PIC 9(7).
           10 CASE-M OCCURS 225.
             15 EXPOSES-CM               PIC 9(7).
             15 DEPARTS-CM               PIC 9(7).
       77 IDX-MOIS                       PIC 9(2).
       77 IDX-CASE                       PIC 9(3).
       77 IDX-CASE-FIN                   PIC 9(3).
       77 IDX-TYPE-V                     PIC 9(1).
       77 IDX-ANC                        PIC 9(1).
       77 IDX-SIN                        PIC 9(1).
       77 IDX-MOTIF                      PIC 9(1).
       77 ANC-MOIS-W                     PIC S9(6).
       77 ANC-ANS-W                      PIC S9(4).
       77 DEPART-SW                      PIC X.
         88 DEPART-DU-MOIS               VALUE 'O'.
         88 PAS-DE-DEPART                VALUE 'N'.
       77 TAUX-W                         PIC 9(3)V9(2).
       77 NUM-CASE-W                     PIC 99.
       77 EXPOSES-W                      PIC 9(7).
       77 DEPARTS-W                      PIC 9(7).

       01 CPT.
         05 CPT-POLICES-DEPART           PIC 9(7) VALUE 0.
         05 CPT-MVT-ANALYSES             PIC 9(7) VALUE 0.
         05 CPT-MVT-IGNORES              PIC 9(7) VALUE 0.
         05 CPT-SINISTRES                PIC 9(7) VALUE 0.

       01 FORMAT-TITRE-LAPS.
         05                              PIC X(27)
           VALUE 'ANALYSE DES DEPARTS - MOIS '.
         05 PERIODE-T-F                  PIC 9(6).
         05                              PIC X(47).

       01 FORMAT-SECTION-LAPS.
         05 LIB-SECTION-F                PIC X(40).
         05                              PIC X(40).

       01 FORMAT-ENTETE-LAPS.
         05                              PIC X(49) VALUE
           'CASE                     EXPOSES  DEPARTS    TAUX'.
         05                              PIC X(31).

       01 FORMAT-LIGNE-LAPS.
         05 LIB-CASE-F                   PIC X(24).
         05                              PIC X(1).
         05 EXPOSES-F                    PIC Z(6)9.
         05                              PIC X(2).
         05 DEPARTS-F                    PIC Z(6)9.
         05                              PIC X(2).
         05 TAUX-F                       PIC ZZ9,99.
         05                              PIC X(2) VALUE ' %'.
         05                              PIC X(29).

       01 FORMAT-TITRE-SYNTH.
         05                              PIC X(40)
           VALUE 'SYNTHESE DES DEPARTS - MOIS PAR MOIS'.
         05                              PIC X(40).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-CHARGE-PORTEFEUILLE
           PERFORM 22000-REJOUE-MOUVEMENTS
           PERFORM 24000-COMPTE-SINISTRES
           PERFORM 25000-CUMULE-MOIS
           PERFORM 26000-EDITE-RAPPORT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           COMPUTE ABS-DERNIER-W = YEAR-F * 12 + MONTH-F - 1 - 1
           MOVE 0 TO ABS-PREMIER-W
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 perform 10100-LIT-PARAM
             END-READ
             CLOSE f-param
           END-IF
      * Premier mois absent, apres le dernier ou a plus de douze
      * mois : les douze derniers mois.
           IF ABS-PREMIER-W = 0
            OR ABS-PREMIER-W > ABS-DERNIER-W
            OR ABS-DERNIER-W - ABS-PREMIER-W > 11
             COMPUTE ABS-PREMIER-W = ABS-DERNIER-W - 11
           END-IF
           COMPUTE NB-MOIS-ANALYSE = ABS-DERNIER-W - ABS-PREMIER-W + 1
           MOVE ABS-PREMIER-W TO ABS-CALC-W
           perform 10200-PERIODE-DU-MOIS
           MOVE PERIODE-CALC-W TO PREMIER-MOIS-W
           MOVE ABS-DERNIER-W TO ABS-CALC-W
           perform 10200-PERIODE-DU-MOIS
           MOVE PERIODE-CALC-W TO DERNIER-MOIS-W
      * Sinistralite : les trente-six mois qui finissent au dernier
      * mois analyse.
           COMPUTE ABS-DEBUT-SIN-W = ABS-DERNIER-W - 35
           INITIALIZE TAB-POLICES
           INITIALIZE TAB-MOIS
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > NB-MOIS-ANALYSE
             COMPUTE ABS-CALC-W = ABS-PREMIER-W + IDX-MOIS - 1
             perform 10200-PERIODE-DU-MOIS
             MOVE PERIODE-CALC-9 TO PERIODE-M(IDX-MOIS)
           END-PERFORM
           OPEN INPUT f-snapshot
           IF CR-SNAPSHOT > 0
             DISPLAY 'ERROR DDCLOSNP : ' CR-SNAPSHOT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           .

       10100-LIT-PARAM.
           IF DERNIER-MOIS-P NUMERIC
            AND DERNIER-MOIS-P(5:2) > '00'
            AND DERNIER-MOIS-P(5:2) < '13'
             MOVE DERNIER-MOIS-P TO PERIODE-CALC-W
             COMPUTE ABS-DERNIER-W = AN-CALC-W * 12 + MM-CALC-W - 1
           END-IF
           IF PREMIER-MOIS-P NUMERIC
            AND PREMIER-MOIS-P(5:2) > '00'
            AND PREMIER-MOIS-P(5:2) < '13'
             MOVE PREMIER-MOIS-P TO PERIODE-CALC-W
             COMPUTE ABS-PREMIER-W = AN-CALC-W * 12 + MM-CALC-W - 1
           END-IF
           .

      * Mois absolu ABS-CALC-W ramene en AAAAMM.
       10200-PERIODE-DU-MOIS.
           DIVIDE ABS-CALC-W BY 12
             GIVING AN-CALC-W REMAINDER MM-CALC-W
           ADD 1 TO MM-CALC-W
           .

      * Portefeuille de depart : chaque fiche de la photographie de
      * cloture est en portefeuille au debut du premier mois.
       20000-CHARGE-PORTEFEUILLE.
           perform 21000-READ-SNAPSHOT
           perform until EOF-SNAPSHOT
             IF MAT-A4 > 0
               MOVE MAT-A4 TO IDX-MAT
               MOVE 'O' TO PRESENTE-L(IDX-MAT)
               MOVE AGENCE-A4 TO AGENCE-L(IDX-MAT)
               COMPUTE DEPT-L(IDX-MAT) = CP-A4 / 1000
               MOVE TYPE-V-A4 TO TYPE-V-L(IDX-MAT)
               MOVE DATE-ANNIV-A4(1:6) TO ANNIV-L(IDX-MAT)
               MOVE 0 TO ENTREE-L(IDX-MAT)
               MOVE 0 TO SORTIE-L(IDX-MAT)
               MOVE SPACE TO MOTIF-L(IDX-MAT)
               ADD 1 TO CPT-POLICES-DEPART
             END-IF
             perform 21000-READ-SNAPSHOT
           END-PERFORM
           CLOSE f-snapshot
           .

       21000-READ-SNAPSHOT.
           READ f-snapshot
           .

      * Rejoue les mouvements archives de la periode, dans l'ordre
      * des runs : creations, sorties, transferts, reactivations et
      * modifications tiennent le portefeuille a jour mois par mois.
       22000-REJOUE-MOUVEMENTS.
           OPEN INPUT f-mvt-arc
           IF CR-MVT-ARC > 0
             DISPLAY 'ERROR DDMVTARC : ' CR-MVT-ARC
             MOVE 8 TO RETURN-CODE
           ELSE
             perform 22100-READ-MVT-ARC
             perform until EOF-MVT-ARC
               MOVE DATE-ARC(1:6) TO PERIODE-CALC-W
               COMPUTE ABS-CALC-W = AN-CALC-W * 12 + MM-CALC-W - 1
               IF ABS-CALC-W NOT < ABS-PREMIER-W
                AND ABS-CALC-W NOT > ABS-DERNIER-W
                AND MAT-MVT > 0
                 COMPUTE IDX-MOIS = ABS-CALC-W - ABS-PREMIER-W + 1
                 perform 23000-APPLIQUE-UN-MVT
               END-IF
               perform 22100-READ-MVT-ARC
             END-PERFORM
             CLOSE f-mvt-arc
           END-IF
           .

       22100-READ-MVT-ARC.
           READ f-mvt-arc
           IF NOT EOF-MVT-ARC
             MOVE MVT-ARC TO E-MVT-W
           END-IF
           .

      * L'archive garde aussi les mouvements rejetes par la chaine :
      * une sortie ou un transfert sur un matricule inconnu, ou un
      * 'S' au motif invalide, n'a rien change au portefeuille.
       23000-APPLIQUE-UN-MVT.
           MOVE MAT-MVT TO IDX-MAT
           ADD 1 TO CPT-MVT-ANALYSES
           EVALUATE CODE-MVT
             WHEN 'C'
               perform 23100-ENTREE-POLICE
             WHEN 'R'
               perform 23200-REACTIVE-POLICE
      * La perte totale d'un vehicule secondaire laisse la police
      * en portefeuille : ce n'est pas un depart.
             WHEN 'S'
               IF POLICE-CONNUE-L(IDX-MAT)
                AND SORTIE-L(IDX-MAT) = 0
                AND MOTIF-S-MVT-CONNU
                AND NOT (S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1)
                 MOVE IDX-MOIS TO SORTIE-L(IDX-MAT)
                 MOVE MOTIF-S-MVT TO MOTIF-L(IDX-MAT)
               ELSE
                 ADD 1 TO CPT-MVT-IGNORES
               END-IF
             WHEN 'T'
               perform 23300-TRANSFERE-POLICE
             WHEN 'M'
               perform 23400-MODIFIE-POLICE
             WHEN OTHER
               ADD 1 TO CPT-MVT-IGNORES
           END-EVALUATE
           .

       23100-ENTREE-POLICE.
           MOVE 'O' TO PRESENTE-L(IDX-MAT)
           MOVE AGENCE-MVT TO AGENCE-L(IDX-MAT)
           COMPUTE DEPT-L(IDX-MAT) = CP-MVT / 1000
           MOVE TYPE-VEHICULE TO TYPE-V-L(IDX-MAT)
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT(1:6) TO ANNIV-L(IDX-MAT)
           ELSE
             MOVE DATE-ARC(1:6) TO ANNIV-L(IDX-MAT)
           END-IF
           MOVE IDX-MOIS TO ENTREE-L(IDX-MAT)
           MOVE 0 TO SORTIE-L(IDX-MAT)
           MOVE SPACE TO MOTIF-L(IDX-MAT)
           .

      * Une reactivation d'une police sortie dans la periode annule
      * le depart ; celle d'une police inconnue (sortie avant la
      * periode) est une entree du mois.
       23200-REACTIVE-POLICE.
           IF POLICE-CONNUE-L(IDX-MAT)
             IF SORTIE-L(IDX-MAT) > 0
               MOVE 0 TO SORTIE-L(IDX-MAT)
               MOVE SPACE TO MOTIF-L(IDX-MAT)
             END-IF
           ELSE
             MOVE 'O' TO PRESENTE-L(IDX-MAT)
             MOVE AGENCE-MVT TO AGENCE-L(IDX-MAT)
             COMPUTE DEPT-L(IDX-MAT) = CP-MVT / 1000
             MOVE TYPE-VEHICULE TO TYPE-V-L(IDX-MAT)
             MOVE 0 TO ANNIV-L(IDX-MAT)
             MOVE IDX-MOIS TO ENTREE-L(IDX-MAT)
             MOVE 0 TO SORTIE-L(IDX-MAT)
             MOVE SPACE TO MOTIF-L(IDX-MAT)
           END-IF
           .

      * Le transfert continue la police sous un nouveau matricule :
      * l'ancien sort sans depart, le nouveau entre dans le mois
      * avec les attributs et l'anciennete de l'ancien.
       23300-TRANSFERE-POLICE.
           IF POLICE-CONNUE-L(IDX-MAT)
            AND SORTIE-L(IDX-MAT) = 0
            AND MAT-NOUVEAU-MVT > 0
             MOVE MAT-NOUVEAU-MVT TO IDX-MAT-DEST
             MOVE POLICE-L(IDX-MAT) TO POLICE-L(IDX-MAT-DEST)
             MOVE IDX-MOIS TO ENTREE-L(IDX-MAT-DEST)
             MOVE IDX-MOIS TO SORTIE-L(IDX-MAT)
             MOVE '*' TO MOTIF-L(IDX-MAT)
           ELSE
             ADD 1 TO CPT-MVT-IGNORES
           END-IF
           .

      * Une modification tient a jour l'adresse, l'agence et le type
      * du vehicule principal (agence a zero : inchangee, comme dans
      * la chaine).
       23400-MODIFIE-POLICE.
           IF POLICE-CONNUE-L(IDX-MAT)
             COMPUTE DEPT-L(IDX-MAT) = CP-MVT / 1000
             IF AGENCE-MVT > 0
               MOVE AGENCE-MVT TO AGENCE-L(IDX-MAT)
             END-IF
             IF RANG-V-MVT < 2 AND TYPE-VEHICULE NOT = SPACE
               MOVE TYPE-VEHICULE TO TYPE-V-L(IDX-MAT)
             END-IF
           ELSE
             ADD 1 TO CPT-MVT-IGNORES
           END-IF
           .

      * Nombre de sinistres declares sur les trente-six derniers
      * mois, toutes responsabilites confondues.
       24000-COMPTE-SINISTRES.
           OPEN INPUT f-sinist
           IF CR-SINIST < 10
             perform 24100-READ-SINIST
             perform until EOF-SINIST
               MOVE DATE-SIN(1:6) TO PERIODE-CALC-W
               COMPUTE ABS-CALC-W = AN-CALC-W * 12 + MM-CALC-W - 1
               IF MAT-SIN > 0
                AND ABS-CALC-W NOT < ABS-DEBUT-SIN-W
                AND ABS-CALC-W NOT > ABS-DERNIER-W
                 MOVE MAT-SIN TO IDX-MAT
                 IF POLICE-CONNUE-L(IDX-MAT)
                  AND NB-SIN-L(IDX-MAT) < 9
                   ADD 1 TO NB-SIN-L(IDX-MAT)
                   ADD 1 TO CPT-SINISTRES
                 END-IF
               END-IF
               perform 24100-READ-SINIST
             END-PERFORM
             CLOSE f-sinist
           END-IF
           .

       24100-READ-SINIST.
           READ f-sinist NEXT RECORD
           .

      * Chaque police connue est exposee les mois ou elle est en
      * portefeuille (de son mois d'entree a son mois de sortie) ;
      * le mois de sa sortie, elle compte en depart. Le mois du
      * transfert, seul le nouveau matricule est expose.
       25000-CUMULE-MOIS.
           PERFORM VARYING IDX-MAT FROM 1 BY 1 UNTIL IDX-MAT > 999999
             IF POLICE-CONNUE-L(IDX-MAT)
               perform 25100-CUMULE-POLICE
             END-IF
           END-PERFORM
           .

       25100-CUMULE-POLICE.
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > NB-MOIS-ANALYSE
             IF ENTREE-L(IDX-MAT) NOT > IDX-MOIS
              AND (SORTIE-L(IDX-MAT) = 0
                OR SORTIE-L(IDX-MAT) > IDX-MOIS
                OR (SORTIE-L(IDX-MAT) = IDX-MOIS
                    AND NOT SORTIE-TRANSFERT-L(IDX-MAT)))
               IF SORTIE-L(IDX-MAT) = IDX-MOIS
                 SET DEPART-DU-MOIS TO TRUE
               ELSE
                 SET PAS-DE-DEPART TO TRUE
               END-IF
               perform 25200-CUMULE-POLICE-MOIS
             END-IF
           END-PERFORM
           .

       25200-CUMULE-POLICE-MOIS.
           ADD 1 TO EXPOSES-M(IDX-MOIS)
           IF DEPART-DU-MOIS
             perform 25300-INDEX-MOTIF
             ADD 1 TO DEPARTS-CM(IDX-MOIS, IDX-CASE)
      * Une cession ne compte qu'au motif : le client n'est pas
      * parti.
             IF SORTIE-CESSION-L(IDX-MAT)
               SET PAS-DE-DEPART TO TRUE
             ELSE
               ADD 1 TO DEPARTS-M(IDX-MOIS)
             END-IF
           END-IF
      * Departement
           IF DEPT-L(IDX-MAT) = 0
             MOVE 100 TO IDX-CASE
           ELSE
             MOVE DEPT-L(IDX-MAT) TO IDX-CASE
           END-IF
           perform 25900-CUMULE-CASE
      * Agence
           IF AGENCE-L(IDX-MAT) = 0
             MOVE 200 TO IDX-CASE
           ELSE
             COMPUTE IDX-CASE = 100 + AGENCE-L(IDX-MAT)
           END-IF
           perform 25900-CUMULE-CASE
      * Type de vehicule
           EVALUATE TYPE-V-L(IDX-MAT)
             WHEN 'V'
               MOVE 1 TO IDX-TYPE-V
             WHEN 'M'
               MOVE 2 TO IDX-TYPE-V
             WHEN 'U'
               MOVE 3 TO IDX-TYPE-V
             WHEN 'C'
               MOVE 4 TO IDX-TYPE-V
             WHEN OTHER
               MOVE 5 TO IDX-TYPE-V
           END-EVALUATE
           COMPUTE IDX-CASE = 200 + IDX-TYPE-V
           perform 25900-CUMULE-CASE
      * Anciennete de la police au mois analyse, depuis son mois
      * d'effet (fiche sans date : anciennete inconnue).
           IF ANNIV-L(IDX-MAT) = 0
             MOVE 7 TO IDX-ANC
           ELSE
             MOVE ANNIV-L(IDX-MAT) TO PERIODE-CALC-W
             COMPUTE ANC-MOIS-W = ABS-PREMIER-W + IDX-MOIS - 1
               - (AN-CALC-W * 12 + MM-CALC-W - 1)
             DIVIDE ANC-MOIS-W BY 12 GIVING ANC-ANS-W
             EVALUATE TRUE
               WHEN ANC-ANS-W < 1
                 MOVE 1 TO IDX-ANC
               WHEN ANC-ANS-W = 1
                 MOVE 2 TO IDX-ANC
               WHEN ANC-ANS-W = 2
                 MOVE 3 TO IDX-ANC
               WHEN ANC-ANS-W < 5
                 MOVE 4 TO IDX-ANC
               WHEN ANC-ANS-W < 10
                 MOVE 5 TO IDX-ANC
               WHEN OTHER
                 MOVE 6 TO IDX-ANC
             END-EVALUATE
           END-IF
           COMPUTE IDX-CASE = 205 + IDX-ANC
           perform 25900-CUMULE-CASE
      * Sinistralite
           IF NB-SIN-L(IDX-MAT) > 3
             MOVE 4 TO IDX-SIN
           ELSE
             COMPUTE IDX-SIN = NB-SIN-L(IDX-MAT) + 1
           END-IF
           COMPUTE IDX-CASE = 212 + IDX-SIN
           perform 25900-CUMULE-CASE
           .

       25300-INDEX-MOTIF.
           EVALUATE MOTIF-L(IDX-MAT)
             WHEN 'A'
               MOVE 1 TO IDX-MOTIF
             WHEN 'V'
               MOVE 2 TO IDX-MOTIF
             WHEN 'I'
               MOVE 3 TO IDX-MOTIF
             WHEN 'Q'
               MOVE 4 TO IDX-MOTIF
             WHEN 'D'
               MOVE 5 TO IDX-MOTIF
             WHEN 'N'
               MOVE 6 TO IDX-MOTIF
             WHEN 'C'
               MOVE 7 TO IDX-MOTIF
             WHEN 'P'
               MOVE 8 TO IDX-MOTIF
             WHEN OTHER
               MOVE 9 TO IDX-MOTIF
           END-EVALUATE
           COMPUTE IDX-CASE = 216 + IDX-MOTIF
           .

       25900-CUMULE-CASE.
           ADD 1 TO EXPOSES-CM(IDX-MOIS, IDX-CASE)
           IF DEPART-DU-MOIS
             ADD 1 TO DEPARTS-CM(IDX-MOIS, IDX-CASE)
           END-IF
           .

      * Une page par mois analyse, une section par axe ; seules les
      * cases alimentees sont editees. Le taux d'un motif se lit sur
      * l'ensemble des polices exposees du mois. La synthese finale
      * reprend les taux de depart du portefeuille mois par mois.
       26000-EDITE-RAPPORT.
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > NB-MOIS-ANALYSE
             perform 26100-EDITE-MOIS
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-TITRE-SYNTH
           WRITE ligne-rapport FROM FORMAT-ENTETE-LAPS
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                     UNTIL IDX-MOIS > NB-MOIS-ANALYSE
             MOVE SPACE TO LIB-CASE-F
             MOVE PERIODE-M(IDX-MOIS) TO LIB-CASE-F(1:6)
             MOVE EXPOSES-M(IDX-MOIS) TO EXPOSES-W
             MOVE DEPARTS-M(IDX-MOIS) TO DEPARTS-W
             perform 27200-EDITE-TAUX
           END-PERFORM
           .

       26100-EDITE-MOIS.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE PERIODE-M(IDX-MOIS) TO PERIODE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-LAPS
           MOVE 'PAR MOTIF DE SORTIE' TO LIB-SECTION-F
           MOVE 217 TO IDX-CASE
           MOVE 225 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE 'PAR AGENCE' TO LIB-SECTION-F
           MOVE 101 TO IDX-CASE
           MOVE 200 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE 'PAR DEPARTEMENT' TO LIB-SECTION-F
           MOVE 1 TO IDX-CASE
           MOVE 100 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE 'PAR TYPE DE VEHICULE' TO LIB-SECTION-F
           MOVE 201 TO IDX-CASE
           MOVE 205 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE 'PAR ANCIENNETE DE LA POLICE' TO LIB-SECTION-F
           MOVE 206 TO IDX-CASE
           MOVE 212 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE 'PAR SINISTRES DES 36 DERNIERS MOIS' TO LIB-SECTION-F
           MOVE 213 TO IDX-CASE
           MOVE 216 TO IDX-CASE-FIN
           perform 27000-EDITE-SECTION
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL PORTEFEUILLE' TO LIB-CASE-F
           MOVE EXPOSES-M(IDX-MOIS) TO EXPOSES-W
           MOVE DEPARTS-M(IDX-MOIS) TO DEPARTS-W
           perform 27200-EDITE-TAUX
           .

       27000-EDITE-SECTION.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SECTION-LAPS
           WRITE ligne-rapport FROM FORMAT-ENTETE-LAPS
           PERFORM VARYING IDX-CASE FROM IDX-CASE BY 1
                     UNTIL IDX-CASE > IDX-CASE-FIN
             IF EXPOSES-CM(IDX-MOIS, IDX-CASE) > 0
              OR DEPARTS-CM(IDX-MOIS, IDX-CASE) > 0
               perform 27100-EDITE-CASE
             END-IF
           END-PERFORM
           .

       27100-EDITE-CASE.
           perform 27300-LIBELLE-CASE
           IF IDX-CASE > 216
             MOVE EXPOSES-M(IDX-MOIS) TO EXPOSES-W
           ELSE
             MOVE EXPOSES-CM(IDX-MOIS, IDX-CASE) TO EXPOSES-W
           END-IF
           MOVE DEPARTS-CM(IDX-MOIS, IDX-CASE) TO DEPARTS-W
           perform 27200-EDITE-TAUX
           .

       27200-EDITE-TAUX.
           MOVE EXPOSES-W TO EXPOSES-F
           MOVE DEPARTS-W TO DEPARTS-F
           MOVE 0 TO TAUX-W
           IF EXPOSES-W > 0
             COMPUTE TAUX-W ROUNDED = DEPARTS-W * 100 / EXPOSES-W
               ON SIZE ERROR
                 MOVE 999,99 TO TAUX-W
             END-COMPUTE
           END-IF
           MOVE TAUX-W TO TAUX-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-LAPS
           .

       27300-LIBELLE-CASE.
           MOVE SPACE TO LIB-CASE-F
           EVALUATE TRUE
             WHEN IDX-CASE < 100
               MOVE IDX-CASE TO NUM-CASE-W
               STRING 'DEPT ' NUM-CASE-W DELIMITED BY SIZE
                 INTO LIB-CASE-F
             WHEN IDX-CASE = 100
               MOVE 'DEPT INCONNU' TO LIB-CASE-F
             WHEN IDX-CASE < 200
               COMPUTE NUM-CASE-W = IDX-CASE - 100
               STRING 'AGENCE ' NUM-CASE-W DELIMITED BY SIZE
                 INTO LIB-CASE-F
             WHEN IDX-CASE = 200
               MOVE 'SANS AGENCE' TO LIB-CASE-F
             WHEN IDX-CASE = 201
               MOVE 'VOITURE' TO LIB-CASE-F
             WHEN IDX-CASE = 202
               MOVE 'MOTO' TO LIB-CASE-F
             WHEN IDX-CASE = 203
               MOVE 'UTILITAIRE' TO LIB-CASE-F
             WHEN IDX-CASE = 204
               MOVE 'CAMION' TO LIB-CASE-F
             WHEN IDX-CASE = 205
               MOVE 'HORS BAREME' TO LIB-CASE-F
             WHEN IDX-CASE = 206
               MOVE 'MOINS D''UN AN' TO LIB-CASE-F
             WHEN IDX-CASE = 207
               MOVE '1 AN' TO LIB-CASE-F
             WHEN IDX-CASE = 208
               MOVE '2 ANS' TO LIB-CASE-F
             WHEN IDX-CASE = 209
               MOVE '3 A 4 ANS' TO LIB-CASE-F
             WHEN IDX-CASE = 210
               MOVE '5 A 9 ANS' TO LIB-CASE-F
             WHEN IDX-CASE = 211
               MOVE '10 ANS ET PLUS' TO LIB-CASE-F
             WHEN IDX-CASE = 212
               MOVE 'ANCIENNETE INCONNUE' TO LIB-CASE-F
             WHEN IDX-CASE = 213
               MOVE 'AUCUN SINISTRE' TO LIB-CASE-F
             WHEN IDX-CASE = 214
               MOVE '1 SINISTRE' TO LIB-CASE-F
             WHEN IDX-CASE = 215
               MOVE '2 SINISTRES' TO LIB-CASE-F
             WHEN IDX-CASE = 216
               MOVE '3 SINISTRES ET PLUS' TO LIB-CASE-F
             WHEN IDX-CASE = 217
               MOVE 'DEMANDE DE L''ASSURE' TO LIB-CASE-F
             WHEN IDX-CASE = 218
               MOVE 'VEHICULE VENDU' TO LIB-CASE-F
             WHEN IDX-CASE = 219
               MOVE 'IMPAYE' TO LIB-CASE-F
             WHEN IDX-CASE = 220
               MOVE 'CONCURRENCE' TO LIB-CASE-F
             WHEN IDX-CASE = 221
               MOVE 'DECES' TO LIB-CASE-F
             WHEN IDX-CASE = 222
               MOVE 'NON-RENOUV. SOUSCRIPTION' TO LIB-CASE-F
             WHEN IDX-CASE = 223
               MOVE 'CESSION (HORS DEPARTS)' TO LIB-CASE-F
             WHEN IDX-CASE = 224
               MOVE 'PERTE TOTALE VEHICULE' TO LIB-CASE-F
             WHEN OTHER
               MOVE 'MOTIF NON PRECISE' TO LIB-CASE-F
           END-EVALUATE
           .

       30000-END-PGM.
           CLOSE f-rapport
           DISPLAY 'PREMIER MOIS ANALYSE : ' PREMIER-MOIS-W
           DISPLAY 'DERNIER MOIS ANALYSE : ' DERNIER-MOIS-W
           DISPLAY 'POLICES AU DEPART    : ' CPT-POLICES-DEPART
           DISPLAY 'MOUVEMENTS ANALYSES  : ' CPT-MVT-ANALYSES
           DISPLAY 'MOUVEMENTS SANS EFFET: ' CPT-MVT-IGNORES
           DISPLAY 'SINISTRES RETENUS    : ' CPT-SINISTRES
           STOP RUN
           .
