       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPPNA.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Photographie de cloture PROJCLOT du mois : le portefeuille
      * en vigueur a la date d'inventaire.
           SELECT f-snapshot ASSIGN DDCLOSNP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SNAPSHOT.

      * Vehicules de la police au-dela du premier, pour repartir la
      * prime facturee et la provision par vehicule.
           SELECT OPTIONAL f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Creances : ce qui a ete reellement facture a la police pour
      * la periode de prime en cours (quittances, appels,
      * ajustements).
           SELECT OPTIONAL f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Carte parametre : periode AAAAMM inventoriee. Absente, le
      * mois de la date du run.
           SELECT OPTIONAL f-param ASSIGN PPNAPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Cumul des provisions de chaque inventaire par departement,
      * agence, type de vehicule et au total, ouvert en EXTEND : le
      * mois precedent y est relu pour la variation. Une periode
      * deja cumulee (rejeu du step) n'y est pas reportee une
      * seconde fois.
           SELECT OPTIONAL f-cumul ASSIGN DDPNACUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CUMUL.

      * Detail par vehicule : periode de prime en cours, jours non
      * acquis, prime facturee et provision.
           SELECT f-detail ASSIGN DDPNADET
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-DETAIL.

      * Etat de la provision par departement, agence et type de
      * vehicule, avec la variation sur le mois precedent.
           SELECT f-rapport ASSIGN DDPNARPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      * Recapitulatif de la provision pour l'interface comptable
      * (PROJCPTA passe la variation du mois).
           SELECT f-pnasum ASSIGN DDPNASUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PNASUM.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-snapshot.
       01 e-snapshot.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-param.
       01 e-param                      PIC X(80).

      * Niveau D departement, A agence (cle = rang de la table, 100
      * pour le non affecte), V type de vehicule (cle = code), T
      * total du portefeuille.
       fd f-cumul.
       01 e-cumul.
         05 PERIODE-PC                 PIC 9(6).
         05 NIVEAU-PC                  PIC X(1).
         05 CLE-PC                     PIC X(3).
         05 CLE-9-PC REDEFINES CLE-PC  PIC 9(3).
         05 NB-PC                      PIC 9(7).
         05 PRIME-PC                   PIC 9(11)V9(2).
         05 PROVISION-PC               PIC 9(11)V9(2).
         05                            PIC X(37).

       fd f-detail.
       01 e-detail                     PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       fd f-pnasum.
       01 e-pnasum.
         05 PERIODE-PS                 PIC 9(6).
         05 PROVISION-FIN-PS           PIC 9(11)V9(2).
         05 PROVISION-PREC-PS          PIC 9(11)V9(2).
         05 SENS-PS                    PIC X(1).
         05 VARIATION-PS               PIC 9(11)V9(2).
         05                            PIC X(34).

       WORKING-STORAGE SECTION.

       01 CR-SNAPSHOT                    PIC 99.
         88 EOF-SNAPSHOT VALUE 10.
       01 CR-VEHIC                       PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-CUMUL                       PIC 99.
         88 EOF-CUMUL VALUE 10.
       01 CR-DETAIL                      PIC 99.
       01 CR-RAPPORT                     PIC 99.
       01 CR-PNASUM                      PIC 99.
       77 CUMUL-SW                       PIC X(1) VALUE 'N'.
         88 PERIODE-DEJA-CUMULEE VALUE 'O'.
       77 FIN-LECTURE-SW                 PIC X(1).
         88 FIN-LECTURE VALUE 'O'.

       01 PERIODE-INV.
         05 AN-INV                       PIC 9(4).
         05 MOIS-INV                     PIC 9(2).
       01 PERIODE-INV-9 REDEFINES PERIODE-INV
                                         PIC 9(6).
       77 PERIODE-PREC                   PIC 9(6).
       77 DATE-INVENTAIRE                PIC 9(8).

      * Mois absolus (annee * 12 + mois - 1) pour les calculs de
      * periode a cheval sur deux annees.
       77 ABS-INV-W                      PIC 9(6).
       77 ABS-CALC-W                     PIC 9(6).
       01 PERIODE-CALC-W.
         05 AN-CALC-W                    PIC 9(4).
         05 MM-CALC-W                    PIC 9(2).
       01 DATE-CALC-W.
         05 AN-DATE-W                    PIC 9(4).
         05 MM-DATE-W                    PIC 9(2).
         05 JJ-DATE-W                    PIC 9(2).
       01 DATE-CALC-9 REDEFINES DATE-CALC-W
                                         PIC 9(8).

      * Longueur des mois, fevrier corrige des annees bissextiles.
       01 MOIS-V.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 28.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 30.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 30.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 30.
         10                              PIC 99 VALUE 31.
         10                              PIC 99 VALUE 30.
         10                              PIC 99 VALUE 31.
       01 TAB-MOIS REDEFINES MOIS-V.
         10 NB-JOURS-MOIS                PIC 99 OCCURS 12.
       77 JOURS-DU-MOIS-W                PIC 99.
       77 QUOTIENT-W                     PIC 9(6).
       77 MODULO4                        PIC 9(4).
       77 MODULO100                      PIC 9(4).
       77 MODULO400                      PIC 9(4).

      * Periode de prime en cours de la police a la date
      * d'inventaire : ouverte a la derniere echeance de sa
      * periodicite calee sur le mois et le jour anniversaire
      * (comme la facturation PROJFACT), longue de 12 / 6 / 3 / 1
      * mois. La part non acquise est le prorata des jours qui
      * restent apres l'inventaire.
       77 MOIS-ANNIV-W                   PIC 9(2).
       77 JOUR-ANNIV-W                   PIC 9(2).
       77 NB-FRACTIONS                   PIC 9(2).
       77 DUREE-MOIS-W                   PIC 9(2).
       77 ECART-MOIS-W                   PIC S9(2).
       77 RESTE-ECART-W                  PIC 9(2).
       77 ABS-DEBUT-W                    PIC 9(6).
       77 DEBUT-PERIODE-W                PIC 9(8).
       77 FIN-PERIODE-W                  PIC 9(8).
       77 DEBUT-FACT-W                   PIC 9(8).
       77 JOURS-TOTAL-W                  PIC S9(7).
       77 JOURS-NON-ACQUIS-W             PIC S9(7).

      * Jours entre deux dates par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Prime facturee HT de la periode : creances de la police
      * datees du debut de la periode (un mois plus tot pour une
      * periode de plus d'un mois, quittance emise d'avance) a la
      * date d'inventaire, penalites, frais de rejet et taxe
      * deduits ; un ajustement en faveur de l'assure vient en
      * moins.
       77 PRIME-FACTUREE-W               PIC S9(7)V9(2).
       77 HT-CREANCE-W                   PIC S9(7)V9(2).

      * Vehicules de la police et leur prime annuelle bonus/malus
      * (CALCBM), cle de repartition de la prime facturee.
       01 TAB-VEH-POLICE.
         05 NB-VEH-POL                   PIC 9(2).
         05 VEH-POL OCCURS 20.
           10 RANG-VP                    PIC 9(2).
           10 TYPE-V-VP                  PIC X(1).
           10 PRIME-VP                   PIC 9(5)V9(2).
       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.
       77 IDX-RANG                       PIC 99.
       77 IDX-VP                         PIC 99.
       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 PRIME-THEO-POL-W               PIC 9(7)V9(2).
       77 PRIME-VEH-W                    PIC 9(7)V9(2).
       77 PROVISION-VEH-W                PIC 9(7)V9(2).
       77 RESTE-PRIME-W                  PIC 9(7)V9(2).

      * Cumuls par departement (l'entree 100 recueille le code
      * postal inexploitable), par agence (100 : non affectee), par
      * type de vehicule rencontre, avec la provision du mois
      * precedent relue dans DDPNACUM.
       01 TAB-DEPARTEMENTS.
         05 DEPT-PN OCCURS 100.
           10 NB-DEPT                    PIC 9(7).
           10 PRIME-DEPT                 PIC 9(11)V9(2).
           10 PROV-DEPT                  PIC 9(11)V9(2).
           10 PREC-DEPT                  PIC 9(11)V9(2).
       01 TAB-AGENCES.
         05 AGENCE-PN OCCURS 100.
           10 NB-AG                      PIC 9(7).
           10 PRIME-AG                   PIC 9(11)V9(2).
           10 PROV-AG                    PIC 9(11)V9(2).
           10 PREC-AG                    PIC 9(11)V9(2).
       01 TAB-TYPES.
         05 NB-TYPES                     PIC 9(2).
         05 TYPE-PN OCCURS 20.
           10 CODE-TYPE                  PIC X(1).
           10 NB-TYPE                    PIC 9(7).
           10 PRIME-TYPE                 PIC 9(11)V9(2).
           10 PROV-TYPE                  PIC 9(11)V9(2).
           10 PREC-TYPE                  PIC 9(11)V9(2).
       77 IDX-DEPT                       PIC 9(3).
       77 IDX-AG                         PIC 9(3).
       77 IDX-TYPE                       PIC 9(2).
       77 IDX-TROUVE                     PIC 9(2).
       77 TYPE-CHERCHE-W                 PIC X(1).

       01 TOTAUX.
         05 TOT-NB                       PIC 9(7) VALUE 0.
         05 TOT-PRIME                    PIC 9(11)V9(2) VALUE 0.
         05 TOT-PROVISION                PIC 9(11)V9(2) VALUE 0.
         05 TOT-PREC                     PIC 9(11)V9(2) VALUE 0.
       77 VARIATION-W                    PIC S9(11)V9(2).

       01 CPT.
         05 CPT-POLICES                  PIC 9(7) VALUE 0.
         05 CPT-VEHICULES                PIC 9(7) VALUE 0.
         05 CPT-NON-FACTUREES            PIC 9(7) VALUE 0.
         05 CPT-HORS-TABLE               PIC 9(7) VALUE 0.
         05 PRIME-NON-FACTUREE           PIC 9(11)V9(2) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJPPNA'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.

       01 FORMAT-DETAIL.
         05 MAT-D-F                      PIC 9(6).
         05                              PIC X VALUE ';'.
         05 RANG-D-F                     PIC 9(2).
         05                              PIC X VALUE ';'.
         05 TYPE-D-F                     PIC X(1).
         05                              PIC X VALUE ';'.
         05 AGENCE-D-F                   PIC 9(2).
         05                              PIC X VALUE ';'.
         05 DEPT-D-F                     PIC X(2).
         05                              PIC X VALUE ';'.
         05 DEBUT-D-F                    PIC 9(8).
         05                              PIC X VALUE ';'.
         05 FIN-D-F                      PIC 9(8).
         05                              PIC X VALUE ';'.
         05 JOURS-NA-D-F                 PIC 9(3).
         05                              PIC X VALUE ';'.
         05 JOURS-TOT-D-F                PIC 9(3).
         05                              PIC X VALUE ';'.
         05 PRIME-D-F                    PIC Z(6)9,99.
         05                              PIC X VALUE ';'.
         05 PROVISION-D-F                PIC Z(6)9,99.
         05                              PIC X(24).

       01 FORMAT-TITRE-PPNA.
         05                              PIC X(40)
           VALUE 'PROVISION POUR PRIMES NON ACQUISES AU   '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(32).

       01 FORMAT-SECTION-PPNA.
         05 LIB-SECTION-F                PIC X(40).
         05                              PIC X(40).

       01 FORMAT-ENTETE-PPNA.
         05                              PIC X(16)
           VALUE '             NB'.
         05                              PIC X(15)
           VALUE 'PRIME FACTUREE'.
         05                              PIC X(15)
           VALUE '     PROVISION'.
         05                              PIC X(15)
           VALUE 'MOIS PRECEDENT'.
         05                              PIC X(15)
           VALUE '     VARIATION'.
         05                              PIC X(4).

       01 FORMAT-LIGNE-PPNA.
         05 CLE-L-F                      PIC X(8).
         05 NB-L-F                       PIC Z(6)9.
         05                              PIC X(1).
         05 PRIME-L-F                    PIC Z(10)9,99.
         05                              PIC X(1).
         05 PROVISION-L-F                PIC Z(10)9,99.
         05                              PIC X(1).
         05 PREC-L-F                     PIC Z(10)9,99.
         05                              PIC X(1).
         05 VARIATION-L-F                PIC -Z(9)9,99.
         05                              PIC X(5).

       01 FORMAT-NON-FACTUREES.
         05                              PIC X(40)
           VALUE 'POLICES SANS FACTURATION SUR LA PERIODE '.
         05 NB-NF-F                      PIC Z(6)9.
         05                              PIC X(17)
           VALUE '  PRIME THEORIQUE'.
         05 PRIME-NF-F                   PIC Z(10)9,99.
         05                              PIC X(2).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-RAPPORT
           PERFORM 26000-ECRIT-CUMUL
           PERFORM 27000-ECRIT-RECAPITULATIF
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           MOVE YEAR-F TO AN-INV
           MOVE MONTH-F TO MOIS-INV
           perform 10050-LIT-PARAM
           COMPUTE ABS-INV-W = AN-INV * 12 + MOIS-INV - 1
           COMPUTE ABS-CALC-W = ABS-INV-W - 1
           perform 21800-PERIODE-DU-MOIS
           MOVE PERIODE-CALC-W TO PERIODE-PREC
           MOVE AN-INV TO AN-DATE-W
           MOVE MOIS-INV TO MM-DATE-W
           perform 21900-JOURS-DU-MOIS
           MOVE JOURS-DU-MOIS-W TO JJ-DATE-W
           MOVE DATE-CALC-9 TO DATE-INVENTAIRE
           INITIALIZE TAB-DEPARTEMENTS TAB-AGENCES TAB-TYPES
           perform 10100-CHARGE-CUMUL
           OPEN INPUT f-snapshot
           IF CR-SNAPSHOT > 0
             DISPLAY 'ERROR DDCLOSNP : ' CR-SNAPSHOT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-vehic
           OPEN INPUT f-recev
           OPEN OUTPUT f-detail f-rapport f-pnasum
           .

       10050-LIT-PARAM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:6) NUMERIC
                  AND e-param(5:2) > '00' AND e-param(5:2) < '13'
                   MOVE e-param(1:4) TO AN-INV
                   MOVE e-param(5:2) TO MOIS-INV
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           .

      * Provisions du mois precedent, et controle que la periode
      * n'est pas deja cumulee.
       10100-CHARGE-CUMUL.
           OPEN INPUT f-cumul
           IF CR-CUMUL < 10
             perform until EOF-CUMUL
               READ f-cumul
                 AT END
                   continue
                 NOT AT END
                   IF PERIODE-PC = PERIODE-INV-9
                     SET PERIODE-DEJA-CUMULEE TO TRUE
                   END-IF
                   IF PERIODE-PC = PERIODE-PREC
                     perform 10200-REPREND-PRECEDENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-cumul
           END-IF
           IF PERIODE-DEJA-CUMULEE
             DISPLAY 'PERIODE ' PERIODE-INV ' DEJA CUMULEE DANS '
                     'DDPNACUM - CUMUL NON REPORTE'
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN EXTEND f-cumul
           END-IF
           .

       10200-REPREND-PRECEDENT.
           EVALUATE NIVEAU-PC
             WHEN 'D'
               IF CLE-9-PC > 0 AND CLE-9-PC < 101
                 MOVE PROVISION-PC TO PREC-DEPT(CLE-9-PC)
               END-IF
             WHEN 'A'
               IF CLE-9-PC > 0 AND CLE-9-PC < 101
                 MOVE PROVISION-PC TO PREC-AG(CLE-9-PC)
               END-IF
             WHEN 'V'
               MOVE CLE-PC(1:1) TO TYPE-CHERCHE-W
               perform 24600-POSTE-DU-TYPE
               IF IDX-TROUVE > 0
                 MOVE PROVISION-PC TO PREC-TYPE(IDX-TROUVE)
               END-IF
             WHEN 'T'
               MOVE PROVISION-PC TO TOT-PREC
             WHEN OTHER
               continue
           END-EVALUATE
           .

       18000-READ-SNAPSHOT.
           READ f-snapshot
           IF NOT EOF-SNAPSHOT
             ADD 1 TO CPT-POLICES
           END-IF
           .

      * Chaque police de la photographie : periode de prime en
      * cours, prime facturee pour elle, puis provision repartie
      * sur ses vehicules.
       20000-TRAITEMENT.
           perform 18000-READ-SNAPSHOT
           perform until EOF-SNAPSHOT
             perform 21000-PERIODE-EN-COURS
             perform 22000-PRIME-FACTUREE
             perform 23000-VEHICULES-POLICE
             IF PRIME-FACTUREE-W > 0
               perform 24000-REPARTIT-VEHICULES
             ELSE
               ADD 1 TO CPT-NON-FACTUREES
               COMPUTE PRIME-NON-FACTUREE = PRIME-NON-FACTUREE
                 + PRIME-THEO-POL-W / NB-FRACTIONS
             END-IF
             perform 18000-READ-SNAPSHOT
           END-PERFORM
           .

      * Derniere echeance a la date d'inventaire : l'ecart en mois
      * depuis le mois anniversaire, ramene a la periodicite.
       21000-PERIODE-EN-COURS.
           perform 21100-POSE-ANNIVERSAIRE
           EVALUATE TRUE
             WHEN FREQ-MENSUELLE-A4
               MOVE 12 TO NB-FRACTIONS
             WHEN FREQ-TRIMESTRIELLE-A4
               MOVE 4 TO NB-FRACTIONS
             WHEN FREQ-SEMESTRIELLE-A4
               MOVE 2 TO NB-FRACTIONS
             WHEN OTHER
               MOVE 1 TO NB-FRACTIONS
           END-EVALUATE
           COMPUTE DUREE-MOIS-W = 12 / NB-FRACTIONS
           COMPUTE ECART-MOIS-W = MOIS-INV - MOIS-ANNIV-W
           IF ECART-MOIS-W < 0
             ADD 12 TO ECART-MOIS-W
           END-IF
           DIVIDE ECART-MOIS-W BY DUREE-MOIS-W
             GIVING QUOTIENT-W REMAINDER RESTE-ECART-W
           COMPUTE ABS-DEBUT-W = ABS-INV-W - RESTE-ECART-W
           MOVE ABS-DEBUT-W TO ABS-CALC-W
           perform 21500-DATE-ANNIV-DU-MOIS
           MOVE DATE-CALC-9 TO DEBUT-PERIODE-W
           COMPUTE ABS-CALC-W = ABS-DEBUT-W + DUREE-MOIS-W
           perform 21500-DATE-ANNIV-DU-MOIS
           MOVE DATE-CALC-9 TO FIN-PERIODE-W
           IF DUREE-MOIS-W > 1
             COMPUTE ABS-CALC-W = ABS-DEBUT-W - 1
           ELSE
             MOVE ABS-DEBUT-W TO ABS-CALC-W
           END-IF
           perform 21800-PERIODE-DU-MOIS
           MOVE PERIODE-CALC-W TO DATE-CALC-W(1:6)
           MOVE 1 TO JJ-DATE-W
           MOVE DATE-CALC-9 TO DEBUT-FACT-W
           MOVE DEBUT-PERIODE-W TO DATE1-CALC-W
           MOVE FIN-PERIODE-W TO DATE2-CALC-W
           perform 21600-APPELLE-CALCDATE
           MOVE JOURS-CALC-W TO JOURS-TOTAL-W
           MOVE DATE-INVENTAIRE TO DATE1-CALC-W
           perform 21600-APPELLE-CALCDATE
           MOVE JOURS-CALC-W TO JOURS-NON-ACQUIS-W
           IF VALIDE-CALC-W NOT = 'V' OR JOURS-TOTAL-W < 1
             MOVE 0 TO JOURS-NON-ACQUIS-W
             MOVE 1 TO JOURS-TOTAL-W
           END-IF
           IF JOURS-NON-ACQUIS-W < 0
             MOVE 0 TO JOURS-NON-ACQUIS-W
           END-IF
           IF JOURS-NON-ACQUIS-W > JOURS-TOTAL-W
             MOVE JOURS-TOTAL-W TO JOURS-NON-ACQUIS-W
           END-IF
           .

      * Mois et jour anniversaire : ceux de la date d'effet, le 1er
      * janvier pour les fiches anterieures a la zone (ancien
      * echeancier de janvier).
       21100-POSE-ANNIVERSAIRE.
           IF DATE-ANNIV-A4 NUMERIC AND DATE-ANNIV-A4 > 0
            AND DATE-ANNIV-A4(5:2) > '00'
            AND DATE-ANNIV-A4(5:2) < '13'
            AND DATE-ANNIV-A4(7:2) > '00'
            AND DATE-ANNIV-A4(7:2) < '32'
             MOVE DATE-ANNIV-A4(5:2) TO MOIS-ANNIV-W
             MOVE DATE-ANNIV-A4(7:2) TO JOUR-ANNIV-W
           ELSE
             MOVE 1 TO MOIS-ANNIV-W
             MOVE 1 TO JOUR-ANNIV-W
           END-IF
           .

      * Jour anniversaire dans le mois absolu ABS-CALC-W, ramene au
      * dernier jour d'un mois plus court.
       21500-DATE-ANNIV-DU-MOIS.
           perform 21800-PERIODE-DU-MOIS
           MOVE AN-CALC-W TO AN-DATE-W
           MOVE MM-CALC-W TO MM-DATE-W
           perform 21900-JOURS-DU-MOIS
           IF JOUR-ANNIV-W > JOURS-DU-MOIS-W
             MOVE JOURS-DU-MOIS-W TO JJ-DATE-W
           ELSE
             MOVE JOUR-ANNIV-W TO JJ-DATE-W
           END-IF
           .

      * Jours de DATE1-CALC-W a DATE2-CALC-W.
       21600-APPELLE-CALCDATE.
           MOVE 'J' TO FONCTION-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           .

       21800-PERIODE-DU-MOIS.
           DIVIDE ABS-CALC-W BY 12
             GIVING AN-CALC-W REMAINDER MM-CALC-W
           ADD 1 TO MM-CALC-W
           .

      * Nombre de jours du mois MM-DATE-W de l'annee AN-DATE-W.
       21900-JOURS-DU-MOIS.
           MOVE NB-JOURS-MOIS(MM-DATE-W) TO JOURS-DU-MOIS-W
           IF MM-DATE-W = 2
             DIVIDE AN-DATE-W BY 4 GIVING QUOTIENT-W
               REMAINDER MODULO4
             DIVIDE AN-DATE-W BY 100 GIVING QUOTIENT-W
               REMAINDER MODULO100
             DIVIDE AN-DATE-W BY 400 GIVING QUOTIENT-W
               REMAINDER MODULO400
             IF (MODULO4 = 0 AND MODULO100 NOT = 0)
              OR MODULO400 = 0
               MOVE 29 TO JOURS-DU-MOIS-W
             END-IF
           END-IF
           .

      * Creances de la police emises sur la periode : les avoirs de
      * resiliation n'y figurent pas (police sortie du portefeuille).
       22000-PRIME-FACTUREE.
           MOVE 0 TO PRIME-FACTUREE-W
           IF CR-RECEV < 10
             MOVE 'N' TO FIN-LECTURE-SW
             MOVE MAT-A4 TO MAT-RC
             MOVE DEBUT-FACT-W TO DATE-RC
             START f-recev KEY IS NOT LESS THAN CLE-X-RC
               INVALID KEY
                 SET FIN-LECTURE TO TRUE
             END-START
             perform until FIN-LECTURE
               READ f-recev NEXT RECORD
                 AT END
                   SET FIN-LECTURE TO TRUE
                 NOT AT END
                   IF MAT-RC = MAT-A4
                    AND DATE-RC NOT > DATE-INVENTAIRE
                     perform 22100-CUMULE-CREANCE
                   ELSE
                     SET FIN-LECTURE TO TRUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       22100-CUMULE-CREANCE.
           IF ORIGINE-AVOIR
             continue
           ELSE
             MOVE MONTANT-DU-RC TO HT-CREANCE-W
             IF PENALITE-RC NUMERIC
               SUBTRACT PENALITE-RC FROM HT-CREANCE-W
             END-IF
             IF FRAIS-REJET-RC NUMERIC
               SUBTRACT FRAIS-REJET-RC FROM HT-CREANCE-W
             END-IF
             IF TAXE-RC NUMERIC
               SUBTRACT TAXE-RC FROM HT-CREANCE-W
             END-IF
             IF HT-CREANCE-W < 0
               MOVE 0 TO HT-CREANCE-W
             END-IF
             IF CREANCE-AVOIR
               SUBTRACT HT-CREANCE-W FROM PRIME-FACTUREE-W
             ELSE
               ADD HT-CREANCE-W TO PRIME-FACTUREE-W
             END-IF
           END-IF
           .

      * Vehicule principal de la fiche, puis ceux de rang 2 et
      * plus, chacun pour sa prime totale bonus/malus.
       23000-VEHICULES-POLICE.
           MOVE 0 TO PRIME-THEO-POL-W
           MOVE 1 TO NB-VEH-POL
           MOVE 1 TO RANG-VP(1)
           MOVE TYPE-V-A4 TO TYPE-V-VP(1)
           CALL 'CALCBM' USING
            BY CONTENT PRIME-A4
            BY CONTENT TAUX-A4
            BY CONTENT BM-A4
            BY REFERENCE PRIME-BM-W
            BY REFERENCE PRIME-TOTALE-W
           MOVE PRIME-TOTALE-W TO PRIME-VP(1)
           ADD PRIME-TOTALE-W TO PRIME-THEO-POL-W
           IF CR-VEHIC < 10
             PERFORM VARYING IDX-RANG FROM 2 BY 1
                       UNTIL IDX-RANG > RANG-VEHIC-MAX
               MOVE MAT-A4 TO MAT-AV
               MOVE IDX-RANG TO RANG-AV
               READ f-vehic
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   perform 23100-AJOUTE-VEHICULE
               END-READ
             END-PERFORM
           END-IF
           .

       23100-AJOUTE-VEHICULE.
           ADD 1 TO NB-VEH-POL
           MOVE IDX-RANG TO RANG-VP(NB-VEH-POL)
           MOVE TYPE-V-AV TO TYPE-V-VP(NB-VEH-POL)
           CALL 'CALCBM' USING
            BY CONTENT PRIME-AV
            BY CONTENT TAUX-AV
            BY CONTENT BM-AV
            BY REFERENCE PRIME-BM-W
            BY REFERENCE PRIME-TOTALE-W
           MOVE PRIME-TOTALE-W TO PRIME-VP(NB-VEH-POL)
           ADD PRIME-TOTALE-W TO PRIME-THEO-POL-W
           .

      * La prime facturee se repartit sur les vehicules au prorata
      * de leur prime (le dernier prend le reste de l'arrondi) ; la
      * provision de chaque vehicule est sa part de prime au
      * prorata des jours non acquis.
       24000-REPARTIT-VEHICULES.
           MOVE PRIME-FACTUREE-W TO RESTE-PRIME-W
           PERFORM VARYING IDX-VP FROM 1 BY 1
                     UNTIL IDX-VP > NB-VEH-POL
             IF IDX-VP = NB-VEH-POL
               MOVE RESTE-PRIME-W TO PRIME-VEH-W
             ELSE
               IF PRIME-THEO-POL-W > 0
                 COMPUTE PRIME-VEH-W ROUNDED = PRIME-FACTUREE-W
                   * PRIME-VP(IDX-VP) / PRIME-THEO-POL-W
               ELSE
                 MOVE 0 TO PRIME-VEH-W
               END-IF
               IF PRIME-VEH-W > RESTE-PRIME-W
                 MOVE RESTE-PRIME-W TO PRIME-VEH-W
               END-IF
               SUBTRACT PRIME-VEH-W FROM RESTE-PRIME-W
             END-IF
             COMPUTE PROVISION-VEH-W ROUNDED = PRIME-VEH-W
               * JOURS-NON-ACQUIS-W / JOURS-TOTAL-W
             perform 24100-ECRIT-DETAIL
             perform 24500-CUMULE-VEHICULE
           END-PERFORM
           .

       24100-ECRIT-DETAIL.
           MOVE MAT-A4 TO MAT-D-F
           MOVE RANG-VP(IDX-VP) TO RANG-D-F
           MOVE TYPE-V-VP(IDX-VP) TO TYPE-D-F
           MOVE AGENCE-A4 TO AGENCE-D-F
           MOVE CP-A4(1:2) TO DEPT-D-F
           MOVE DEBUT-PERIODE-W TO DEBUT-D-F
           MOVE FIN-PERIODE-W TO FIN-D-F
           MOVE JOURS-NON-ACQUIS-W TO JOURS-NA-D-F
           MOVE JOURS-TOTAL-W TO JOURS-TOT-D-F
           MOVE PRIME-VEH-W TO PRIME-D-F
           MOVE PROVISION-VEH-W TO PROVISION-D-F
           WRITE e-detail FROM FORMAT-DETAIL
           .

      * Le nombre compte les vehicules a chaque niveau.
       24500-CUMULE-VEHICULE.
           ADD 1 TO CPT-VEHICULES
           IF CP-A4(1:2) NUMERIC AND CP-A4(1:2) > '00'
             MOVE CP-A4(1:2) TO IDX-DEPT
           ELSE
             MOVE 100 TO IDX-DEPT
           END-IF
           ADD 1 TO NB-DEPT(IDX-DEPT)
           ADD PRIME-VEH-W TO PRIME-DEPT(IDX-DEPT)
           ADD PROVISION-VEH-W TO PROV-DEPT(IDX-DEPT)
           IF AGENCE-A4 = 0
             MOVE 100 TO IDX-AG
           ELSE
             MOVE AGENCE-A4 TO IDX-AG
           END-IF
           ADD 1 TO NB-AG(IDX-AG)
           ADD PRIME-VEH-W TO PRIME-AG(IDX-AG)
           ADD PROVISION-VEH-W TO PROV-AG(IDX-AG)
           MOVE TYPE-V-VP(IDX-VP) TO TYPE-CHERCHE-W
           perform 24600-POSTE-DU-TYPE
           IF IDX-TROUVE > 0
             ADD 1 TO NB-TYPE(IDX-TROUVE)
             ADD PRIME-VEH-W TO PRIME-TYPE(IDX-TROUVE)
             ADD PROVISION-VEH-W TO PROV-TYPE(IDX-TROUVE)
           END-IF
           ADD 1 TO TOT-NB
           ADD PRIME-VEH-W TO TOT-PRIME
           ADD PROVISION-VEH-W TO TOT-PROVISION
           .

      * Poste du type de vehicule TYPE-CHERCHE-W, ouvert au
      * premier passage (IDX-TROUVE a zero si la table est pleine).
       24600-POSTE-DU-TYPE.
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-TYPE FROM 1 BY 1
                     UNTIL IDX-TYPE > NB-TYPES
             IF CODE-TYPE(IDX-TYPE) = TYPE-CHERCHE-W
               MOVE IDX-TYPE TO IDX-TROUVE
             END-IF
           END-PERFORM
           IF IDX-TROUVE = 0
             IF NB-TYPES < 20
               ADD 1 TO NB-TYPES
               MOVE NB-TYPES TO IDX-TROUVE
               MOVE TYPE-CHERCHE-W TO CODE-TYPE(IDX-TROUVE)
             ELSE
               ADD 1 TO CPT-HORS-TABLE
               DISPLAY 'TYPE NON CUMULE (TABLE PLEINE) : '
                       TYPE-CHERCHE-W
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

       25000-EDITE-RAPPORT.
           MOVE DATE-INVENTAIRE TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-PPNA
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-ENTETE-PPNA
           MOVE 'PAR DEPARTEMENT' TO LIB-SECTION-F
           perform 25900-EDITE-SECTION
           PERFORM VARYING IDX-DEPT FROM 1 BY 1 UNTIL IDX-DEPT > 100
             IF NB-DEPT(IDX-DEPT) > 0 OR PREC-DEPT(IDX-DEPT) > 0
               IF IDX-DEPT = 100
                 MOVE 'ND' TO CLE-L-F
               ELSE
                 MOVE SPACE TO CLE-L-F
                 MOVE IDX-DEPT(2:2) TO CLE-L-F(1:2)
               END-IF
               MOVE NB-DEPT(IDX-DEPT) TO NB-L-F
               MOVE PRIME-DEPT(IDX-DEPT) TO PRIME-L-F
               MOVE PROV-DEPT(IDX-DEPT) TO PROVISION-L-F
               MOVE PREC-DEPT(IDX-DEPT) TO PREC-L-F
               COMPUTE VARIATION-W = PROV-DEPT(IDX-DEPT)
                 - PREC-DEPT(IDX-DEPT)
               perform 25800-ECRIT-LIGNE
             END-IF
           END-PERFORM
           MOVE 'PAR AGENCE' TO LIB-SECTION-F
           perform 25900-EDITE-SECTION
           PERFORM VARYING IDX-AG FROM 1 BY 1 UNTIL IDX-AG > 100
             IF NB-AG(IDX-AG) > 0 OR PREC-AG(IDX-AG) > 0
               IF IDX-AG = 100
                 MOVE 'SS-AG' TO CLE-L-F
               ELSE
                 MOVE SPACE TO CLE-L-F
                 MOVE IDX-AG TO CLE-L-F(1:3)
               END-IF
               MOVE NB-AG(IDX-AG) TO NB-L-F
               MOVE PRIME-AG(IDX-AG) TO PRIME-L-F
               MOVE PROV-AG(IDX-AG) TO PROVISION-L-F
               MOVE PREC-AG(IDX-AG) TO PREC-L-F
               COMPUTE VARIATION-W = PROV-AG(IDX-AG) - PREC-AG(IDX-AG)
               perform 25800-ECRIT-LIGNE
             END-IF
           END-PERFORM
           MOVE 'PAR TYPE DE VEHICULE' TO LIB-SECTION-F
           perform 25900-EDITE-SECTION
           PERFORM VARYING IDX-TYPE FROM 1 BY 1
                     UNTIL IDX-TYPE > NB-TYPES
             MOVE SPACE TO CLE-L-F
             MOVE CODE-TYPE(IDX-TYPE) TO CLE-L-F(1:1)
             MOVE NB-TYPE(IDX-TYPE) TO NB-L-F
             MOVE PRIME-TYPE(IDX-TYPE) TO PRIME-L-F
             MOVE PROV-TYPE(IDX-TYPE) TO PROVISION-L-F
             MOVE PREC-TYPE(IDX-TYPE) TO PREC-L-F
             COMPUTE VARIATION-W = PROV-TYPE(IDX-TYPE)
               - PREC-TYPE(IDX-TYPE)
             perform 25800-ECRIT-LIGNE
           END-PERFORM
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'TOTAL' TO CLE-L-F
           MOVE TOT-NB TO NB-L-F
           MOVE TOT-PRIME TO PRIME-L-F
           MOVE TOT-PROVISION TO PROVISION-L-F
           MOVE TOT-PREC TO PREC-L-F
           COMPUTE VARIATION-W = TOT-PROVISION - TOT-PREC
           perform 25800-ECRIT-LIGNE
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE CPT-NON-FACTUREES TO NB-NF-F
           MOVE PRIME-NON-FACTUREE TO PRIME-NF-F
           WRITE ligne-rapport FROM FORMAT-NON-FACTUREES
           .

       25800-ECRIT-LIGNE.
           MOVE VARIATION-W TO VARIATION-L-F
           WRITE ligne-rapport FROM FORMAT-LIGNE-PPNA
           .

       25900-EDITE-SECTION.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           WRITE ligne-rapport FROM FORMAT-SECTION-PPNA
           .

      * Provisions du mois dans le cumul, pour la variation du
      * prochain inventaire.
       26000-ECRIT-CUMUL.
           IF NOT PERIODE-DEJA-CUMULEE
             PERFORM VARYING IDX-DEPT FROM 1 BY 1
                       UNTIL IDX-DEPT > 100
               IF NB-DEPT(IDX-DEPT) > 0
                 MOVE SPACE TO e-cumul
                 MOVE 'D' TO NIVEAU-PC
                 MOVE IDX-DEPT TO CLE-9-PC
                 MOVE NB-DEPT(IDX-DEPT) TO NB-PC
                 MOVE PRIME-DEPT(IDX-DEPT) TO PRIME-PC
                 MOVE PROV-DEPT(IDX-DEPT) TO PROVISION-PC
                 perform 26500-ECRIT-UN-CUMUL
               END-IF
             END-PERFORM
             PERFORM VARYING IDX-AG FROM 1 BY 1 UNTIL IDX-AG > 100
               IF NB-AG(IDX-AG) > 0
                 MOVE SPACE TO e-cumul
                 MOVE 'A' TO NIVEAU-PC
                 MOVE IDX-AG TO CLE-9-PC
                 MOVE NB-AG(IDX-AG) TO NB-PC
                 MOVE PRIME-AG(IDX-AG) TO PRIME-PC
                 MOVE PROV-AG(IDX-AG) TO PROVISION-PC
                 perform 26500-ECRIT-UN-CUMUL
               END-IF
             END-PERFORM
             PERFORM VARYING IDX-TYPE FROM 1 BY 1
                       UNTIL IDX-TYPE > NB-TYPES
               IF NB-TYPE(IDX-TYPE) > 0
                 MOVE SPACE TO e-cumul
                 MOVE 'V' TO NIVEAU-PC
                 MOVE CODE-TYPE(IDX-TYPE) TO CLE-PC(1:1)
                 MOVE NB-TYPE(IDX-TYPE) TO NB-PC
                 MOVE PRIME-TYPE(IDX-TYPE) TO PRIME-PC
                 MOVE PROV-TYPE(IDX-TYPE) TO PROVISION-PC
                 perform 26500-ECRIT-UN-CUMUL
               END-IF
             END-PERFORM
             MOVE SPACE TO e-cumul
             MOVE 'T' TO NIVEAU-PC
             MOVE TOT-NB TO NB-PC
             MOVE TOT-PRIME TO PRIME-PC
             MOVE TOT-PROVISION TO PROVISION-PC
             perform 26500-ECRIT-UN-CUMUL
           END-IF
           .

       26500-ECRIT-UN-CUMUL.
           MOVE PERIODE-INV-9 TO PERIODE-PC
           WRITE e-cumul
           .

      * Provision de cloture et celle du mois precedent : la
      * comptabilite passe la dotation ('+') ou la reprise ('-').
       27000-ECRIT-RECAPITULATIF.
           MOVE SPACE TO e-pnasum
           MOVE PERIODE-INV-9 TO PERIODE-PS
           MOVE TOT-PROVISION TO PROVISION-FIN-PS
           MOVE TOT-PREC TO PROVISION-PREC-PS
           IF TOT-PROVISION < TOT-PREC
             MOVE '-' TO SENS-PS
             COMPUTE VARIATION-PS = TOT-PREC - TOT-PROVISION
           ELSE
             MOVE '+' TO SENS-PS
             COMPUTE VARIATION-PS = TOT-PROVISION - TOT-PREC
           END-IF
           WRITE e-pnasum
           .

       30000-END-PGM.
           CLOSE f-snapshot f-vehic f-recev f-detail f-rapport
                 f-pnasum
           IF NOT PERIODE-DEJA-CUMULEE
             CLOSE f-cumul
           END-IF
           DISPLAY 'DATE D''INVENTAIRE    : ' DATE-INVENTAIRE
           DISPLAY 'POLICES LUES         : ' CPT-POLICES
           DISPLAY 'VEHICULES PROVISIONNES : ' CPT-VEHICULES
           DISPLAY 'POLICES NON FACTUREES : ' CPT-NON-FACTUREES
           DISPLAY 'PROVISION DE CLOTURE : ' TOT-PROVISION
           DISPLAY 'PROVISION PRECEDENTE : ' TOT-PREC
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
