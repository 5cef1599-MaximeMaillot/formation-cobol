       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJDACC.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Demande d'acces d'une personne a ses donnees : reference de
      * la demande en 1-10, critere en 11 (M matricule, N nom et
      * adresse), matricule en 12-17, nom en 18-37, rue en 38-55,
      * code postal en 56-60, date de reception AAAAMMJJ en 61-68,
      * code de l'agent qui instruit la demande en 69-76.
           SELECT f-param ASSIGN DACCPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Master et sauvegarde des fiches parties : une recherche par
      * nom et adresse les parcourt en entier, la normalisation
      * etant celle du criblage (CRIBRES).
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

           SELECT OPTIONAL f-assures-bak ASSIGN ASSUR3SV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-X3SV
            FILE STATUS IS CR-ASSURES-BAK.

      * Fichiers cles par matricule, lus par cle ou par debut de
      * cle ; un fichier absent est signale dans sa section.
           SELECT OPTIONAL f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

           SELECT OPTIONAL f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

           SELECT OPTIONAL f-notes ASSIGN DDNOTES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-NT
            FILE STATUS IS CR-NOTES.

           SELECT OPTIONAL f-sinist ASSIGN DDSINIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-SIN
            FILE STATUS IS CR-SINIST.

           SELECT OPTIONAL f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

           SELECT OPTIONAL f-balanc ASSIGN DDBALANC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X-BC
            FILE STATUS IS CR-BALANC.

           SELECT OPTIONAL f-quittarc ASSIGN DDQUITA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-QA
            FILE STATUS IS CR-QUITTARC.

      * Fichiers chronologiques, parcourus une fois pour toutes les
      * polices de la personne.
           SELECT OPTIONAL f-histprm ASSIGN DDHISTPR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-HISTPRM.

           SELECT OPTIONAL f-journal ASSIGN DDJOURNL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.

           SELECT OPTIONAL f-audit ASSIGN DDAUDIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      * Dossier remis a la personne, une section par source.
           SELECT f-dossier ASSIGN DDDACDOS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-DOSSIER.

      * Registre des demandes d'acces pour le delegue a la
      * protection des donnees, cumule de run en run.
           SELECT f-registre ASSIGN DDDACLOG
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REGISTRE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 REF-DEM                    PIC X(10).
         05 CRITERE-DEM                PIC X(1).
           88 DEMANDE-PAR-MATRICULE    VALUE 'M'.
           88 DEMANDE-PAR-NOM          VALUE 'N'.
         05 MAT-DEM                    PIC X(6).
         05 NOM-DEM                    PIC X(20).
         05 RUE-DEM                    PIC X(18).
         05 CP-DEM                     PIC X(5).
         05 DATE-RECEPT-DEM            PIC X(8).
         05 AGENT-DEM                  PIC X(8).
         05                            PIC X(4).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-assures-bak.
       01 e-assures-bak.
           COPY CASSURE3SV.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-notes.
       01 e-note.
           COPY CNOTE.

       fd f-sinist.
       01 e-sinist.
           COPY CSINIST.

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-balanc.
       01 e-balanc.
           COPY CBALANC.

       fd f-quittarc.
       01 e-quittarc.
           COPY CQUITARC.

       fd f-histprm.
       01 e-histprm.
           COPY CHISTPRM.

       fd f-journal.
       01 e-journal.
           COPY CJOURMVT.

       fd f-audit.
       01 e-audit.
           COPY CAUDIT.

       fd f-dossier.
       01 ligne-dossier                PIC X(80).

       fd f-registre.
       01 e-registre.
         05 DATE-DR                    PIC 9(8).
         05 HEURE-DR                   PIC 9(6).
         05 REF-DR                     PIC X(10).
         05 CRITERE-DR                 PIC X(1).
         05 VALEUR-DR                  PIC X(20).
         05 AGENT-DR                   PIC X(8).
         05 DATE-RECEPT-DR             PIC X(8).
         05 NB-POLICES-DR              PIC 9(3).
         05 NB-ENREG-DR                PIC 9(7).
         05                            PIC X(9).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
         88 EOF-ASSURES4 VALUE 10.
       01 CR-ASSURES-BAK                 PIC 99.
         88 EOF-ASSURES-BAK VALUE 10.
       01 CR-VEHIC                       PIC 99.
       01 CR-CONDUC                      PIC 99.
       01 CR-NOTES                       PIC 99.
         88 EOF-NOTES VALUE 10.
       01 CR-SINIST                      PIC 99.
         88 EOF-SINIST VALUE 10.
       01 CR-RECEV                       PIC 99.
         88 EOF-RECEV VALUE 10.
       01 CR-BALANC                      PIC 99.
       01 CR-QUITTARC                    PIC 99.
         88 EOF-QUITTARC VALUE 10.
       01 CR-HISTPRM                     PIC 99.
         88 EOF-HISTPRM VALUE 10.
       01 CR-JOURNAL                     PIC 99.
         88 EOF-JOURNAL VALUE 10.
       01 CR-AUDIT                       PIC 99.
         88 EOF-AUDIT VALUE 10.
       01 CR-DOSSIER                     PIC 99.
       01 CR-REGISTRE                    PIC 99.

      * Normalisation du nom et de l'adresse, celle du criblage.
       01 CRIBLE-W.
           COPY CCRIBLE.
       77 PREFIXE-DEMANDE                PIC X(43).

      * Polices de la personne : trouvees au master ou a la
      * sauvegarde, plus le matricule d'origine d'une police
      * transferee (son passe est sous l'ancien numero).
       77 NB-MAT-MAX                     PIC 9(3) VALUE 50.
       01 TAB-MAT.
         05 NB-MAT                       PIC 9(3) VALUE 0.
         05 MAT-T                        PIC 9(6) OCCURS 50.
       77 IDX-MAT                        PIC 9(3).
       77 MAT-W                          PIC 9(6).
       77 MAT-TROUVE-SW                  PIC X(1).
         88 MAT-DE-LA-PERSONNE VALUE 'O'.

       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.
       77 RANG-COND-MAX                  PIC 99 VALUE 10.
       77 IDX-RANG                       PIC 99.

       77 CPT-SECTION                    PIC 9(5).
       77 CPT-ENREG                      PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 TIME-F.
         05 HOUR-F                       PIC 99.
         05 MINUTE-F                     PIC 99.
         05 SECOND-F                     PIC 99.
         05                              PIC 99.

      * Zones editees pour la composition des lignes.
       77 MNT1-ED                        PIC Z(5)9,99.
       77 MNT2-ED                        PIC Z(5)9,99.
       77 MNT3-ED                        PIC Z(5)9,99.
       77 SOLDE-ED                       PIC -(7)9,99.
       77 TAUX1-ED                       PIC Z9.
       77 TAUX2-ED                       PIC Z9.
       77 CPT-ED                         PIC Z(4)9.

       01 FORMAT-TITRE-DA.
         05                              PIC X(36)
           VALUE 'DOSSIER DE DROIT D''ACCES - DEMANDE '.
         05 REF-TITRE-F                  PIC X(10).
         05                              PIC X(11) VALUE ' - EDITE LE'.
         05                              PIC X(1).
         05 DATE-TITRE-F                 PIC 9(8).
         05                              PIC X(14).

       01 FORMAT-SECTION-DA.
         05                              PIC X(4) VALUE '*** '.
         05 LIB-SECTION-F                PIC X(40).
         05                              PIC X(36).

       01 FORMAT-ZONE-DA.
         05                              PIC X(2).
         05 LIB-ZONE-F                   PIC X(22).
         05                              PIC X(2) VALUE ': '.
         05 VAL-ZONE-F                   PIC X(54).

       01 FORMAT-DETAIL-DA.
         05                              PIC X(2).
         05 LIB-DETAIL-F                 PIC X(78).

       01 FORMAT-FIN-SECTION-DA.
         05                              PIC X(2).
         05 CPT-SECTION-F                PIC Z(4)9.
         05                              PIC X(18)
           VALUE ' ENREGISTREMENT(S)'.
         05                              PIC X(55).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 15000-RECHERCHE-POLICES
           PERFORM 21000-SECTION-POLICES
           PERFORM 22000-SECTION-VEHICULES
           PERFORM 23000-SECTION-CONDUCTEURS
           PERFORM 24000-SECTION-NOTES
           PERFORM 25000-SECTION-SINISTRES
           PERFORM 26000-SECTION-CREANCES
           PERFORM 26500-SECTION-COMPTE
           PERFORM 27000-SECTION-QUITTANCES
           PERFORM 28000-SECTION-HISTPRM
           PERFORM 28500-SECTION-JOURNAL
           PERFORM 29000-SECTION-AUDIT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           OPEN INPUT f-param
           IF CR-PARAM > 0
             DISPLAY 'ERROR DACCPRM : ' CR-PARAM
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           READ f-param
             AT END
               DISPLAY 'DEMANDE D''ACCES ABSENTE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-READ
           CLOSE f-param
           IF REF-DEM = SPACE
            OR (DEMANDE-PAR-MATRICULE AND MAT-DEM NOT NUMERIC)
            OR (DEMANDE-PAR-NOM
                AND (NOM-DEM = SPACE OR CP-DEM NOT NUMERIC))
            OR NOT (DEMANDE-PAR-MATRICULE OR DEMANDE-PAR-NOM)
             DISPLAY 'DEMANDE D''ACCES INCOMPLETE : ' e-param
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures-bak f-vehic f-conduc f-notes f-sinist
                      f-recev f-balanc f-quittarc f-histprm
                      f-journal f-audit
           OPEN OUTPUT f-dossier
           MOVE REF-DEM TO REF-TITRE-F
           MOVE DATE-JOUR TO DATE-TITRE-F
           WRITE ligne-dossier FROM FORMAT-TITRE-DA
           MOVE SPACE TO ligne-dossier
           WRITE ligne-dossier
           MOVE 'DEMANDE' TO LIB-SECTION-F
           WRITE ligne-dossier FROM FORMAT-SECTION-DA
           MOVE 'RECUE LE' TO LIB-ZONE-F
           MOVE DATE-RECEPT-DEM TO VAL-ZONE-F
           WRITE ligne-dossier FROM FORMAT-ZONE-DA
           IF DEMANDE-PAR-MATRICULE
             MOVE 'MATRICULE' TO LIB-ZONE-F
             MOVE MAT-DEM TO VAL-ZONE-F
             WRITE ligne-dossier FROM FORMAT-ZONE-DA
           ELSE
             MOVE 'NOM' TO LIB-ZONE-F
             MOVE NOM-DEM TO VAL-ZONE-F
             WRITE ligne-dossier FROM FORMAT-ZONE-DA
             MOVE 'ADRESSE' TO LIB-ZONE-F
             MOVE SPACE TO VAL-ZONE-F
             STRING RUE-DEM ' ' CP-DEM DELIMITED BY SIZE
               INTO VAL-ZONE-F
             END-STRING
             WRITE ligne-dossier FROM FORMAT-ZONE-DA
           END-IF
           .

      * ------- Polices de la personne -----------------------------
       15000-RECHERCHE-POLICES.
           IF DEMANDE-PAR-MATRICULE
             MOVE MAT-DEM TO MAT-W
             perform 19000-AJOUTE-MAT
             MOVE MAT-DEM TO MAT-X4
             READ f-assures4
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF MAT-ORIGINE-A4 NUMERIC AND MAT-ORIGINE-A4 > 0
                   MOVE MAT-ORIGINE-A4 TO MAT-W
                   perform 19000-AJOUTE-MAT
                 END-IF
             END-READ
           ELSE
             SET CRIBLE-NORMALISE TO TRUE
             MOVE NOM-DEM TO NOM-CR
             MOVE RUE-DEM TO RUE-CR
             MOVE CP-DEM TO CP-CR
             MOVE SPACE TO IMMAT-CR
             CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
             MOVE CLE-NORM-CR(1:43) TO PREFIXE-DEMANDE
             perform 16000-PARCOURT-MASTER
             perform 17000-PARCOURT-SAUVEGARDE
           END-IF
           .

       16000-PARCOURT-MASTER.
           MOVE LOW-VALUE TO MAT-X4
           START f-assures4 KEY IS NOT LESS THAN MAT-X4
             INVALID KEY
               MOVE 10 TO CR-ASSURES4
           END-START
           perform until EOF-ASSURES4
             READ f-assures4 NEXT RECORD
               AT END
                 continue
               NOT AT END
                 MOVE NOM-PRE-A4 TO NOM-CR
                 MOVE RUE-A4 TO RUE-CR
                 MOVE CP-A4 TO CP-CR
                 CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
                 IF CLE-NORM-CR(1:43) = PREFIXE-DEMANDE
                   MOVE MAT-A4 TO MAT-W
                   perform 19000-AJOUTE-MAT
                   IF MAT-ORIGINE-A4 NUMERIC AND MAT-ORIGINE-A4 > 0
                     MOVE MAT-ORIGINE-A4 TO MAT-W
                     perform 19000-AJOUTE-MAT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       17000-PARCOURT-SAUVEGARDE.
           IF CR-ASSURES-BAK < 10
             MOVE LOW-VALUE TO MAT-X3SV
             START f-assures-bak KEY IS NOT LESS THAN MAT-X3SV
               INVALID KEY
                 MOVE 10 TO CR-ASSURES-BAK
             END-START
             perform until EOF-ASSURES-BAK
               READ f-assures-bak NEXT RECORD
                 AT END
                   continue
                 NOT AT END
                   MOVE NOM-PRE-A3SV TO NOM-CR
                   MOVE RUE-A3SV TO RUE-CR
                   MOVE CP-A3SV TO CP-CR
                   CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
                   IF CLE-NORM-CR(1:43) = PREFIXE-DEMANDE
                     MOVE MAT-A3SV TO MAT-W
                     perform 19000-AJOUTE-MAT
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       18000-CHERCHE-MAT.
           MOVE 'N' TO MAT-TROUVE-SW
           PERFORM VARYING IDX-MAT FROM 1 BY 1
                     UNTIL IDX-MAT > NB-MAT OR MAT-DE-LA-PERSONNE
             IF MAT-T(IDX-MAT) = MAT-W
               SET MAT-DE-LA-PERSONNE TO TRUE
             END-IF
           END-PERFORM
           .

       19000-AJOUTE-MAT.
           perform 18000-CHERCHE-MAT
           IF NOT MAT-DE-LA-PERSONNE
             IF NB-MAT < NB-MAT-MAX
               ADD 1 TO NB-MAT
               MOVE MAT-W TO MAT-T(NB-MAT)
             ELSE
               DISPLAY 'PLUS DE ' NB-MAT-MAX ' POLICES - MATRICULE '
                       MAT-W ' NON REPRIS'
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           .

      * ------- Outils d'edition -----------------------------------
       20000-OUVRE-SECTION.
           MOVE SPACE TO ligne-dossier
           WRITE ligne-dossier
           WRITE ligne-dossier FROM FORMAT-SECTION-DA
           MOVE 0 TO CPT-SECTION
           .

       20100-FERME-SECTION.
           MOVE CPT-SECTION TO CPT-SECTION-F
           WRITE ligne-dossier FROM FORMAT-FIN-SECTION-DA
           ADD CPT-SECTION TO CPT-ENREG
           .

       20200-ECRIT-DETAIL.
           WRITE ligne-dossier FROM FORMAT-DETAIL-DA
           MOVE SPACE TO LIB-DETAIL-F
           .

       20300-ECRIT-ZONE.
           WRITE ligne-dossier FROM FORMAT-ZONE-DA
           MOVE SPACE TO VAL-ZONE-F
           .

      * ------- Fiches police --------------------------------------
       21000-SECTION-POLICES.
           MOVE 'POLICES (ASSUR4 / ASSUR3SV)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF NB-MAT = 0
             MOVE 'AUCUNE POLICE AU NOM DE LA PERSONNE'
               TO LIB-DETAIL-F
             perform 20200-ECRIT-DETAIL
           END-IF
           PERFORM VARYING IDX-MAT FROM 1 BY 1 UNTIL IDX-MAT > NB-MAT
             MOVE MAT-T(IDX-MAT) TO MAT-X4
             READ f-assures4
               INVALID KEY
                 perform 21500-EDITE-SAUVEGARDE
               NOT INVALID KEY
                 perform 21100-EDITE-FICHE
             END-READ
           END-PERFORM
           perform 20100-FERME-SECTION
           .

       21100-EDITE-FICHE.
           ADD 1 TO CPT-SECTION
           MOVE SPACE TO VAL-ZONE-F
           MOVE 'MATRICULE' TO LIB-ZONE-F
           MOVE MAT-X4 TO VAL-ZONE-F
           perform 20300-ECRIT-ZONE
           MOVE 'NOM PRENOM' TO LIB-ZONE-F
           MOVE NOM-PRE-A4 TO VAL-ZONE-F
           perform 20300-ECRIT-ZONE
           MOVE 'ADRESSE' TO LIB-ZONE-F
           STRING RUE-A4 ' ' CP-A4 ' ' VILLE-A4 DELIMITED BY SIZE
             INTO VAL-ZONE-F
           END-STRING
           perform 20300-ECRIT-ZONE
           MOVE 'TELEPHONE / COURRIEL' TO LIB-ZONE-F
           STRING TEL-A4 ' ' EMAIL-A4 DELIMITED BY SIZE
             INTO VAL-ZONE-F
           END-STRING
           perform 20300-ECRIT-ZONE
           MOVE 'RIB DU PRELEVEMENT' TO LIB-ZONE-F
           MOVE RIB-A4 TO VAL-ZONE-F
           perform 20300-ECRIT-ZONE
           MOVE PRIME-A4 TO MNT1-ED
           MOVE TAUX-A4 TO TAUX1-ED
           MOVE 'VEHICULE / PRIME' TO LIB-ZONE-F
           STRING 'TYPE ' TYPE-V-A4 ' PRIME ' MNT1-ED ' BM ' BM-A4
                  ' TAUX ' TAUX1-ED DELIMITED BY SIZE
             INTO VAL-ZONE-F
           END-STRING
           perform 20300-ECRIT-ZONE
           MOVE 'CONTRAT' TO LIB-ZONE-F
           STRING 'AGENCE ' AGENCE-A4 ' STATUT ' STATUT-A4
                  ' PERIODICITE ' FREQ-PAIE-A4
                  ' ANNIVERSAIRE ' DATE-ANNIV-A4 DELIMITED BY SIZE
             INTO VAL-ZONE-F
           END-STRING
           perform 20300-ECRIT-ZONE
           MOVE 'ORIGINE / FOYER' TO LIB-ZONE-F
           STRING 'MAT. ORIGINE ' MAT-ORIGINE-A4 ' FOYER ' FOYER-A4
                  ' NPAI ' ADRESSE-INVALIDE-A4 DELIMITED BY SIZE
             INTO VAL-ZONE-F
           END-STRING
           perform 20300-ECRIT-ZONE
           .

      * Police partie du master : la sauvegarde garde son dernier
      * etat connu.
       21500-EDITE-SAUVEGARDE.
           IF CR-ASSURES-BAK < 10
             MOVE MAT-T(IDX-MAT) TO MAT-X3SV
             READ f-assures-bak
               INVALID KEY
                 MOVE SPACE TO LIB-DETAIL-F
                 STRING MAT-X3SV ' : AUCUNE FICHE CONSERVEE'
                   DELIMITED BY SIZE INTO LIB-DETAIL-F
                 END-STRING
                 perform 20200-ECRIT-DETAIL
               NOT INVALID KEY
                 ADD 1 TO CPT-SECTION
                 MOVE SPACE TO VAL-ZONE-F
                 MOVE 'MATRICULE' TO LIB-ZONE-F
                 STRING MAT-X3SV ' (POLICE SORTIE, SAUVEGARDE DU '
                        DATE-SAUVEGARDE-A3SV ')' DELIMITED BY SIZE
                   INTO VAL-ZONE-F
                 END-STRING
                 perform 20300-ECRIT-ZONE
                 MOVE 'NOM PRENOM' TO LIB-ZONE-F
                 MOVE NOM-PRE-A3SV TO VAL-ZONE-F
                 perform 20300-ECRIT-ZONE
                 MOVE 'ADRESSE' TO LIB-ZONE-F
                 STRING RUE-A3SV ' ' CP-A3SV ' ' VILLE-A3SV
                   DELIMITED BY SIZE INTO VAL-ZONE-F
                 END-STRING
                 perform 20300-ECRIT-ZONE
                 MOVE PRIME-A3SV TO MNT1-ED
                 MOVE TAUX-A3SV TO TAUX1-ED
                 MOVE 'VEHICULE / PRIME' TO LIB-ZONE-F
                 STRING 'TYPE ' TYPE-V-A3SV ' PRIME ' MNT1-ED
                        ' BM ' BM-A3SV ' TAUX ' TAUX1-ED
                   DELIMITED BY SIZE INTO VAL-ZONE-F
                 END-STRING
                 perform 20300-ECRIT-ZONE
             END-READ
           END-IF
           .

      * ------- Vehicules ------------------------------------------
       22000-SECTION-VEHICULES.
           MOVE 'VEHICULES (ASSURVEH)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-VEHIC < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               PERFORM VARYING IDX-RANG FROM 1 BY 1
                         UNTIL IDX-RANG > RANG-VEHIC-MAX
                 MOVE MAT-T(IDX-MAT) TO MAT-AV
                 MOVE IDX-RANG TO RANG-AV
                 READ f-vehic
                   INVALID KEY
                     continue
                   NOT INVALID KEY
                     ADD 1 TO CPT-SECTION
                     MOVE PRIME-AV TO MNT1-ED
                     MOVE TAUX-AV TO TAUX1-ED
                     STRING MAT-AV '/' RANG-AV ' ' IMMAT-AV
                            ' TYPE ' TYPE-V-AV ' 1MEC ' DATE-1MEC-AV
                            ' USAGE ' USAGE-AV ' PRIME ' MNT1-ED
                            ' ' BM-AV TAUX1-ED DELIMITED BY SIZE
                       INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Conducteurs ----------------------------------------
       23000-SECTION-CONDUCTEURS.
           MOVE 'CONDUCTEURS (DDCONDUC)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-CONDUC < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               PERFORM VARYING IDX-RANG FROM 1 BY 1
                         UNTIL IDX-RANG > RANG-COND-MAX
                 MOVE MAT-T(IDX-MAT) TO MAT-CD
                 MOVE IDX-RANG TO RANG-CD
                 READ f-conduc
                   INVALID KEY
                     continue
                   NOT INVALID KEY
                     ADD 1 TO CPT-SECTION
                     STRING MAT-CD '/' RANG-CD ' ' NOM-CD
                            ' NE LE ' DATE-NAIS-CD
                            ' PERMIS ' DATE-PERMIS-CD
                            ' AJOUT ' DATE-AJOUT-CD DELIMITED BY SIZE
                       INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Notes du centre d'appel ----------------------------
       24000-SECTION-NOTES.
           MOVE 'NOTES DU CENTRE D''APPEL (DDNOTES)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-NOTES < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               MOVE MAT-T(IDX-MAT) TO MAT-NT
               MOVE 0 TO DATE-NT HEURE-NT
               MOVE 0 TO CR-NOTES
               START f-notes KEY IS NOT LESS THAN CLE-NT
                 INVALID KEY
                   MOVE 10 TO CR-NOTES
               END-START
               perform until EOF-NOTES
                 READ f-notes NEXT RECORD
                   AT END
                     continue
                   NOT AT END
                     IF MAT-NT NOT = MAT-T(IDX-MAT)
                       MOVE 10 TO CR-NOTES
                     ELSE
                       ADD 1 TO CPT-SECTION
                       STRING MAT-NT ' ' DATE-NT ' ' HEURE-NT ' '
                              OPERATEUR-NT DELIMITED BY SIZE
                         INTO LIB-DETAIL-F
                       END-STRING
                       perform 20200-ECRIT-DETAIL
                       MOVE TEXTE-NT TO LIB-DETAIL-F(8:60)
                       perform 20200-ECRIT-DETAIL
                     END-IF
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Sinistres ------------------------------------------
       25000-SECTION-SINISTRES.
           MOVE 'SINISTRES (DDSINIST)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-SINIST < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               MOVE MAT-T(IDX-MAT) TO MAT-SIN
               MOVE 0 TO NUM-SIN
               MOVE 0 TO CR-SINIST
               START f-sinist KEY IS NOT LESS THAN CLE-X-SIN
                 INVALID KEY
                   MOVE 10 TO CR-SINIST
               END-START
               perform until EOF-SINIST
                 READ f-sinist NEXT RECORD
                   AT END
                     continue
                   NOT AT END
                     IF MAT-SIN NOT = MAT-T(IDX-MAT)
                       MOVE 10 TO CR-SINIST
                     ELSE
                       ADD 1 TO CPT-SECTION
                       MOVE MONTANT-SIN TO MNT1-ED
                       IF RESERVE-SIN NUMERIC
                         MOVE RESERVE-SIN TO MNT2-ED
                       ELSE
                         MOVE 0 TO MNT2-ED
                       END-IF
                       STRING MAT-SIN '/' NUM-SIN ' DU ' DATE-SIN
                              ' TYPE ' TYPE-SIN ' RESP ' RESP-SIN
                              ' STATUT ' STATUT-SIN
                              ' MONTANT ' MNT1-ED
                              ' RESTE ' MNT2-ED DELIMITED BY SIZE
                         INTO LIB-DETAIL-F
                       END-STRING
                       perform 20200-ECRIT-DETAIL
                     END-IF
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Creances -------------------------------------------
       26000-SECTION-CREANCES.
           MOVE 'CREANCES ET AVOIRS (DDRECEV)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-RECEV < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               MOVE MAT-T(IDX-MAT) TO MAT-RC
               MOVE 0 TO DATE-RC
               MOVE 0 TO CR-RECEV
               START f-recev KEY IS NOT LESS THAN CLE-X-RC
                 INVALID KEY
                   MOVE 10 TO CR-RECEV
               END-START
               perform until EOF-RECEV
                 READ f-recev NEXT RECORD
                   AT END
                     continue
                   NOT AT END
                     IF MAT-RC NOT = MAT-T(IDX-MAT)
                       MOVE 10 TO CR-RECEV
                     ELSE
                       ADD 1 TO CPT-SECTION
                       MOVE MONTANT-DU-RC TO MNT1-ED
                       MOVE MONTANT-REGLE-RC TO MNT2-ED
                       IF PENALITE-RC NUMERIC
                         MOVE PENALITE-RC TO MNT3-ED
                       ELSE
                         MOVE 0 TO MNT3-ED
                       END-IF
                       STRING MAT-RC ' EMISE ' DATE-RC ' SENS '
                              SENS-RC ' DU ' MNT1-ED ' REGLE '
                              MNT2-ED ' PENAL. ' MNT3-ED ' '
                              STATUT-RC DELIMITED BY SIZE
                         INTO LIB-DETAIL-F
                       END-STRING
                       perform 20200-ECRIT-DETAIL
                     END-IF
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

       26500-SECTION-COMPTE.
           MOVE 'COMPTE CLIENT (DDBALANC)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-BALANC < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               MOVE MAT-T(IDX-MAT) TO MAT-BC
               READ f-balanc
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   ADD 1 TO CPT-SECTION
                   MOVE SOLDE-BC TO SOLDE-ED
                   STRING MAT-BC ' SOLDE ' SOLDE-ED
                          ' MIS A JOUR LE ' DATE-MAJ-BC
                          DELIMITED BY SIZE INTO LIB-DETAIL-F
                   END-STRING
                   perform 20200-ECRIT-DETAIL
               END-READ
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Quittances archivees -------------------------------
       27000-SECTION-QUITTANCES.
           MOVE 'QUITTANCES (DDQUITA)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-QUITTARC < 10
             PERFORM VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NB-MAT
               MOVE MAT-T(IDX-MAT) TO MAT-QA
               MOVE 0 TO DATE-QA
               MOVE 0 TO CR-QUITTARC
               START f-quittarc KEY IS NOT LESS THAN CLE-X-QA
                 INVALID KEY
                   MOVE 10 TO CR-QUITTARC
               END-START
               perform until EOF-QUITTARC
                 READ f-quittarc NEXT RECORD
                   AT END
                     continue
                   NOT AT END
                     IF MAT-QA NOT = MAT-T(IDX-MAT)
                       MOVE 10 TO CR-QUITTARC
                     ELSE
                       ADD 1 TO CPT-SECTION
                       MOVE PRIME-BASE-QA TO MNT1-ED
                       MOVE MONTANT-BM-QA TO MNT2-ED
                       MOVE TOTAL-QA TO MNT3-ED
                       STRING MAT-QA ' DU ' DATE-QA ' ' NOM-PRE-QA
                              ' BASE ' MNT1-ED ' TOTAL ' MNT3-ED
                              DELIMITED BY SIZE INTO LIB-DETAIL-F
                       END-STRING
                       perform 20200-ECRIT-DETAIL
                     END-IF
                 END-READ
               END-PERFORM
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Historique des primes ------------------------------
       28000-SECTION-HISTPRM.
           MOVE 'HISTORIQUE DES PRIMES (DDHISTPR)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-HISTPRM < 10
             perform until EOF-HISTPRM
               READ f-histprm
                 AT END
                   continue
                 NOT AT END
                   MOVE MAT-HP TO MAT-W
                   perform 18000-CHERCHE-MAT
                   IF MAT-DE-LA-PERSONNE
                     ADD 1 TO CPT-SECTION
                     MOVE ANC-PRIME-HP TO MNT1-ED
                     MOVE ANC-TAUX-HP TO TAUX1-ED
                     MOVE NOUV-PRIME-HP TO MNT2-ED
                     MOVE NOUV-TAUX-HP TO TAUX2-ED
                     STRING MAT-HP ' ' DATE-HP ' ' PROG-HP ' '
                            MNT1-ED '/' TAUX1-ED ' -> ' MNT2-ED
                            '/' TAUX2-ED DELIMITED BY SIZE
                       INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Journal avant/apres --------------------------------
      * Les images sont au decoupage de la fiche : matricule en
      * 1-6, puis nom, rue, code postal et ville en 7-61 ; c'est la
      * partie nominative qui est restituee, avant et apres.
       28500-SECTION-JOURNAL.
           MOVE 'JOURNAL DES MOUVEMENTS (DDJOURNL)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-JOURNAL < 10
             perform until EOF-JOURNAL
               READ f-journal
                 AT END
                   continue
                 NOT AT END
                   MOVE MAT-J TO MAT-W
                   perform 18000-CHERCHE-MAT
                   IF MAT-DE-LA-PERSONNE
                     ADD 1 TO CPT-SECTION
                     STRING MAT-J ' MOUVEMENT ' CODE-MVT-J ' DU '
                            DATE-J ' ' HEURE-J ' ' PROG-J
                            DELIMITED BY SIZE INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                     STRING '  AVANT : ' IMAGE-AVANT-J(7:55)
                            DELIMITED BY SIZE INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                     STRING '  APRES : ' IMAGE-APRES-J(7:55)
                            DELIMITED BY SIZE INTO LIB-DETAIL-F
                     END-STRING
                     perform 20200-ECRIT-DETAIL
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

      * ------- Piste d'audit --------------------------------------
      * Lignes dont la cle commence par le matricule ; les lignes
      * du catalogue des messages (PROJMAJE) ne concernent personne.
       29000-SECTION-AUDIT.
           MOVE 'PISTE D''AUDIT (DDAUDIT)' TO LIB-SECTION-F
           perform 20000-OUVRE-SECTION
           IF CR-AUDIT < 10
             perform until EOF-AUDIT
               READ f-audit
                 AT END
                   continue
                 NOT AT END
                   IF CLE-AU(1:6) NUMERIC AND PROG-AU NOT = 'PROJMAJE'
                     MOVE CLE-AU(1:6) TO MAT-W
                     perform 18000-CHERCHE-MAT
                     IF MAT-DE-LA-PERSONNE
                       perform 29100-EDITE-AUDIT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             perform 29900-FICHIER-ABSENT
           END-IF
           perform 20100-FERME-SECTION
           .

       29100-EDITE-AUDIT.
           ADD 1 TO CPT-SECTION
           STRING CLE-AU ' ' DATE-AU ' ' HEURE-AU ' ' PROG-AU
                  ' OPERATEUR ' OPERATEUR-AU DELIMITED BY SIZE
             INTO LIB-DETAIL-F
           END-STRING
           perform 20200-ECRIT-DETAIL
           STRING '  AVANT : ' IMAGE-AVANT-AU(1:66)
                  DELIMITED BY SIZE INTO LIB-DETAIL-F
           END-STRING
           perform 20200-ECRIT-DETAIL
           STRING '  APRES : ' IMAGE-APRES-AU(1:66)
                  DELIMITED BY SIZE INTO LIB-DETAIL-F
           END-STRING
           perform 20200-ECRIT-DETAIL
           .

       29900-FICHIER-ABSENT.
           MOVE 'FICHIER NON DISPONIBLE A L''EDITION' TO LIB-DETAIL-F
           perform 20200-ECRIT-DETAIL
           MOVE 4 TO RETURN-CODE
           .

      * La demande est inscrite au registre du delegue a la
      * protection des donnees, dossier vide compris.
       30000-END-PGM.
           OPEN EXTEND f-registre
           IF CR-REGISTRE > 0
             DISPLAY 'ERROR DDDACLOG : ' CR-REGISTRE
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE SPACE TO e-registre
             MOVE DATE-JOUR TO DATE-DR
             MOVE TIME-F(1:6) TO HEURE-DR
             MOVE REF-DEM TO REF-DR
             MOVE CRITERE-DEM TO CRITERE-DR
             IF DEMANDE-PAR-MATRICULE
               MOVE MAT-DEM TO VALEUR-DR
             ELSE
               MOVE NOM-DEM TO VALEUR-DR
             END-IF
             MOVE AGENT-DEM TO AGENT-DR
             MOVE DATE-RECEPT-DEM TO DATE-RECEPT-DR
             MOVE NB-MAT TO NB-POLICES-DR
             MOVE CPT-ENREG TO NB-ENREG-DR
             WRITE e-registre
             CLOSE f-registre
           END-IF
           MOVE SPACE TO ligne-dossier
           WRITE ligne-dossier
           MOVE CPT-ENREG TO CPT-ED
           STRING 'FIN DU DOSSIER - ' NB-MAT ' POLICE(S), ' CPT-ED
                  ' ENREGISTREMENT(S)' DELIMITED BY SIZE
             INTO ligne-dossier
           END-STRING
           WRITE ligne-dossier
           CLOSE f-assures4 f-assures-bak f-vehic f-conduc f-notes
                 f-sinist f-recev f-balanc f-quittarc f-histprm
                 f-journal f-audit f-dossier
           DISPLAY 'DEMANDE              : ' REF-DEM
           DISPLAY 'POLICES TROUVEES     : ' NB-MAT
           DISPLAY 'ENREGISTREMENTS      : ' CPT-ENREG
           STOP RUN
           .
