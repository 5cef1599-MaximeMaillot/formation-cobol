       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBABS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : mois traite AAAAMM en colonnes 1-6
      * (absent, le mois du run), jours de conges payes acquis par
      * mois 9V99 en colonnes 7-9 (absent, 2,50) et jours de RTT
      * acquis par mois 9V99 en colonnes 10-12 (absent, 1,00).
           SELECT OPTIONAL F-PARAM ASSIGN DDABSPRM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-PARAM.
      * Fichier du personnel tenu par COBRH.
           SELECT F-EMPLOYES ASSIGN DDEMPL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MATRICULE-EM
            FILE STATUS IS CR-EMPLOYES.
      * Mouvements d'absence du mois : creation ou annulation.
           SELECT F-MVTABS ASSIGN DDMVTABS
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-MVTABS.
      * Absences enregistrees, cle matricule + date de debut.
           SELECT F-ABSENCES ASSIGN DDABSEN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-AB
            FILE STATUS IS CR-ABSENCES.
      * Compteurs de conges payes et de RTT par salarie.
           SELECT F-SOLDES ASSIGN DDCONGE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MATRICULE-CG
            FILE STATUS IS CR-SOLDES.
      * Calendrier des jours feries (AAAAMMJJ), le meme que celui
      * de COBDATE. Absent : seuls les week-ends sont chomes.
           SELECT OPTIONAL F-FERIES ASSIGN DDFERIE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-FERIES.
      * Etat mensuel des soldes par salarie.
           SELECT F-ETAT ASSIGN DDABSRAP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-ETAT.
      * Jours sans solde du mois, repris par la paie COBPAIE.
           SELECT F-ABSPAIE ASSIGN DDABSPAI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-ABSPAIE.
      ****************************************************************
      *    D A T A   D I V I S I O N
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       fd F-PARAM.
       01 E-PARAM              PIC X(80).

       fd F-EMPLOYES
           DATA RECORD IS E-EMPLOYE.
       01 E-EMPLOYE.
         05 MATRICULE-EM       PIC X(6).
         05 NOM-EM             PIC A(12).
         05 PRENOM-EM          PIC A(10).
         05 TEL-FIXE-EM        PIC 9(10).
         05 TEL-PORT-EM        PIC 9(10).
         05 SALAIRE-EM         PIC S9(4)V9(2) COMP-3.
         05 QUALIFICATION-EM   PIC X(19).
         05 DATE-EMBAUCHE-EM.
           10 JOUR-EM          PIC 99.
           10 MOIS-EM          PIC 99.
           10 AN-EM            PIC 9999.
         05 DATE-DEPART-EM.
           10 JOUR-DEP-EM      PIC 99.
           10 MOIS-DEP-EM      PIC 99.
           10 AN-DEP-EM        PIC 9999.
         05                    PIC X(05).

      * Code mouvement : C creation, A annulation (par la cle
      * matricule + date de debut). Type : CP conges payes, MA
      * maladie, SS sans solde, RT RTT. Dates AAAAMMJJ, fin
      * comprise.
       fd F-MVTABS
           BLOCK CONTAINS 0
           DATA RECORD IS E-MVTABS.
       01 E-MVTABS.
         05 MATRICULE-MA       PIC X(6).
         05 CODE-MVT-MA        PIC X(1).
           88 MVT-CREATION     VALUE 'C'.
           88 MVT-ANNULATION   VALUE 'A'.
         05 TYPE-MA            PIC X(2).
           88 TYPE-VALIDE      VALUES 'CP' 'MA' 'SS' 'RT'.
         05 DEBUT-MA           PIC 9(8).
         05 FIN-MA             PIC 9(8).
         05                    PIC X(55).

       fd F-ABSENCES
           DATA RECORD IS E-ABSENCE.
       01 E-ABSENCE.
         05 CLE-AB.
           10 MATRICULE-AB     PIC X(6).
           10 DEBUT-AB         PIC 9(8).
         05 TYPE-AB            PIC X(2).
           88 ABS-CONGE-PAYE   VALUE 'CP'.
           88 ABS-MALADIE      VALUE 'MA'.
           88 ABS-SANS-SOLDE   VALUE 'SS'.
           88 ABS-RTT          VALUE 'RT'.
         05 FIN-AB             PIC 9(8).
      * Jours ouvres de l'absence, feries exclus
         05 JOURS-AB           PIC 9(3).
         05 DATE-SAISIE-AB     PIC 9(8).
         05                    PIC X(45).

      * Acquis cumules par les passages mensuels, pris par les
      * absences ; le dernier mois acquis evite de crediter deux
      * fois un mois relance.
       fd F-SOLDES
           DATA RECORD IS E-SOLDE.
       01 E-SOLDE.
         05 MATRICULE-CG       PIC X(6).
         05 CP-ACQUIS-CG       PIC 9(3)V99.
         05 CP-PRIS-CG         PIC 9(3)V99.
         05 RTT-ACQUIS-CG      PIC 9(3)V99.
         05 RTT-PRIS-CG        PIC 9(3)V99.
         05 DERNIER-MOIS-CG    PIC 9(6).
         05                    PIC X(48).

       fd F-FERIES.
       01 E-FERIE.
         05 DATE-FERIE         PIC 9(8).
         05                    PIC X(72).

       fd F-ETAT.
       01 LIGNE-ETAT           PIC X(80).

       fd F-ABSPAIE
           BLOCK CONTAINS 0
           DATA RECORD IS E-ABSPAIE.
       01 E-ABSPAIE.
         05 MATRICULE-AP       PIC X(6).
         05 MOIS-AP            PIC 9(6).
         05 JOURS-SS-AP        PIC 9(3).
         05 OUVRES-MOIS-AP     PIC 9(3).
         05                    PIC X(62).
      ****************************************************************
      *    W O R K I N G - S T O R A G E   S E C T I O N
      ****************************************************************
       WORKING-STORAGE SECTION.
       01 CR-PARAM              PIC 99.
       01 CR-EMPLOYES           PIC 99.
         88 EOF-EMPLOYES VALUE 10.
       01 CR-MVTABS             PIC 99.
         88 EOF-MVTABS VALUE 10.
       01 CR-ABSENCES           PIC 99.
         88 EOF-ABSENCES VALUE 10.
       01 CR-SOLDES             PIC 99.
         88 EOF-SOLDES VALUE 10.
       01 CR-FERIES             PIC 99.
         88 EOF-FERIES VALUE 10.
       01 CR-ETAT               PIC 99.
       01 CR-ABSPAIE            PIC 99.

      * Parametres et bornes du mois traite
       01 PARAM-W.
         05 MOIS-PRM            PIC X(6).
         05 CP-MOIS-PRM         PIC 9V99.
         05 CP-MOIS-PRM-X REDEFINES CP-MOIS-PRM PIC X(3).
         05 RTT-MOIS-PRM        PIC 9V99.
         05 RTT-MOIS-PRM-X REDEFINES RTT-MOIS-PRM PIC X(3).
         05                     PIC X(68).
       01 MOIS-TRAITE-W.
         05 ANNEE-TRAITE-W      PIC 9(4).
         05 MOIS-TRAITE-NUM-W   PIC 9(2).
       01 MOIS-TRAITE-9 REDEFINES MOIS-TRAITE-W PIC 9(6).
       77 CP-MOIS-W             PIC 9V99 VALUE 2,50.
       77 RTT-MOIS-W            PIC 9V99 VALUE 1,00.
       77 DEBUT-MOIS-W          PIC 9(8).
       77 FIN-MOIS-W            PIC 9(8).
       77 OUVRES-MOIS-W         PIC 9(3).

      * Jours feries charges du calendrier
       01 TAB-FERIES.
         05 FERIE-T             PIC 9(8) OCCURS 100.
       77 NB-FERIES             PIC 9(3) VALUE 0.
       77 IDX-FERIE             PIC 9(3).
       77 FERIE-SW              PIC X.
         88 DATE-FERIEE VALUE 'O'.
         88 DATE-NON-FERIEE VALUE 'N'.

      * Decompte des jours ouvres de DEBUT-CPT-W a FIN-CPT-W
       77 DEBUT-CPT-W           PIC 9(8).
       77 FIN-CPT-W             PIC 9(8).
       77 JOUR-CPT-W            PIC 9(8).
       77 NB-OUVRES-W           PIC 9(3).

      * Controle d'un mouvement
       77 DATE-EMB-W            PIC 9(8).
       77 DATE-DEP-W            PIC 9(8).
       77 CHEVAUCHE-SW          PIC X.
         88 ABSENCE-CHEVAUCHE VALUE 'O'.
       77 SOLDE-EXISTE-SW       PIC X.
         88 SOLDE-EXISTE VALUE 'O'.
       77 SOLDE-RESTANT-W       PIC S9(3)V99.
       77 MATRICULE-SOLDE-W     PIC X(6).
       77 MESSAGE-W             PIC X(50).

      * Jours du mois par type pour l'etat
       01 JOURS-MOIS-TYPE.
         05 CP-MOIS-J           PIC 9(3).
         05 RT-MOIS-J           PIC 9(3).
         05 MA-MOIS-J           PIC 9(3).
         05 SS-MOIS-J           PIC 9(3).

      * Zones d'appel des sous-programmes de dates partages
       77 FONCTION-CALC-W       PIC X(1).
       77 DATE1-CALC-W          PIC 9(8).
       77 DATE2-CALC-W          PIC 9(8).
       77 NBJOURS-CALC-W        PIC S9(5).
       77 JOURS-CALC-W          PIC S9(7).
       77 DATE-RESULT-CALC-W    PIC 9(8).
       77 VALIDE-CALC-W         PIC X(1).
       77 DATE-CTRL-W           PIC 9(8).
       77 VALIDE-CTRL-W         PIC X(1).
       77 WEEKDAY-CTRL-W        PIC 9(1).
       77 OUVRABLE-CTRL-W       PIC X(1).

      * Date du run
       01 DATE-C.
         05 YEAR-C              PIC 9(4).
         05 MONTH-C             PIC 9(2).
         05 DAY-C               PIC 9(2).
       01 DATE-C-9 REDEFINES DATE-C PIC 9(8).

      * Compteurs
       01 CPT.
         05 CPT-ACQUISITIONS    PIC 9(4) VALUE 0.
         05 CPT-MVT             PIC 9(4) VALUE 0.
         05 CPT-CREEES          PIC 9(4) VALUE 0.
         05 CPT-ANNULEES        PIC 9(4) VALUE 0.
         05 CPT-ERREURS         PIC 9(4) VALUE 0.
         05 CPT-SALARIES-ETAT   PIC 9(4) VALUE 0.
         05 CPT-ABSPAIE         PIC 9(4) VALUE 0.

      * Affichage d'une erreur, comme dans COBRH
       01 ERROR-F.
         05 MATRICULE-M        PIC X(11).
         05                    PIC X(2).
         05 TYPE-M             PIC X(7).
         05                    PIC X(2).
         05 ERROR-M            PIC X(50).

      * -------------------- Etat des soldes ----------------------
       01 FORMAT-ETAT-TITRE.
         05                     PIC X(35)
           VALUE 'ETAT DES CONGES ET ABSENCES MOIS  '.
         05 MOIS-ET-F           PIC 99.
         05                     PIC X(1) VALUE '/'.
         05 ANNEE-ET-F          PIC 9(4).
         05                     PIC X(18) VALUE '  JOURS OUVRES : '.
         05 OUVRES-ET-F         PIC Z9.
         05                     PIC X(18).
       01 FORMAT-ETAT-ENTETE-1.
         05                     PIC X(40) VALUE
           '                    ---- CONGES PAYES --'.
         05                     PIC X(40) VALUE
           '-- ------------ RTT ---  -- DU MOIS --  '.
       01 FORMAT-ETAT-ENTETE-2.
         05                     PIC X(40) VALUE
           'MATRIC NOM           ACQUIS   PRIS  SOLD'.
         05                     PIC X(40) VALUE
           'E ACQUIS   PRIS  SOLDE  CP  RT  MA  SS  '.
       01 FORMAT-ETAT-LIGNE.
         05 MATRICULE-EL-F      PIC X(6).
         05                     PIC X(1).
         05 NOM-EL-F            PIC X(12).
         05                     PIC X(1).
         05 CP-ACQUIS-EL-F      PIC ZZ9,99.
         05                     PIC X(1).
         05 CP-PRIS-EL-F        PIC ZZ9,99.
         05                     PIC X(1).
         05 CP-SOLDE-EL-F       PIC ZZ9,99-.
         05 RTT-ACQUIS-EL-F     PIC ZZ9,99.
         05                     PIC X(1).
         05 RTT-PRIS-EL-F       PIC ZZ9,99.
         05                     PIC X(1).
         05 RTT-SOLDE-EL-F      PIC ZZ9,99-.
         05 CP-MOIS-EL-F        PIC ZZ9.
         05                     PIC X(1).
         05 RT-MOIS-EL-F        PIC ZZ9.
         05                     PIC X(1).
         05 MA-MOIS-EL-F        PIC ZZ9.
         05                     PIC X(1).
         05 SS-MOIS-EL-F        PIC ZZ9.
         05                     PIC X(3).
      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN
           STOP RUN.
      * Parametres, calendrier, bornes du mois, ouverture
       10000-INIT.
           ACCEPT DATE-C FROM DATE YYYYMMDD
           MOVE YEAR-C TO ANNEE-TRAITE-W
           MOVE MONTH-C TO MOIS-TRAITE-NUM-W
           OPEN INPUT F-PARAM
           IF CR-PARAM < 10
             READ F-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 MOVE E-PARAM TO PARAM-W
                 IF MOIS-PRM NUMERIC
                  AND MOIS-PRM(5:2) >= '01' AND MOIS-PRM(5:2) <= '12'
                   MOVE MOIS-PRM TO MOIS-TRAITE-W
                 END-IF
                 IF CP-MOIS-PRM-X NUMERIC
                   MOVE CP-MOIS-PRM TO CP-MOIS-W
                 END-IF
                 IF RTT-MOIS-PRM-X NUMERIC
                   MOVE RTT-MOIS-PRM TO RTT-MOIS-W
                 END-IF
             END-READ
             CLOSE F-PARAM
           END-IF
           PERFORM 11000-CHARGE-FERIES
           COMPUTE DEBUT-MOIS-W = MOIS-TRAITE-9 * 100 + 1
           MOVE 'P' TO FONCTION-CALC-W
           MOVE DEBUT-MOIS-W TO DATE1-CALC-W
           MOVE 0 TO DATE2-CALC-W
           MOVE 31 TO NBJOURS-CALC-W
           PERFORM 19000-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO FIN-MOIS-W
           MOVE 01 TO FIN-MOIS-W(7:2)
           MOVE FIN-MOIS-W TO DATE1-CALC-W
           MOVE -1 TO NBJOURS-CALC-W
           PERFORM 19000-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO FIN-MOIS-W
           MOVE DEBUT-MOIS-W TO DEBUT-CPT-W
           MOVE FIN-MOIS-W TO FIN-CPT-W
           PERFORM 23000-COMPTE-OUVRES
           MOVE NB-OUVRES-W TO OUVRES-MOIS-W
           OPEN INPUT F-EMPLOYES
           IF CR-EMPLOYES > 0
             DISPLAY "ERROR DDEMPL : " CR-EMPLOYES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O F-ABSENCES
           IF CR-ABSENCES > 0
             DISPLAY "ERROR DDABSEN : " CR-ABSENCES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O F-SOLDES
           IF CR-SOLDES > 0
             DISPLAY "ERROR DDCONGE : " CR-SOLDES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT F-MVTABS
           IF CR-MVTABS > 0
             DISPLAY "ERROR DDMVTABS : " CR-MVTABS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .
      * Charge le calendrier des jours feries dans la table.
       11000-CHARGE-FERIES.
           OPEN INPUT F-FERIES
           IF CR-FERIES < 10
             PERFORM UNTIL EOF-FERIES OR NB-FERIES = 100
               READ F-FERIES
                 AT END
                   CONTINUE
                 NOT AT END
                   IF DATE-FERIE NUMERIC AND DATE-FERIE > 0
                     ADD 1 TO NB-FERIES
                     MOVE DATE-FERIE TO FERIE-T(NB-FERIES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-FERIES
           END-IF
           .
       19000-APPELLE-CALCDATE.
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           .
      * Acquisition du mois puis mouvements d'absence
       20000-TRAITEMENT.
           PERFORM 21000-ACQUISITION
           PERFORM UNTIL EOF-MVTABS
             READ F-MVTABS
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 22000-MOUVEMENT
             END-READ
           END-PERFORM
           .
      * Chaque salarie present dans le mois acquiert ses jours de
      * conges payes et de RTT, une seule fois par mois.
       21000-ACQUISITION.
           MOVE LOW-VALUE TO MATRICULE-EM
           START F-EMPLOYES KEY IS NOT LESS THAN MATRICULE-EM
             INVALID KEY
               MOVE 10 TO CR-EMPLOYES
           END-START
           PERFORM UNTIL EOF-EMPLOYES
             READ F-EMPLOYES NEXT RECORD
               AT END
                 MOVE 10 TO CR-EMPLOYES
               NOT AT END
                 PERFORM 21100-ACQUIERT-SALARIE
             END-READ
           END-PERFORM
           MOVE 0 TO CR-EMPLOYES
           .
       21100-ACQUIERT-SALARIE.
           PERFORM 21200-PERIODE-EMPLOI
           IF DATE-EMB-W NOT > FIN-MOIS-W
            AND (DATE-DEP-W = 0 OR DATE-DEP-W NOT < DEBUT-MOIS-W)
             MOVE MATRICULE-EM TO MATRICULE-CG
             PERFORM 24000-LIT-SOLDE
             IF DERNIER-MOIS-CG < MOIS-TRAITE-9
               ADD CP-MOIS-W TO CP-ACQUIS-CG
               ADD RTT-MOIS-W TO RTT-ACQUIS-CG
               MOVE MOIS-TRAITE-9 TO DERNIER-MOIS-CG
               PERFORM 24100-ECRIT-SOLDE
               ADD 1 TO CPT-ACQUISITIONS
             END-IF
           END-IF
           .
      * Dates d'embauche et de depart de la fiche, en AAAAMMJJ
       21200-PERIODE-EMPLOI.
           COMPUTE DATE-EMB-W = AN-EM * 10000 + MOIS-EM * 100
                              + JOUR-EM
           IF DATE-DEPART-EM = ZERO
             MOVE 0 TO DATE-DEP-W
           ELSE
             COMPUTE DATE-DEP-W = AN-DEP-EM * 10000
                                + MOIS-DEP-EM * 100 + JOUR-DEP-EM
           END-IF
           .
       22000-MOUVEMENT.
           ADD 1 TO CPT-MVT
           MOVE SPACE TO MESSAGE-W
           EVALUATE TRUE
             WHEN MVT-CREATION
               PERFORM 22100-CREE-ABSENCE
             WHEN MVT-ANNULATION
               PERFORM 22600-ANNULE-ABSENCE
             WHEN OTHER
               MOVE "48 - Code mouvement inconnu" TO MESSAGE-W
           END-EVALUATE
           IF MESSAGE-W NOT = SPACE
             PERFORM 22900-ERREUR
           END-IF
           .
      * Controles de l'absence : type, dates, periode d'emploi, jours
      * ouvres, chevauchement, puis solde pour les conges et RTT
       22100-CREE-ABSENCE.
           MOVE DEBUT-MA TO DATE-CTRL-W
           PERFORM 22800-APPELLE-CTRLDATE
           IF VALIDE-CTRL-W = 'V'
             MOVE FIN-MA TO DATE-CTRL-W
             PERFORM 22800-APPELLE-CTRLDATE
           END-IF
           EVALUATE TRUE
             WHEN NOT TYPE-VALIDE
               MOVE "40 - Type d'absence inconnu" TO MESSAGE-W
             WHEN VALIDE-CTRL-W NOT = 'V' OR FIN-MA < DEBUT-MA
               MOVE "41 - Dates d'absence incorrectes" TO MESSAGE-W
             WHEN OTHER
               MOVE MATRICULE-MA TO MATRICULE-EM
               READ F-EMPLOYES
                 INVALID KEY
                   MOVE "42 - Matricule inconnu" TO MESSAGE-W
                 NOT INVALID KEY
                   PERFORM 22200-CONTROLE-ABSENCE
               END-READ
           END-EVALUATE
           .
       22200-CONTROLE-ABSENCE.
           PERFORM 21200-PERIODE-EMPLOI
           MOVE DEBUT-MA TO DEBUT-CPT-W
           MOVE FIN-MA TO FIN-CPT-W
           PERFORM 23000-COMPTE-OUVRES
           PERFORM 22300-CONTROLE-CHEVAUCHEMENT
           MOVE MATRICULE-MA TO MATRICULE-CG
           PERFORM 24000-LIT-SOLDE
           EVALUATE TYPE-MA
             WHEN 'CP'
               COMPUTE SOLDE-RESTANT-W = CP-ACQUIS-CG - CP-PRIS-CG
             WHEN 'RT'
               COMPUTE SOLDE-RESTANT-W = RTT-ACQUIS-CG - RTT-PRIS-CG
             WHEN OTHER
               MOVE 999 TO SOLDE-RESTANT-W
           END-EVALUATE
           EVALUATE TRUE
             WHEN DEBUT-MA < DATE-EMB-W
              OR (DATE-DEP-W > 0 AND FIN-MA > DATE-DEP-W)
               MOVE "43 - Absence hors periode d'emploi" TO MESSAGE-W
             WHEN NB-OUVRES-W = 0
               MOVE "44 - Aucun jour ouvre sur la periode"
                 TO MESSAGE-W
             WHEN ABSENCE-CHEVAUCHE
               MOVE "45 - Chevauche une absence existante"
                 TO MESSAGE-W
             WHEN NB-OUVRES-W > SOLDE-RESTANT-W
               MOVE "46 - Solde de conges insuffisant" TO MESSAGE-W
             WHEN OTHER
               PERFORM 22400-POSE-ABSENCE
           END-EVALUATE
           .
      * Une absence du salarie recouvre-t-elle la periode demandee ?
       22300-CONTROLE-CHEVAUCHEMENT.
           MOVE 'N' TO CHEVAUCHE-SW
           MOVE MATRICULE-MA TO MATRICULE-AB
           MOVE 0 TO DEBUT-AB
           START F-ABSENCES KEY IS NOT LESS THAN CLE-AB
             INVALID KEY
               MOVE 10 TO CR-ABSENCES
           END-START
           PERFORM UNTIL EOF-ABSENCES
             READ F-ABSENCES NEXT RECORD
               AT END
                 MOVE 10 TO CR-ABSENCES
               NOT AT END
                 IF MATRICULE-AB NOT = MATRICULE-MA
                   MOVE 10 TO CR-ABSENCES
                 ELSE
                   IF DEBUT-AB NOT > FIN-MA
                    AND FIN-AB NOT < DEBUT-MA
                     MOVE 'O' TO CHEVAUCHE-SW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE 0 TO CR-ABSENCES
           .
       22400-POSE-ABSENCE.
           MOVE MATRICULE-MA TO MATRICULE-AB
           MOVE DEBUT-MA TO DEBUT-AB
           MOVE TYPE-MA TO TYPE-AB
           MOVE FIN-MA TO FIN-AB
           MOVE NB-OUVRES-W TO JOURS-AB
           MOVE DATE-C-9 TO DATE-SAISIE-AB
           WRITE E-ABSENCE
             INVALID KEY
               MOVE "45 - Chevauche une absence existante"
                 TO MESSAGE-W
             NOT INVALID KEY
               ADD 1 TO CPT-CREEES
               EVALUATE TRUE
                 WHEN ABS-CONGE-PAYE
                   ADD NB-OUVRES-W TO CP-PRIS-CG
                   PERFORM 24100-ECRIT-SOLDE
                 WHEN ABS-RTT
                   ADD NB-OUVRES-W TO RTT-PRIS-CG
                   PERFORM 24100-ECRIT-SOLDE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-WRITE
           .
      * Annulation : l'absence est supprimee et ses jours rendus au
      * compteur
       22600-ANNULE-ABSENCE.
           MOVE MATRICULE-MA TO MATRICULE-AB
           MOVE DEBUT-MA TO DEBUT-AB
           READ F-ABSENCES
             INVALID KEY
               MOVE "47 - Absence a annuler inconnue" TO MESSAGE-W
             NOT INVALID KEY
               ADD 1 TO CPT-ANNULEES
               MOVE MATRICULE-MA TO MATRICULE-CG
               PERFORM 24000-LIT-SOLDE
               EVALUATE TRUE
                 WHEN ABS-CONGE-PAYE
                   IF JOURS-AB > CP-PRIS-CG
                     MOVE 0 TO CP-PRIS-CG
                   ELSE
                     SUBTRACT JOURS-AB FROM CP-PRIS-CG
                   END-IF
                   PERFORM 24100-ECRIT-SOLDE
                 WHEN ABS-RTT
                   IF JOURS-AB > RTT-PRIS-CG
                     MOVE 0 TO RTT-PRIS-CG
                   ELSE
                     SUBTRACT JOURS-AB FROM RTT-PRIS-CG
                   END-IF
                   PERFORM 24100-ECRIT-SOLDE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               DELETE F-ABSENCES
           END-READ
           .
       22800-APPELLE-CTRLDATE.
           CALL 'CTRLDATE' USING
            BY CONTENT DATE-CTRL-W
            BY REFERENCE VALIDE-CTRL-W
            BY REFERENCE WEEKDAY-CTRL-W
            BY REFERENCE OUVRABLE-CTRL-W
           .
      * Affiche une erreur formatee
       22900-ERREUR.
           MOVE MATRICULE-MA TO MATRICULE-M
           MOVE "ABSENCE" TO TYPE-M
           MOVE MESSAGE-W TO ERROR-M
           DISPLAY ERROR-F
           ADD 1 TO CPT-ERREURS
           .
      * Jours ouvres de DEBUT-CPT-W a FIN-CPT-W compris : la fonction
      * jours ouvrables de CALCDATE donne le jour de semaine suivant,
      * le calendrier des feries ecarte les jours chomes.
       23000-COMPTE-OUVRES.
           MOVE 0 TO NB-OUVRES-W
           MOVE 'P' TO FONCTION-CALC-W
           MOVE DEBUT-CPT-W TO DATE1-CALC-W
           MOVE 0 TO DATE2-CALC-W
           MOVE -1 TO NBJOURS-CALC-W
           PERFORM 19000-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO JOUR-CPT-W
           MOVE 'O' TO FONCTION-CALC-W
           MOVE 1 TO NBJOURS-CALC-W
           MOVE 'V' TO VALIDE-CALC-W
           PERFORM UNTIL JOUR-CPT-W NOT < FIN-CPT-W
                      OR VALIDE-CALC-W NOT = 'V'
             MOVE JOUR-CPT-W TO DATE1-CALC-W
             PERFORM 19000-APPELLE-CALCDATE
             MOVE DATE-RESULT-CALC-W TO JOUR-CPT-W
             IF VALIDE-CALC-W = 'V' AND JOUR-CPT-W NOT > FIN-CPT-W
               PERFORM 23100-CHECK-FERIE
               IF DATE-NON-FERIEE
                 ADD 1 TO NB-OUVRES-W
               END-IF
             END-IF
           END-PERFORM
           .
       23100-CHECK-FERIE.
           SET DATE-NON-FERIEE TO TRUE
           PERFORM VARYING IDX-FERIE FROM 1 BY 1
                     UNTIL IDX-FERIE > NB-FERIES
             IF FERIE-T(IDX-FERIE) = JOUR-CPT-W
               SET DATE-FERIEE TO TRUE
             END-IF
           END-PERFORM
           .
      * Compteurs du salarie MATRICULE-CG, a zero s'il n'en a pas
      * encore
       24000-LIT-SOLDE.
           MOVE MATRICULE-CG TO MATRICULE-SOLDE-W
           READ F-SOLDES
             INVALID KEY
               MOVE 'N' TO SOLDE-EXISTE-SW
               INITIALIZE E-SOLDE
               MOVE MATRICULE-SOLDE-W TO MATRICULE-CG
             NOT INVALID KEY
               MOVE 'O' TO SOLDE-EXISTE-SW
           END-READ
           .
       24100-ECRIT-SOLDE.
           IF SOLDE-EXISTE
             REWRITE E-SOLDE
           ELSE
             WRITE E-SOLDE
             MOVE 'O' TO SOLDE-EXISTE-SW
           END-IF
           .
      * Etat des soldes et extraction pour la paie, compteurs
       30000-FIN.
           PERFORM 40000-ETAT-SOLDES
           CLOSE F-EMPLOYES F-MVTABS F-ABSENCES F-SOLDES
           DISPLAY "Acquisitions du mois      : " CPT-ACQUISITIONS
           DISPLAY "Mouvements d'absence lus  : " CPT-MVT
           DISPLAY "Absences creees           : " CPT-CREEES
           DISPLAY "Absences annulees         : " CPT-ANNULEES
           DISPLAY "Mouvements en erreur      : " CPT-ERREURS
           DISPLAY "Salaries a l'etat         : " CPT-SALARIES-ETAT
           DISPLAY "Salaries avec sans solde  : " CPT-ABSPAIE
           IF CPT-ERREURS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
      * Une ligne par salarie ayant des compteurs : acquis, pris et
      * solde, jours ouvres d'absence du mois par type ; les jours
      * sans solde du mois partent a la paie.
       40000-ETAT-SOLDES.
           OPEN OUTPUT F-ETAT
           OPEN OUTPUT F-ABSPAIE
           MOVE MOIS-TRAITE-NUM-W TO MOIS-ET-F
           MOVE ANNEE-TRAITE-W TO ANNEE-ET-F
           MOVE OUVRES-MOIS-W TO OUVRES-ET-F
           WRITE LIGNE-ETAT FROM FORMAT-ETAT-TITRE
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM FORMAT-ETAT-ENTETE-1
           WRITE LIGNE-ETAT FROM FORMAT-ETAT-ENTETE-2
           MOVE LOW-VALUE TO MATRICULE-CG
           START F-SOLDES KEY IS NOT LESS THAN MATRICULE-CG
             INVALID KEY
               MOVE 10 TO CR-SOLDES
           END-START
           PERFORM UNTIL EOF-SOLDES
             READ F-SOLDES NEXT RECORD
               AT END
                 MOVE 10 TO CR-SOLDES
               NOT AT END
                 PERFORM 41000-LIGNE-SALARIE
             END-READ
           END-PERFORM
           CLOSE F-ETAT F-ABSPAIE
           .
       41000-LIGNE-SALARIE.
           ADD 1 TO CPT-SALARIES-ETAT
           MOVE MATRICULE-CG TO MATRICULE-EM
           READ F-EMPLOYES
             INVALID KEY
               MOVE SPACE TO NOM-EM
           END-READ
           PERFORM 42000-JOURS-DU-MOIS
           MOVE MATRICULE-CG TO MATRICULE-EL-F
           MOVE NOM-EM TO NOM-EL-F
           MOVE CP-ACQUIS-CG TO CP-ACQUIS-EL-F
           MOVE CP-PRIS-CG TO CP-PRIS-EL-F
           COMPUTE SOLDE-RESTANT-W = CP-ACQUIS-CG - CP-PRIS-CG
           MOVE SOLDE-RESTANT-W TO CP-SOLDE-EL-F
           MOVE RTT-ACQUIS-CG TO RTT-ACQUIS-EL-F
           MOVE RTT-PRIS-CG TO RTT-PRIS-EL-F
           COMPUTE SOLDE-RESTANT-W = RTT-ACQUIS-CG - RTT-PRIS-CG
           MOVE SOLDE-RESTANT-W TO RTT-SOLDE-EL-F
           MOVE CP-MOIS-J TO CP-MOIS-EL-F
           MOVE RT-MOIS-J TO RT-MOIS-EL-F
           MOVE MA-MOIS-J TO MA-MOIS-EL-F
           MOVE SS-MOIS-J TO SS-MOIS-EL-F
           WRITE LIGNE-ETAT FROM FORMAT-ETAT-LIGNE
           IF SS-MOIS-J > 0
             MOVE SPACE TO E-ABSPAIE
             MOVE MATRICULE-CG TO MATRICULE-AP
             MOVE MOIS-TRAITE-9 TO MOIS-AP
             MOVE SS-MOIS-J TO JOURS-SS-AP
             MOVE OUVRES-MOIS-W TO OUVRES-MOIS-AP
             WRITE E-ABSPAIE
             ADD 1 TO CPT-ABSPAIE
           END-IF
           .
      * Jours ouvres des absences du salarie tombant dans le mois,
      * par type
       42000-JOURS-DU-MOIS.
           INITIALIZE JOURS-MOIS-TYPE
           MOVE MATRICULE-CG TO MATRICULE-AB
           MOVE 0 TO DEBUT-AB
           START F-ABSENCES KEY IS NOT LESS THAN CLE-AB
             INVALID KEY
               MOVE 10 TO CR-ABSENCES
           END-START
           PERFORM UNTIL EOF-ABSENCES
             READ F-ABSENCES NEXT RECORD
               AT END
                 MOVE 10 TO CR-ABSENCES
               NOT AT END
                 IF MATRICULE-AB NOT = MATRICULE-CG
                   MOVE 10 TO CR-ABSENCES
                 ELSE
                   IF DEBUT-AB NOT > FIN-MOIS-W
                    AND FIN-AB NOT < DEBUT-MOIS-W
                     PERFORM 42100-CUMULE-ABSENCE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE 0 TO CR-ABSENCES
           .
       42100-CUMULE-ABSENCE.
           IF DEBUT-AB > DEBUT-MOIS-W
             MOVE DEBUT-AB TO DEBUT-CPT-W
           ELSE
             MOVE DEBUT-MOIS-W TO DEBUT-CPT-W
           END-IF
           IF FIN-AB < FIN-MOIS-W
             MOVE FIN-AB TO FIN-CPT-W
           ELSE
             MOVE FIN-MOIS-W TO FIN-CPT-W
           END-IF
           PERFORM 23000-COMPTE-OUVRES
           EVALUATE TRUE
             WHEN ABS-CONGE-PAYE
               ADD NB-OUVRES-W TO CP-MOIS-J
             WHEN ABS-RTT
               ADD NB-OUVRES-W TO RT-MOIS-J
             WHEN ABS-MALADIE
               ADD NB-OUVRES-W TO MA-MOIS-J
             WHEN ABS-SANS-SOLDE
               ADD NB-OUVRES-W TO SS-MOIS-J
           END-EVALUATE
           .
