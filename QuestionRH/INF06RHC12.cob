       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPAIE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : mois de paie AAAAMM en colonnes 1-6
      * (absent, le mois du run), date de virement AAAAMMJJ en
      * colonnes 7-14 (absente, le dernier jour du mois) et plafond
      * mensuel de securite sociale 9(5)V99 en colonnes 15-21
      * (absent, 3864,00).
           SELECT OPTIONAL F-PARAM ASSIGN DDPAIPRM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-PARAM.
      * Fichier du personnel tenu par COBRH, lu dans l'ordre des
      * matricules.
           SELECT F-EMPLOYES ASSIGN DDEMPL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MATRICULE-EM
            FILE STATUS IS CR-EMPLOYES.
      * Table des cotisations : taux salarial et patronal, assiette
      * et deductibilite du net imposable, une ligne par cotisation.
           SELECT F-TAUX ASSIGN DDTXCOT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-TAUX.
      * Coordonnees bancaires (IBAN) des salaries pour le virement.
           SELECT F-RIB ASSIGN DDRIBEM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-RIB.
      * Jours d'absence sans solde du mois par salarie, extraits
      * par COBABS. Absent : aucune retenue d'absence.
           SELECT OPTIONAL F-ABSPAIE ASSIGN DDABSPAI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-ABSPAIE.
      * Cumuls annuels par salarie, dans l'ordre des matricules :
      * l'etat du mois precedent en entree (absent a la premiere
      * paie), le nouvel etat en sortie. Ils alimentent les
      * declarations annuelles ; le mois de paie y est garde a part
      * pour qu'une paie relancee ne cumule pas deux fois.
           SELECT OPTIONAL F-CUMUL-OLD ASSIGN DDCUMPAO
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-CUMUL-OLD.
           SELECT F-CUMUL-NEW ASSIGN DDCUMPAN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-CUMUL-NEW.
      * Bulletins de paie, un par salarie paye.
           SELECT F-BULLETIN ASSIGN DDBULL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-BULLETIN.
      * Journal de paie par qualification.
           SELECT F-JOURNAL ASSIGN DDJPAIE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.
      * Virements des nets a payer.
           SELECT F-VIREMENT ASSIGN DDVIREM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CR-VIREMENT.
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

      * Assiette : T salaire brut, P brut dans la limite du plafond
      * (proratise comme le salaire), C 98,25 % du brut (CSG/CRDS).
      * Deductible : O la part salariale diminue le net imposable.
       fd F-TAUX
           BLOCK CONTAINS 0
           DATA RECORD IS E-TAUX.
       01 E-TAUX.
         05 CODE-TX            PIC X(4).
         05 LIBELLE-TX         PIC X(20).
         05 TAUX-SAL-TX        PIC 9(2)V9(3).
         05 TAUX-PAT-TX        PIC 9(2)V9(3).
         05 ASSIETTE-TX        PIC X(1).
         05 DEDUCTIBLE-TX      PIC X(1).
         05                    PIC X(44).

       fd F-RIB
           BLOCK CONTAINS 0
           DATA RECORD IS E-RIB.
       01 E-RIB.
         05 MATRICULE-RB       PIC X(6).
         05 IBAN-RB            PIC X(34).
         05                    PIC X(40).

       fd F-ABSPAIE
           BLOCK CONTAINS 0
           DATA RECORD IS E-ABSPAIE.
       01 E-ABSPAIE.
         05 MATRICULE-AP       PIC X(6).
         05 MOIS-AP            PIC 9(6).
         05 JOURS-SS-AP        PIC 9(3).
         05 OUVRES-MOIS-AP     PIC 9(3).
         05                    PIC X(62).

       fd F-CUMUL-OLD
           BLOCK CONTAINS 0
           DATA RECORD IS E-CUMUL-OLD.
       01 E-CUMUL-OLD.
         05 MATRICULE-CO       PIC X(6).
         05 NOM-CO             PIC A(12).
         05 PRENOM-CO          PIC A(10).
         05 ANNEE-CO           PIC 9(4).
         05 MOIS-CO            PIC 9(2).
         05 CUMULS-CO.
           10 BRUT-CO          PIC 9(7)V99.
           10 COT-SAL-CO       PIC 9(7)V99.
           10 COT-PAT-CO       PIC 9(7)V99.
           10 IMPOSABLE-CO     PIC 9(7)V99.
           10 NET-CO           PIC 9(7)V99.
           10 JOURS-CO         PIC 9(3).
         05 DU-MOIS-CO.
           10 BRUT-MOIS-CO     PIC 9(7)V99.
           10 COT-SAL-MOIS-CO  PIC 9(7)V99.
           10 COT-PAT-MOIS-CO  PIC 9(7)V99.
           10 IMPOSABLE-MOIS-CO PIC 9(7)V99.
           10 NET-MOIS-CO      PIC 9(7)V99.
           10 JOURS-MOIS-CO    PIC 9(3).
         05                    PIC X(10).

       fd F-CUMUL-NEW
           BLOCK CONTAINS 0
           DATA RECORD IS E-CUMUL-NEW.
       01 E-CUMUL-NEW          PIC X(140).

       fd F-BULLETIN.
       01 LIGNE-BULLETIN       PIC X(80).

       fd F-JOURNAL.
       01 LIGNE-JOURNAL        PIC X(80).

       fd F-VIREMENT
           BLOCK CONTAINS 0
           DATA RECORD IS E-VIREMENT.
       01 E-VIREMENT.
         05 MATRICULE-VI       PIC X(6).
         05 NOM-VI             PIC A(12).
         05 PRENOM-VI          PIC A(10).
         05 IBAN-VI            PIC X(34).
         05 MONTANT-VI         PIC 9(7)V99.
         05 DATE-VI            PIC 9(8).
         05                    PIC X(1).
      ****************************************************************
      *    W O R K I N G - S T O R A G E   S E C T I O N
      ****************************************************************
       WORKING-STORAGE SECTION.
       01 CR-PARAM              PIC 99.
       01 CR-EMPLOYES           PIC 99.
         88 EOF-EMPLOYES VALUE 10.
       01 CR-TAUX               PIC 99.
         88 EOF-TAUX VALUE 10.
       01 CR-RIB                PIC 99.
         88 EOF-RIB VALUE 10.
       01 CR-ABSPAIE            PIC 99.
         88 EOF-ABSPAIE VALUE 10.
       01 CR-CUMUL-OLD          PIC 99.
         88 EOF-CUMUL-OLD VALUE 10.
       01 CR-CUMUL-NEW          PIC 99.
       01 CR-BULLETIN           PIC 99.
       01 CR-JOURNAL            PIC 99.
       01 CR-VIREMENT           PIC 99.

      * Mois de paie et bornes du mois
       01 MOIS-PAIE-W.
         05 ANNEE-PAIE-W        PIC 9(4).
         05 MOIS-PAIE-NUM-W     PIC 9(2).
       77 DEBUT-MOIS-W          PIC 9(8).
       77 FIN-MOIS-W            PIC 9(8).
       77 JOURS-MOIS-W          PIC 9(3).
       77 DATE-VIREMENT-W       PIC 9(8).
       77 PLAFOND-W             PIC 9(5)V99 VALUE 3864,00.
       01 PARAM-W.
         05 MOIS-PRM            PIC X(6).
         05 DATE-VIREMENT-PRM   PIC X(8).
         05 PLAFOND-PRM         PIC 9(5)V99.
         05 PLAFOND-PRM-X REDEFINES PLAFOND-PRM PIC X(7).
         05                     PIC X(59).
       01 DATE-SUIVANT-W.
         05 ANNEE-SUIV-W        PIC 9(4).
         05 MOIS-SUIV-W         PIC 9(2).
         05 JOUR-SUIV-W         PIC 9(2).

      * Periode payee du salarie dans le mois
       77 DATE-EMB-W            PIC 9(8).
       77 DATE-DEP-W            PIC 9(8).
       77 DEBUT-PAIE-W          PIC 9(8).
       77 FIN-PAIE-W            PIC 9(8).
       77 JOURS-PAYES-W         PIC 9(3).
       77 PAYE-SW               PIC X.
         88 SALARIE-PAYE VALUE 'O'.

      * Calcul du bulletin
       01 BULLETIN-W.
         05 BRUT-W              PIC 9(7)V99.
         05 COT-SAL-W           PIC 9(7)V99.
         05 COT-PAT-W           PIC 9(7)V99.
         05 IMPOSABLE-W         PIC 9(7)V99.
         05 NET-W               PIC 9(7)V99.
         05 JOURS-W             PIC 9(3).
       77 COT-DEDUCTIBLE-W      PIC 9(7)V99.
       77 PLAFOND-MOIS-W        PIC 9(7)V99.
       77 ASSIETTE-W            PIC 9(7)V99.
       77 MONTANT-SAL-W         PIC 9(7)V99.
       77 MONTANT-PAT-W         PIC 9(7)V99.
       77 RETENUE-ABS-W         PIC 9(7)V99.

      * Cotisations de la table
       01 TAB-TAUX.
         05 TAUX-ENTRY OCCURS 30.
           10 LIBELLE-T         PIC X(20).
           10 TAUX-SAL-T        PIC 9(2)V9(3).
           10 TAUX-PAT-T        PIC 9(2)V9(3).
           10 ASSIETTE-T        PIC X(1).
           10 DEDUCTIBLE-T      PIC X(1).
       77 NB-TAUX               PIC 9(2) VALUE 0.
       77 IDX-TX                PIC 9(2).

      * IBAN des salaries
       01 TAB-RIB.
         05 RIB-ENTRY OCCURS 2000.
           10 MATRICULE-RT      PIC X(6).
           10 IBAN-RT           PIC X(34).
       77 NB-RIB                PIC 9(4) VALUE 0.
       77 IDX-RIB               PIC 9(4).
       77 IBAN-W                PIC X(34).
      * Jours sans solde du mois de paie
       01 TAB-ABSPAIE.
         05 ABSPAIE-ENTRY OCCURS 2000.
           10 MATRICULE-AT      PIC X(6).
           10 JOURS-SS-AT       PIC 9(3).
           10 OUVRES-MOIS-AT    PIC 9(3).
       77 NB-ABSPAIE            PIC 9(4) VALUE 0.
       77 IDX-AP                PIC 9(4).
      * Nets non vires faute d'IBAN, repris au journal
       01 TAB-SANS-IBAN.
         05 SANS-IBAN-ENTRY OCCURS 200.
           10 MATRICULE-SI      PIC X(6).
           10 NOM-SI            PIC X(12).
           10 NET-SI            PIC 9(7)V99.
       77 IDX-SI                PIC 9(3).

      * Cumuls du journal par qualification
       01 TAB-QUALIF.
         05 QUALIF-ENTRY OCCURS 50.
           10 QUALIFICATION-T   PIC X(19).
           10 EFFECTIF-T        PIC 9(4).
           10 BRUT-T            PIC 9(9)V99.
           10 COT-SAL-T         PIC 9(9)V99.
           10 COT-PAT-T         PIC 9(9)V99.
           10 NET-T             PIC 9(9)V99.
       77 NB-QUALIF             PIC 9(2) VALUE 0.
       77 IDX-QL                PIC 9(2).
       77 IDX-QL-TROUVE         PIC 9(2).
       01 TOTAL-JOURNAL.
         05 EFFECTIF-TOT        PIC 9(4) VALUE 0.
         05 BRUT-TOT            PIC 9(9)V99 VALUE 0.
         05 COT-SAL-TOT         PIC 9(9)V99 VALUE 0.
         05 COT-PAT-TOT         PIC 9(9)V99 VALUE 0.
         05 NET-TOT             PIC 9(9)V99 VALUE 0.

      * Nouvel etat des cumuls annuels
       01 CUMUL-NEW-W.
         05 MATRICULE-CN        PIC X(6).
         05 NOM-CN              PIC A(12).
         05 PRENOM-CN           PIC A(10).
         05 ANNEE-CN            PIC 9(4).
         05 MOIS-CN             PIC 9(2).
         05 CUMULS-CN.
           10 BRUT-CN           PIC 9(7)V99.
           10 COT-SAL-CN        PIC 9(7)V99.
           10 COT-PAT-CN        PIC 9(7)V99.
           10 IMPOSABLE-CN      PIC 9(7)V99.
           10 NET-CN            PIC 9(7)V99.
           10 JOURS-CN          PIC 9(3).
         05 DU-MOIS-CN.
           10 BRUT-MOIS-CN      PIC 9(7)V99.
           10 COT-SAL-MOIS-CN   PIC 9(7)V99.
           10 COT-PAT-MOIS-CN   PIC 9(7)V99.
           10 IMPOSABLE-MOIS-CN PIC 9(7)V99.
           10 NET-MOIS-CN       PIC 9(7)V99.
           10 JOURS-MOIS-CN     PIC 9(3).
         05                     PIC X(10).

      * Zones d'appel du sous-programme de dates partage CALCDATE
       77 FONCTION-CALC-W       PIC X(1).
       77 DATE1-CALC-W          PIC 9(8).
       77 DATE2-CALC-W          PIC 9(8).
       77 NBJOURS-CALC-W        PIC S9(5).
       77 JOURS-CALC-W          PIC S9(7).
       77 DATE-RESULT-CALC-W    PIC 9(8).
       77 VALIDE-CALC-W         PIC X(1).

      * Date du run
       01 DATE-C.
         05 YEAR-C              PIC 9(4).
         05 MONTH-C             PIC 9(2).
         05 DAY-C               PIC 9(2).

      * Compteurs
       01 CPT.
         05 CPT-EMPLOYES        PIC 9(4) VALUE 0.
         05 CPT-PAYES           PIC 9(4) VALUE 0.
         05 CPT-SANS-RIB        PIC 9(4) VALUE 0.
         05 CPT-VIREMENTS       PIC 9(4) VALUE 0.
         05 CPT-TAUX-REJETES    PIC 9(4) VALUE 0.
         05 CPT-QUALIF-DEBORDES PIC 9(4) VALUE 0.

      * -------------------- Bulletin ----------------------
       01 FORMAT-BUL-TITRE.
         05                     PIC X(22)
           VALUE 'BULLETIN DE PAIE MOIS '.
         05 MOIS-BT-F           PIC 99.
         05                     PIC X(1) VALUE '/'.
         05 ANNEE-BT-F          PIC 9(4).
         05                     PIC X(51).
       01 FORMAT-BUL-SALARIE.
         05 MATRICULE-BS-F      PIC X(6).
         05                     PIC X(1).
         05 NOM-BS-F            PIC X(12).
         05                     PIC X(1).
         05 PRENOM-BS-F         PIC X(10).
         05                     PIC X(1).
         05 QUALIF-BS-F         PIC X(19).
         05                     PIC X(10) VALUE ' EMBAUCHE '.
         05 EMBAUCHE-BS-F       PIC 9(8).
         05                     PIC X(12).
       01 FORMAT-BUL-BASE.
         05                     PIC X(18)
           VALUE 'SALAIRE DE BASE : '.
         05 SALAIRE-BB-F        PIC Z(4)9,99.
         05                     PIC X(19)
           VALUE '   JOURS PAYES :   '.
         05 JOURS-BB-F          PIC ZZ9.
         05                     PIC X(3) VALUE ' / '.
         05 JOURS-MOIS-BB-F     PIC ZZ9.
         05                     PIC X(26).
       01 FORMAT-BUL-ENTETE.
         05                     PIC X(40) VALUE
           'COTISATION             ASSIETTE TX SAL  '.
         05                     PIC X(40) VALUE
           'PART SAL. TX PAT  PART PAT.             '.
       01 FORMAT-BUL-COTIS.
         05 LIBELLE-BC-F        PIC X(20).
         05                     PIC X(1).
         05 ASSIETTE-BC-F       PIC Z(6)9,99.
         05                     PIC X(1).
         05 TAUX-SAL-BC-F       PIC Z9,999.
         05                     PIC X(1).
         05 SAL-BC-F            PIC Z(6)9,99.
         05                     PIC X(1).
         05 TAUX-PAT-BC-F       PIC Z9,999.
         05                     PIC X(1).
         05 PAT-BC-F            PIC Z(6)9,99.
         05                     PIC X(13).
       01 FORMAT-BUL-MONTANT.
         05 LIBELLE-BM-F        PIC X(30).
         05 MONTANT-BM-F        PIC Z(6)9,99.
         05                     PIC X(4).
         05 LIBELLE-CUMUL-BM-F  PIC X(16).
         05 CUMUL-BM-F          PIC Z(6)9,99.
         05 CUMUL-BM-X REDEFINES CUMUL-BM-F PIC X(10).
         05                     PIC X(10).

      * -------------------- Journal ----------------------
       01 FORMAT-JNL-TITRE.
         05                     PIC X(38)
           VALUE 'JOURNAL DE PAIE PAR QUALIFICATION    '.
         05 MOIS-JT-F           PIC 99.
         05                     PIC X(1) VALUE '/'.
         05 ANNEE-JT-F          PIC 9(4).
         05                     PIC X(35).
       01 FORMAT-JNL-ENTETE.
         05                     PIC X(40) VALUE
           'QUALIFICATION        EFF        BRUT  CO'.
         05                     PIC X(40) VALUE
           'T. SAL.  COT. PAT. NET A PAYER          '.
       01 FORMAT-JNL-LIGNE.
         05 QUALIF-JL-F         PIC X(19).
         05                     PIC X(1).
         05 EFFECTIF-JL-F       PIC ZZZ9.
         05                     PIC X(1).
         05 BRUT-JL-F           PIC Z(7)9,99.
         05                     PIC X(1).
         05 COT-SAL-JL-F        PIC Z(6)9,99.
         05                     PIC X(1).
         05 COT-PAT-JL-F        PIC Z(6)9,99.
         05                     PIC X(1).
         05 NET-JL-F            PIC Z(7)9,99.
         05                     PIC X(10).
       01 FORMAT-JNL-ANOMALIE.
         05                     PIC X(24)
           VALUE 'SANS IBAN, NON VIRE  : '.
         05 MATRICULE-JA-F      PIC X(6).
         05                     PIC X(1).
         05 NOM-JA-F            PIC X(12).
         05                     PIC X(1).
         05 NET-JA-F            PIC Z(6)9,99.
         05                     PIC X(26).
      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN
           STOP RUN.
      * Parametres, bornes du mois, tables et ouverture des fichiers
       10000-INIT.
           ACCEPT DATE-C FROM DATE YYYYMMDD
           MOVE YEAR-C TO ANNEE-PAIE-W
           MOVE MONTH-C TO MOIS-PAIE-NUM-W
           MOVE 0 TO DATE-VIREMENT-W
           OPEN INPUT F-PARAM
           IF CR-PARAM < 10
             READ F-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 IF E-PARAM(1:6) NUMERIC
                  AND E-PARAM(5:2) >= '01' AND E-PARAM(5:2) <= '12'
                   MOVE E-PARAM(1:6) TO MOIS-PAIE-W
                 END-IF
                 IF E-PARAM(7:8) NUMERIC
                   MOVE E-PARAM(7:8) TO DATE-VIREMENT-W
                 END-IF
                 MOVE E-PARAM TO PARAM-W
                 IF PLAFOND-PRM-X NUMERIC AND PLAFOND-PRM > 0
                   MOVE PLAFOND-PRM TO PLAFOND-W
                 END-IF
             END-READ
             CLOSE F-PARAM
           END-IF
           PERFORM 11000-BORNES-MOIS
           IF DATE-VIREMENT-W = 0
             MOVE FIN-MOIS-W TO DATE-VIREMENT-W
           END-IF
           PERFORM 12000-CHARGE-TAUX
           PERFORM 13000-CHARGE-RIB
           PERFORM 14000-CHARGE-ABSENCES
           OPEN INPUT F-EMPLOYES
           IF CR-EMPLOYES > 0
             DISPLAY "ERROR DDEMPL : " CR-EMPLOYES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT F-CUMUL-OLD
           IF CR-CUMUL-OLD NOT < 10
             DISPLAY "ERROR DDCUMPAO : " CR-CUMUL-OLD
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT F-CUMUL-NEW
           OPEN OUTPUT F-BULLETIN
           OPEN OUTPUT F-JOURNAL
           OPEN OUTPUT F-VIREMENT
           INITIALIZE TAB-QUALIF
           .
      * Premier et dernier jour du mois de paie, nombre de jours
       11000-BORNES-MOIS.
           COMPUTE DEBUT-MOIS-W = ANNEE-PAIE-W * 10000
                                + MOIS-PAIE-NUM-W * 100 + 1
           IF MOIS-PAIE-NUM-W = 12
             COMPUTE ANNEE-SUIV-W = ANNEE-PAIE-W + 1
             MOVE 1 TO MOIS-SUIV-W
           ELSE
             MOVE ANNEE-PAIE-W TO ANNEE-SUIV-W
             COMPUTE MOIS-SUIV-W = MOIS-PAIE-NUM-W + 1
           END-IF
           MOVE 1 TO JOUR-SUIV-W
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DEBUT-MOIS-W TO DATE1-CALC-W
           MOVE DATE-SUIVANT-W TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W
           PERFORM 19000-APPELLE-CALCDATE
           MOVE JOURS-CALC-W TO JOURS-MOIS-W
           MOVE 'P' TO FONCTION-CALC-W
           MOVE DEBUT-MOIS-W TO DATE1-CALC-W
           COMPUTE NBJOURS-CALC-W = JOURS-MOIS-W - 1
           PERFORM 19000-APPELLE-CALCDATE
           MOVE DATE-RESULT-CALC-W TO FIN-MOIS-W
           .
      * Une cotisation mal renseignee est ecartee et signalee
       12000-CHARGE-TAUX.
           OPEN INPUT F-TAUX
           IF CR-TAUX > 0
             DISPLAY "ERROR DDTXCOT : " CR-TAUX
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-TAUX
             READ F-TAUX
               AT END
                 CONTINUE
               NOT AT END
                 IF TAUX-SAL-TX NOT NUMERIC
                  OR TAUX-PAT-TX NOT NUMERIC
                  OR (ASSIETTE-TX NOT = 'T' AND NOT = 'P'
                      AND NOT = 'C')
                   DISPLAY "30 - Cotisation rejetee : " CODE-TX
                   ADD 1 TO CPT-TAUX-REJETES
                 ELSE
                   IF NB-TAUX < 30
                     ADD 1 TO NB-TAUX
                     MOVE LIBELLE-TX TO LIBELLE-T(NB-TAUX)
                     MOVE TAUX-SAL-TX TO TAUX-SAL-T(NB-TAUX)
                     MOVE TAUX-PAT-TX TO TAUX-PAT-T(NB-TAUX)
                     MOVE ASSIETTE-TX TO ASSIETTE-T(NB-TAUX)
                     MOVE DEDUCTIBLE-TX TO DEDUCTIBLE-T(NB-TAUX)
                   ELSE
                     DISPLAY "31 - Table des cotisations pleine : "
                             CODE-TX
                     ADD 1 TO CPT-TAUX-REJETES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-TAUX
           IF CPT-TAUX-REJETES > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           .
       13000-CHARGE-RIB.
           OPEN INPUT F-RIB
           IF CR-RIB > 0
             DISPLAY "ERROR DDRIBEM : " CR-RIB
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL EOF-RIB
             READ F-RIB
               AT END
                 CONTINUE
               NOT AT END
                 IF NB-RIB < 2000
                   ADD 1 TO NB-RIB
                   MOVE MATRICULE-RB TO MATRICULE-RT(NB-RIB)
                   MOVE IBAN-RB TO IBAN-RT(NB-RIB)
                 ELSE
                   DISPLAY "32 - Table des IBAN pleine : "
                           MATRICULE-RB
                   MOVE 8 TO RETURN-CODE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE F-RIB
           .
      * Jours sans solde extraits pour le mois de paie ; une ligne
      * d'un autre mois est ignoree.
       14000-CHARGE-ABSENCES.
           OPEN INPUT F-ABSPAIE
           IF CR-ABSPAIE < 10
             PERFORM UNTIL EOF-ABSPAIE
               READ F-ABSPAIE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MOIS-AP = MOIS-PAIE-W AND JOURS-SS-AP > 0
                    AND OUVRES-MOIS-AP > 0
                     IF NB-ABSPAIE < 2000
                       ADD 1 TO NB-ABSPAIE
                       MOVE MATRICULE-AP TO MATRICULE-AT(NB-ABSPAIE)
                       MOVE JOURS-SS-AP TO JOURS-SS-AT(NB-ABSPAIE)
                       MOVE OUVRES-MOIS-AP
                         TO OUVRES-MOIS-AT(NB-ABSPAIE)
                     ELSE
                       DISPLAY "35 - Table des absences pleine : "
                               MATRICULE-AP
                       MOVE 8 TO RETURN-CODE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-ABSPAIE
           END-IF
           .
      * Appel du sous-programme de dates partage
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
      * Parcours du personnel dans l'ordre des matricules, apparie
      * avec les cumuls du mois precedent
       20000-TRAITEMENT.
           PERFORM 29000-LIT-CUMUL
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
                 ADD 1 TO CPT-EMPLOYES
                 PERFORM 21000-SALARIE
             END-READ
           END-PERFORM
      *    Cumuls sans fiche au personnel : repris tels quels
           PERFORM UNTIL EOF-CUMUL-OLD
             PERFORM 28000-RECOPIE-CUMUL
             PERFORM 29000-LIT-CUMUL
           END-PERFORM
           .
       21000-SALARIE.
           PERFORM UNTIL EOF-CUMUL-OLD
                      OR MATRICULE-CO NOT < MATRICULE-EM
             PERFORM 28000-RECOPIE-CUMUL
             PERFORM 29000-LIT-CUMUL
           END-PERFORM
           PERFORM 22000-PERIODE-PAYEE
           INITIALIZE BULLETIN-W
           IF SALARIE-PAYE
             PERFORM 23000-CALCULE-PAIE
           END-IF
           PERFORM 27000-MAJ-CUMUL
           IF SALARIE-PAYE
             ADD 1 TO CPT-PAYES
             PERFORM 24000-EDITE-BULLETIN
             PERFORM 25000-CUMULE-QUALIF
             PERFORM 26000-ECRIT-VIREMENT
           END-IF
           .
      * Salarie paye si present au moins un jour du mois : du jour
      * d'embauche ou du 1er jusqu'au jour de depart ou au dernier
      * jour du mois
       22000-PERIODE-PAYEE.
           MOVE 'N' TO PAYE-SW
           COMPUTE DATE-EMB-W = AN-EM * 10000 + MOIS-EM * 100
                              + JOUR-EM
           IF DATE-DEPART-EM = ZERO
             MOVE 0 TO DATE-DEP-W
           ELSE
             COMPUTE DATE-DEP-W = AN-DEP-EM * 10000
                                + MOIS-DEP-EM * 100 + JOUR-DEP-EM
           END-IF
           IF DATE-EMB-W NOT > FIN-MOIS-W
            AND (DATE-DEP-W = 0 OR DATE-DEP-W NOT < DEBUT-MOIS-W)
            AND SALAIRE-EM > 0
             MOVE 'O' TO PAYE-SW
             IF DATE-EMB-W > DEBUT-MOIS-W
               MOVE DATE-EMB-W TO DEBUT-PAIE-W
             ELSE
               MOVE DEBUT-MOIS-W TO DEBUT-PAIE-W
             END-IF
             IF DATE-DEP-W > 0 AND DATE-DEP-W < FIN-MOIS-W
               MOVE DATE-DEP-W TO FIN-PAIE-W
             ELSE
               MOVE FIN-MOIS-W TO FIN-PAIE-W
             END-IF
             MOVE 'J' TO FONCTION-CALC-W
             MOVE DEBUT-PAIE-W TO DATE1-CALC-W
             MOVE FIN-PAIE-W TO DATE2-CALC-W
             MOVE 0 TO NBJOURS-CALC-W
             PERFORM 19000-APPELLE-CALCDATE
             IF VALIDE-CALC-W = 'V'
               COMPUTE JOURS-PAYES-W = JOURS-CALC-W + 1
             ELSE
               DISPLAY "33 - Dates d'embauche/depart invalides : "
                       MATRICULE-EM
               MOVE 'N' TO PAYE-SW
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           .
      * Brut proratise aux jours calendaires de presence, puis
      * cotisations de la table, net imposable et net a payer
       23000-CALCULE-PAIE.
           MOVE JOURS-PAYES-W TO JOURS-W
           IF JOURS-PAYES-W = JOURS-MOIS-W
             MOVE SALAIRE-EM TO BRUT-W
             MOVE PLAFOND-W TO PLAFOND-MOIS-W
           ELSE
             COMPUTE BRUT-W ROUNDED =
               SALAIRE-EM * JOURS-PAYES-W / JOURS-MOIS-W
             COMPUTE PLAFOND-MOIS-W ROUNDED =
               PLAFOND-W * JOURS-PAYES-W / JOURS-MOIS-W
           END-IF
           PERFORM 23200-RETENUE-ABSENCE
           MOVE 0 TO COT-DEDUCTIBLE-W
           PERFORM VARYING IDX-TX FROM 1 BY 1 UNTIL IDX-TX > NB-TAUX
             PERFORM 23100-ASSIETTE
             COMPUTE MONTANT-SAL-W ROUNDED =
               ASSIETTE-W * TAUX-SAL-T(IDX-TX) / 100
             COMPUTE MONTANT-PAT-W ROUNDED =
               ASSIETTE-W * TAUX-PAT-T(IDX-TX) / 100
             ADD MONTANT-SAL-W TO COT-SAL-W
             ADD MONTANT-PAT-W TO COT-PAT-W
             IF DEDUCTIBLE-T(IDX-TX) = 'O'
               ADD MONTANT-SAL-W TO COT-DEDUCTIBLE-W
             END-IF
           END-PERFORM
           IF COT-SAL-W > BRUT-W
             MOVE BRUT-W TO COT-SAL-W
           END-IF
           IF COT-DEDUCTIBLE-W > BRUT-W
             MOVE BRUT-W TO COT-DEDUCTIBLE-W
           END-IF
           COMPUTE IMPOSABLE-W = BRUT-W - COT-DEDUCTIBLE-W
           COMPUTE NET-W = BRUT-W - COT-SAL-W
           .
       23100-ASSIETTE.
           EVALUATE ASSIETTE-T(IDX-TX)
             WHEN 'P'
               IF BRUT-W > PLAFOND-MOIS-W
                 MOVE PLAFOND-MOIS-W TO ASSIETTE-W
               ELSE
                 MOVE BRUT-W TO ASSIETTE-W
               END-IF
             WHEN 'C'
               COMPUTE ASSIETTE-W ROUNDED = BRUT-W * 0,9825
             WHEN OTHER
               MOVE BRUT-W TO ASSIETTE-W
           END-EVALUATE
           .
      * Retenue des jours sans solde au prorata des jours ouvres du
      * mois, sans depasser le brut
       23200-RETENUE-ABSENCE.
           MOVE 0 TO RETENUE-ABS-W
           PERFORM VARYING IDX-AP FROM 1 BY 1
                     UNTIL IDX-AP > NB-ABSPAIE
             IF MATRICULE-AT(IDX-AP) = MATRICULE-EM
               COMPUTE RETENUE-ABS-W ROUNDED = SALAIRE-EM
                 * JOURS-SS-AT(IDX-AP) / OUVRES-MOIS-AT(IDX-AP)
             END-IF
           END-PERFORM
           IF RETENUE-ABS-W > BRUT-W
             MOVE BRUT-W TO RETENUE-ABS-W
           END-IF
           SUBTRACT RETENUE-ABS-W FROM BRUT-W
           .
      * Bulletin : salarie, base, cotisations detaillees (recalculees
      * ligne a ligne comme dans le calcul), nets et cumuls annuels
       24000-EDITE-BULLETIN.
           MOVE MOIS-PAIE-NUM-W TO MOIS-BT-F
           MOVE ANNEE-PAIE-W TO ANNEE-BT-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-TITRE
           MOVE MATRICULE-EM TO MATRICULE-BS-F
           MOVE NOM-EM TO NOM-BS-F
           MOVE PRENOM-EM TO PRENOM-BS-F
           MOVE QUALIFICATION-EM TO QUALIF-BS-F
           MOVE DATE-EMB-W TO EMBAUCHE-BS-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-SALARIE
           MOVE SALAIRE-EM TO SALAIRE-BB-F
           MOVE JOURS-PAYES-W TO JOURS-BB-F
           MOVE JOURS-MOIS-W TO JOURS-MOIS-BB-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-BASE
           IF RETENUE-ABS-W > 0
             MOVE 'RETENUE ABSENCE NON PAYEE' TO LIBELLE-BM-F
             MOVE RETENUE-ABS-W TO MONTANT-BM-F
             MOVE SPACE TO LIBELLE-CUMUL-BM-F
             MOVE SPACE TO CUMUL-BM-X
             WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           END-IF
           MOVE 'SALAIRE BRUT' TO LIBELLE-BM-F
           MOVE BRUT-W TO MONTANT-BM-F
           MOVE 'CUMUL BRUT' TO LIBELLE-CUMUL-BM-F
           MOVE BRUT-CN TO CUMUL-BM-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-ENTETE
           PERFORM VARYING IDX-TX FROM 1 BY 1 UNTIL IDX-TX > NB-TAUX
             PERFORM 23100-ASSIETTE
             MOVE LIBELLE-T(IDX-TX) TO LIBELLE-BC-F
             MOVE ASSIETTE-W TO ASSIETTE-BC-F
             MOVE TAUX-SAL-T(IDX-TX) TO TAUX-SAL-BC-F
             COMPUTE SAL-BC-F ROUNDED =
               ASSIETTE-W * TAUX-SAL-T(IDX-TX) / 100
             MOVE TAUX-PAT-T(IDX-TX) TO TAUX-PAT-BC-F
             COMPUTE PAT-BC-F ROUNDED =
               ASSIETTE-W * TAUX-PAT-T(IDX-TX) / 100
             WRITE LIGNE-BULLETIN FROM FORMAT-BUL-COTIS
           END-PERFORM
           MOVE 'TOTAL COTISATIONS SALARIALES' TO LIBELLE-BM-F
           MOVE COT-SAL-W TO MONTANT-BM-F
           MOVE SPACE TO LIBELLE-CUMUL-BM-F
           MOVE SPACE TO CUMUL-BM-X
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           MOVE 'TOTAL COTISATIONS PATRONALES' TO LIBELLE-BM-F
           MOVE COT-PAT-W TO MONTANT-BM-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           MOVE 'NET IMPOSABLE' TO LIBELLE-BM-F
           MOVE IMPOSABLE-W TO MONTANT-BM-F
           MOVE 'CUMUL IMPOSABLE' TO LIBELLE-CUMUL-BM-F
           MOVE IMPOSABLE-CN TO CUMUL-BM-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           MOVE 'NET A PAYER' TO LIBELLE-BM-F
           MOVE NET-W TO MONTANT-BM-F
           MOVE 'CUMUL NET' TO LIBELLE-CUMUL-BM-F
           MOVE NET-CN TO CUMUL-BM-F
           WRITE LIGNE-BULLETIN FROM FORMAT-BUL-MONTANT
           MOVE SPACE TO LIGNE-BULLETIN
           WRITE LIGNE-BULLETIN
           .
       25000-CUMULE-QUALIF.
           MOVE 0 TO IDX-QL-TROUVE
           PERFORM VARYING IDX-QL FROM 1 BY 1
                     UNTIL IDX-QL > NB-QUALIF
             IF QUALIFICATION-T(IDX-QL) = QUALIFICATION-EM
               MOVE IDX-QL TO IDX-QL-TROUVE
             END-IF
           END-PERFORM
           IF IDX-QL-TROUVE = 0
             IF NB-QUALIF < 50
               ADD 1 TO NB-QUALIF
               MOVE NB-QUALIF TO IDX-QL-TROUVE
               MOVE QUALIFICATION-EM TO QUALIFICATION-T(IDX-QL-TROUVE)
             ELSE
               ADD 1 TO CPT-QUALIF-DEBORDES
             END-IF
           END-IF
           IF IDX-QL-TROUVE > 0
             ADD 1 TO EFFECTIF-T(IDX-QL-TROUVE)
             ADD BRUT-W TO BRUT-T(IDX-QL-TROUVE)
             ADD COT-SAL-W TO COT-SAL-T(IDX-QL-TROUVE)
             ADD COT-PAT-W TO COT-PAT-T(IDX-QL-TROUVE)
             ADD NET-W TO NET-T(IDX-QL-TROUVE)
           END-IF
           ADD 1 TO EFFECTIF-TOT
           ADD BRUT-W TO BRUT-TOT
           ADD COT-SAL-W TO COT-SAL-TOT
           ADD COT-PAT-W TO COT-PAT-TOT
           ADD NET-W TO NET-TOT
           .
      * Net a payer vire sur l'IBAN du salarie ; sans IBAN il est
      * signale au journal pour un reglement manuel
       26000-ECRIT-VIREMENT.
           MOVE SPACE TO IBAN-W
           PERFORM VARYING IDX-RIB FROM 1 BY 1 UNTIL IDX-RIB > NB-RIB
             IF MATRICULE-RT(IDX-RIB) = MATRICULE-EM
               MOVE IBAN-RT(IDX-RIB) TO IBAN-W
             END-IF
           END-PERFORM
           IF NET-W = 0
             CONTINUE
           ELSE
             IF IBAN-W = SPACE
               ADD 1 TO CPT-SANS-RIB
               DISPLAY "34 - Salarie sans IBAN : " MATRICULE-EM
               IF CPT-SANS-RIB NOT > 200
                 MOVE MATRICULE-EM TO MATRICULE-SI(CPT-SANS-RIB)
                 MOVE NOM-EM TO NOM-SI(CPT-SANS-RIB)
                 MOVE NET-W TO NET-SI(CPT-SANS-RIB)
               END-IF
             ELSE
               MOVE SPACE TO E-VIREMENT
               MOVE MATRICULE-EM TO MATRICULE-VI
               MOVE NOM-EM TO NOM-VI
               MOVE PRENOM-EM TO PRENOM-VI
               MOVE IBAN-W TO IBAN-VI
               MOVE NET-W TO MONTANT-VI
               MOVE DATE-VIREMENT-W TO DATE-VI
               WRITE E-VIREMENT
               ADD 1 TO CPT-VIREMENTS
             END-IF
           END-IF
           .
      * Cumuls annuels du salarie : ceux de l'annee, diminues du
      * mois de paie s'il y etait deja (paie relancee), augmentes
      * de la paie du mois
       27000-MAJ-CUMUL.
           INITIALIZE CUMUL-NEW-W
           MOVE MATRICULE-EM TO MATRICULE-CN
           MOVE NOM-EM TO NOM-CN
           MOVE PRENOM-EM TO PRENOM-CN
           MOVE ANNEE-PAIE-W TO ANNEE-CN
           MOVE MOIS-PAIE-NUM-W TO MOIS-CN
           IF NOT EOF-CUMUL-OLD AND MATRICULE-CO = MATRICULE-EM
             IF ANNEE-CO = ANNEE-PAIE-W
               MOVE CUMULS-CO TO CUMULS-CN
               IF MOIS-CO = MOIS-PAIE-NUM-W
                 SUBTRACT BRUT-MOIS-CO FROM BRUT-CN
                 SUBTRACT COT-SAL-MOIS-CO FROM COT-SAL-CN
                 SUBTRACT COT-PAT-MOIS-CO FROM COT-PAT-CN
                 SUBTRACT IMPOSABLE-MOIS-CO FROM IMPOSABLE-CN
                 SUBTRACT NET-MOIS-CO FROM NET-CN
                 SUBTRACT JOURS-MOIS-CO FROM JOURS-CN
               ELSE
                 IF NOT SALARIE-PAYE
                   MOVE MOIS-CO TO MOIS-CN
                   MOVE DU-MOIS-CO TO DU-MOIS-CN
                 END-IF
               END-IF
             END-IF
             PERFORM 29000-LIT-CUMUL
           END-IF
           IF SALARIE-PAYE
             MOVE BULLETIN-W TO DU-MOIS-CN
             ADD BRUT-W TO BRUT-CN
             ADD COT-SAL-W TO COT-SAL-CN
             ADD COT-PAT-W TO COT-PAT-CN
             ADD IMPOSABLE-W TO IMPOSABLE-CN
             ADD NET-W TO NET-CN
             ADD JOURS-W TO JOURS-CN
           END-IF
           IF SALARIE-PAYE OR BRUT-CN > 0
             WRITE E-CUMUL-NEW FROM CUMUL-NEW-W
           END-IF
           .
      * Cumul sans salarie paye ce mois : garde s'il est de l'annee
       28000-RECOPIE-CUMUL.
           IF ANNEE-CO = ANNEE-PAIE-W
             WRITE E-CUMUL-NEW FROM E-CUMUL-OLD
           END-IF
           .
       29000-LIT-CUMUL.
           IF NOT EOF-CUMUL-OLD
             READ F-CUMUL-OLD
               AT END
                 MOVE 10 TO CR-CUMUL-OLD
             END-READ
           END-IF
           .
      * Journal par qualification, total et compteurs
       30000-FIN.
           MOVE MOIS-PAIE-NUM-W TO MOIS-JT-F
           MOVE ANNEE-PAIE-W TO ANNEE-JT-F
           WRITE LIGNE-JOURNAL FROM FORMAT-JNL-TITRE
           MOVE SPACE TO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL FROM FORMAT-JNL-ENTETE
           PERFORM VARYING IDX-QL FROM 1 BY 1 UNTIL IDX-QL > NB-QUALIF
             MOVE QUALIFICATION-T(IDX-QL) TO QUALIF-JL-F
             MOVE EFFECTIF-T(IDX-QL) TO EFFECTIF-JL-F
             MOVE BRUT-T(IDX-QL) TO BRUT-JL-F
             MOVE COT-SAL-T(IDX-QL) TO COT-SAL-JL-F
             MOVE COT-PAT-T(IDX-QL) TO COT-PAT-JL-F
             MOVE NET-T(IDX-QL) TO NET-JL-F
             WRITE LIGNE-JOURNAL FROM FORMAT-JNL-LIGNE
           END-PERFORM
           MOVE SPACE TO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE 'TOTAL' TO QUALIF-JL-F
           MOVE EFFECTIF-TOT TO EFFECTIF-JL-F
           MOVE BRUT-TOT TO BRUT-JL-F
           MOVE COT-SAL-TOT TO COT-SAL-JL-F
           MOVE COT-PAT-TOT TO COT-PAT-JL-F
           MOVE NET-TOT TO NET-JL-F
           WRITE LIGNE-JOURNAL FROM FORMAT-JNL-LIGNE
           IF CPT-SANS-RIB > 0
             MOVE SPACE TO LIGNE-JOURNAL
             WRITE LIGNE-JOURNAL
           END-IF
           PERFORM VARYING IDX-SI FROM 1 BY 1
                     UNTIL IDX-SI > CPT-SANS-RIB OR IDX-SI > 200
             MOVE MATRICULE-SI(IDX-SI) TO MATRICULE-JA-F
             MOVE NOM-SI(IDX-SI) TO NOM-JA-F
             MOVE NET-SI(IDX-SI) TO NET-JA-F
             WRITE LIGNE-JOURNAL FROM FORMAT-JNL-ANOMALIE
           END-PERFORM
           CLOSE F-EMPLOYES F-CUMUL-OLD F-CUMUL-NEW F-BULLETIN
                 F-JOURNAL F-VIREMENT
           DISPLAY "Salaries lus au personnel : " CPT-EMPLOYES
           DISPLAY "Salaries payes            : " CPT-PAYES
           DISPLAY "Virements emis            : " CPT-VIREMENTS
           DISPLAY "Salaries sans IBAN        : " CPT-SANS-RIB
           DISPLAY "Cotisations rejetees      : " CPT-TAUX-REJETES
           IF CPT-QUALIF-DEBORDES > 0
             DISPLAY "Qualifications hors journal : "
                     CPT-QUALIF-DEBORDES
             MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND CPT-SANS-RIB > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
