       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCONS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte parametre : periode AAAAMMJJ en 1-8 et 9-16 (blanc :
      * tout le journal fourni), matricule recherche en 17-22
      * (blanc : pas de recherche), multiple de la moyenne des
      * collegues au-dela duquel un volume est signale en 23-24,
      * volume minimal signale en 25-28. Absente : tout le journal,
      * multiple 3, minimum 50.
           SELECT OPTIONAL f-param ASSIGN CONSPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Journal des consultations ecrit par VSAM1.
           SELECT f-consul ASSIGN DDCONSUL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CONSUL.

      * Rapport hebdomadaire des consultations.
           SELECT f-rapport ASSIGN DDCONSRP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-param.
       01 e-param.
         05 DATE-DEB-PRM                 PIC X(8).
         05 DATE-FIN-PRM                 PIC X(8).
         05 MAT-PRM                      PIC X(6).
         05 MULTIPLE-PRM                 PIC X(2).
         05 MINIMUM-PRM                  PIC X(4).
         05                              PIC X(52).

       fd f-consul.
       01 e-consul.
           COPY CCONSULT.

       fd f-rapport.
       01 ligne-rapport                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-PARAM                       PIC 99.
       01 CR-CONSUL                      PIC 99.
         88 EOF-CONSUL VALUE 10.
       01 CR-RAPPORT                     PIC 99.

       77 DATE-DEB-W                     PIC 9(8) VALUE 0.
       77 DATE-FIN-W                     PIC 9(8) VALUE 99999999.
       77 MAT-RECHERCHE-W                PIC X(6) VALUE SPACE.
       77 MULTIPLE-W                     PIC 9(2) VALUE 3.
       77 MINIMUM-W                      PIC 9(4) VALUE 50.

      * Cumuls par operateur sur la periode.
       77 NB-OPER-MAX                    PIC 9(3) VALUE 500.
       01 TAB-OPER.
         05 NB-OPER                      PIC 9(3) VALUE 0.
         05 OPER-T OCCURS 500.
           10 CODE-OPER-T                PIC X(8).
           10 AGENCE-OPER-T              PIC X(2).
           10 NB-CONSULT-T               PIC 9(6).
           10 NB-HORS-AGENCE-T           PIC 9(6).
       77 IDX-OPER                       PIC 9(3).
       77 OPER-TROUVE-SW                 PIC X(1).
         88 OPER-TROUVE VALUE 'O'.

       77 MOYENNE-PAIRS-W                PIC 9(6)V9(2).
       77 SEUIL-VOLUME-W                 PIC 9(7)V9(2).

       01 CPT.
         05 CPT-LUES                     PIC 9(7) VALUE 0.
         05 CPT-PERIODE                  PIC 9(7) VALUE 0.
         05 CPT-CHAINE                   PIC 9(7) VALUE 0.
         05 CPT-INTERACTIVES             PIC 9(7) VALUE 0.
         05 CPT-HORS-AGENCE              PIC 9(7) VALUE 0.
         05 CPT-VOLUMES                  PIC 9(4) VALUE 0.
         05 CPT-MATRICULE                PIC 9(6) VALUE 0.

       01 FORMAT-TITRE-CS.
         05                              PIC X(31)
           VALUE 'CONSULTATIONS DE POLICES DU   '.
         05 DATE-DEB-F                   PIC 9(8).
         05                              PIC X(4) VALUE ' AU '.
         05 DATE-FIN-F                   PIC 9(8).
         05                              PIC X(29).

       01 FORMAT-SECTION-CS.
         05                              PIC X(4) VALUE '*** '.
         05 LIB-SECTION-F                PIC X(60).
         05                              PIC X(16).

       01 FORMAT-DETAIL-CS.
         05                              PIC X(2).
         05 OPERATEUR-F                  PIC X(8).
         05                              PIC X(5) VALUE ' AG. '.
         05 AGENCE-OP-F                  PIC X(2).
         05                              PIC X(2).
         05 DATE-F-CS                    PIC 9(8).
         05                              PIC X(1).
         05 HEURE-F-CS                   PIC 9(6).
         05                              PIC X(11) VALUE ' MATRICULE '.
         05 MAT-F                        PIC 9(6).
         05                              PIC X(5) VALUE ' AG. '.
         05 AGENCE-POL-F                 PIC X(2).
         05                              PIC X(8) VALUE ' OPTION '.
         05 MODE-F                       PIC 9(1).
         05                              PIC X(13).

       01 FORMAT-OPER-CS.
         05                              PIC X(2).
         05 OPERATEUR-O-F                PIC X(8).
         05                              PIC X(5) VALUE ' AG. '.
         05 AGENCE-O-F                   PIC X(2).
         05                              PIC X(2).
         05 NB-CONSULT-F                 PIC Z(5)9.
         05                              PIC X(11) VALUE ' CONSULT.  '.
         05 NB-HORS-F                    PIC Z(5)9.
         05                              PIC X(13)
           VALUE ' HORS AGENCE '.
         05 MOYENNE-F                    PIC Z(5)9,99.
         05                              PIC X(1).
         05 SIGNAL-F                     PIC X(15).

       01 FORMAT-TOTAL-CS.
         05                              PIC X(2).
         05 LIB-TOTAL-F                  PIC X(40).
         05 VAL-TOTAL-F                  PIC Z(6)9.
         05                              PIC X(31).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-OPERATEURS
           IF MAT-RECHERCHE-W NOT = SPACE
             PERFORM 26000-EDITE-MATRICULE
           END-IF
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 perform 10100-CONTROLE-PARAM
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-consul
           IF CR-CONSUL > 0
             DISPLAY 'ERROR DDCONSUL : ' CR-CONSUL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rapport
           MOVE DATE-DEB-W TO DATE-DEB-F
           MOVE DATE-FIN-W TO DATE-FIN-F
           WRITE ligne-rapport FROM FORMAT-TITRE-CS
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'CONSULTATIONS DE POLICES D''UNE AUTRE AGENCE'
             TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-CS
           perform 18000-READ-CONSUL
           .

       10100-CONTROLE-PARAM.
           IF DATE-DEB-PRM NOT = SPACE
             IF DATE-DEB-PRM NUMERIC
               MOVE DATE-DEB-PRM TO DATE-DEB-W
             ELSE
               DISPLAY 'DATE DE DEBUT INVALIDE : ' DATE-DEB-PRM
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF DATE-FIN-PRM NOT = SPACE
             IF DATE-FIN-PRM NUMERIC
               MOVE DATE-FIN-PRM TO DATE-FIN-W
             ELSE
               DISPLAY 'DATE DE FIN INVALIDE : ' DATE-FIN-PRM
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF MAT-PRM NOT = SPACE
             IF MAT-PRM NUMERIC
               MOVE MAT-PRM TO MAT-RECHERCHE-W
             ELSE
               DISPLAY 'MATRICULE INVALIDE : ' MAT-PRM
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF MULTIPLE-PRM NUMERIC AND MULTIPLE-PRM > 0
             MOVE MULTIPLE-PRM TO MULTIPLE-W
           END-IF
           IF MINIMUM-PRM NUMERIC
             MOVE MINIMUM-PRM TO MINIMUM-W
           END-IF
           .

       18000-READ-CONSUL.
           READ f-consul
           IF NOT EOF-CONSUL
             ADD 1 TO CPT-LUES
           END-IF
           .

      * Les recherches par liste de la chaine sont comptees a part :
      * elles ne sont le fait d'aucun operateur.
       20000-TRAITEMENT.
           perform until EOF-CONSUL
             IF DATE-CS NOT < DATE-DEB-W AND DATE-CS NOT > DATE-FIN-W
               ADD 1 TO CPT-PERIODE
               IF CONSULT-PAR-LISTE
                 ADD 1 TO CPT-CHAINE
               ELSE
                 ADD 1 TO CPT-INTERACTIVES
                 perform 21000-CUMULE-OPERATEUR
               END-IF
             END-IF
             perform 18000-READ-CONSUL
           END-PERFORM
           .

      * Un operateur du siege (agence a blanc) est habilite sur
      * tout le portefeuille ; une police sans agence connue ne
      * compte pas hors agence.
       21000-CUMULE-OPERATEUR.
           MOVE 'N' TO OPER-TROUVE-SW
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER OR OPER-TROUVE
             IF CODE-OPER-T(IDX-OPER) = OPERATEUR-CS
               SET OPER-TROUVE TO TRUE
             END-IF
           END-PERFORM
           IF OPER-TROUVE
             SUBTRACT 1 FROM IDX-OPER
           ELSE
             IF NB-OPER < NB-OPER-MAX
               ADD 1 TO NB-OPER
               MOVE NB-OPER TO IDX-OPER
               MOVE OPERATEUR-CS TO CODE-OPER-T(IDX-OPER)
               MOVE 0 TO NB-CONSULT-T(IDX-OPER)
                         NB-HORS-AGENCE-T(IDX-OPER)
             ELSE
               DISPLAY 'PLUS DE ' NB-OPER-MAX ' OPERATEURS - '
                       OPERATEUR-CS ' NON CUMULE'
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO IDX-OPER
             END-IF
           END-IF
           IF IDX-OPER > 0
             MOVE AGENCE-OP-CS TO AGENCE-OPER-T(IDX-OPER)
             ADD 1 TO NB-CONSULT-T(IDX-OPER)
             IF AGENCE-OP-CS NOT = SPACE
              AND AGENCE-POL-CS NOT = SPACE
              AND AGENCE-OP-CS NOT = AGENCE-POL-CS
               ADD 1 TO NB-HORS-AGENCE-T(IDX-OPER)
               ADD 1 TO CPT-HORS-AGENCE
               perform 22000-ECRIT-DETAIL
             END-IF
           END-IF
           .

       22000-ECRIT-DETAIL.
           MOVE OPERATEUR-CS TO OPERATEUR-F
           MOVE AGENCE-OP-CS TO AGENCE-OP-F
           MOVE DATE-CS TO DATE-F-CS
           MOVE HEURE-CS TO HEURE-F-CS
           MOVE MAT-CS TO MAT-F
           MOVE AGENCE-POL-CS TO AGENCE-POL-F
           MOVE MODE-CS TO MODE-F
           WRITE ligne-rapport FROM FORMAT-DETAIL-CS
           .

      * Volume de chaque operateur rapporte a la moyenne de ses
      * collegues (les autres operateurs de la periode) : au-dela
      * du multiple parametre, et du volume minimal, il est signale.
       25000-EDITE-OPERATEURS.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'VOLUMES PAR OPERATEUR (MOYENNE DES COLLEGUES)'
             TO LIB-SECTION-F
           WRITE ligne-rapport FROM FORMAT-SECTION-CS
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > NB-OPER
             MOVE CODE-OPER-T(IDX-OPER) TO OPERATEUR-O-F
             MOVE AGENCE-OPER-T(IDX-OPER) TO AGENCE-O-F
             MOVE NB-CONSULT-T(IDX-OPER) TO NB-CONSULT-F
             MOVE NB-HORS-AGENCE-T(IDX-OPER) TO NB-HORS-F
             MOVE 0 TO MOYENNE-PAIRS-W
             IF NB-OPER > 1
               COMPUTE MOYENNE-PAIRS-W ROUNDED =
                 (CPT-INTERACTIVES - NB-CONSULT-T(IDX-OPER))
                 / (NB-OPER - 1)
             END-IF
             MOVE MOYENNE-PAIRS-W TO MOYENNE-F
             COMPUTE SEUIL-VOLUME-W = MOYENNE-PAIRS-W * MULTIPLE-W
             MOVE SPACE TO SIGNAL-F
             IF NB-OPER > 1
              AND NB-CONSULT-T(IDX-OPER) > SEUIL-VOLUME-W
              AND NB-CONSULT-T(IDX-OPER) NOT < MINIMUM-W
               MOVE '** VOLUME' TO SIGNAL-F
               ADD 1 TO CPT-VOLUMES
             END-IF
             IF NB-HORS-AGENCE-T(IDX-OPER) > 0
               IF SIGNAL-F = SPACE
                 MOVE '** HORS AGENCE' TO SIGNAL-F
               ELSE
                 MOVE '** VOL+AGENCE' TO SIGNAL-F
               END-IF
             END-IF
             WRITE ligne-rapport FROM FORMAT-OPER-CS
           END-PERFORM
           .

      * Qui a consulte la police demandee sur la periode : le
      * journal est relu, recherches par liste comprises.
       26000-EDITE-MATRICULE.
           CLOSE f-consul
           OPEN INPUT f-consul
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE SPACE TO LIB-SECTION-F
           STRING 'CONSULTATIONS DE LA POLICE ' MAT-RECHERCHE-W
             DELIMITED BY SIZE INTO LIB-SECTION-F
           END-STRING
           WRITE ligne-rapport FROM FORMAT-SECTION-CS
           READ f-consul
           perform until EOF-CONSUL
             IF MAT-CS = MAT-RECHERCHE-W
              AND DATE-CS NOT < DATE-DEB-W
              AND DATE-CS NOT > DATE-FIN-W
               ADD 1 TO CPT-MATRICULE
               perform 22000-ECRIT-DETAIL
             END-IF
             READ f-consul
           END-PERFORM
           MOVE 'CONSULTATIONS DE LA POLICE' TO LIB-TOTAL-F
           MOVE CPT-MATRICULE TO VAL-TOTAL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CS
           .

       30000-END-PGM.
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'CONSULTATIONS SUR LA PERIODE' TO LIB-TOTAL-F
           MOVE CPT-PERIODE TO VAL-TOTAL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CS
           MOVE 'DONT RECHERCHES PAR LISTE (CHAINE)' TO LIB-TOTAL-F
           MOVE CPT-CHAINE TO VAL-TOTAL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CS
           MOVE 'CONSULTATIONS HORS AGENCE' TO LIB-TOTAL-F
           MOVE CPT-HORS-AGENCE TO VAL-TOTAL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CS
           MOVE 'OPERATEURS AU VOLUME ANORMAL' TO LIB-TOTAL-F
           MOVE CPT-VOLUMES TO VAL-TOTAL-F
           WRITE ligne-rapport FROM FORMAT-TOTAL-CS
           CLOSE f-consul f-rapport
           DISPLAY 'CONSULTATIONS LUES   : ' CPT-LUES
           DISPLAY 'SUR LA PERIODE       : ' CPT-PERIODE
           DISPLAY 'OPERATEURS           : ' NB-OPER
           DISPLAY 'HORS AGENCE          : ' CPT-HORS-AGENCE
           DISPLAY 'VOLUMES SIGNALES     : ' CPT-VOLUMES
           IF RETURN-CODE = 0
            AND (CPT-HORS-AGENCE > 0 OR CPT-VOLUMES > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
