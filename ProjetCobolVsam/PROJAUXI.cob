       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJAUXI.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Base des creances : le reste du par creance (du moins regle)
      * et les avoirs non encore imputes forment l'auxiliaire
      * clients.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Comptes clients : les credits en faveur des assures viennent
      * en deduction de l'auxiliaire.
           SELECT f-balance ASSIGN DDBALANC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MAT-X-BC
            FILE STATUS IS CR-BALANCE.

      * Compte d'attente des encaissements : les reglements sans
      * creance rejetes par le recouvrement ont ete comptabilises
      * au credit du client sans toucher l'auxiliaire.
           SELECT OPTIONAL f-attente ASSIGN DDATTENT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CLE-X-AT
            FILE STATUS IS CR-ATTENTE.

      * Cumul des ecritures comptables de PROJCPTA, toutes periodes.
           SELECT f-cumul ASSIGN DDCPTCUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CUMUL.

      * Carte parametre : periode d'arrete AAAAMM en colonnes 1-6,
      * les ecritures des periodes posterieures sont ignorees.
      * Absente, la periode du run.
           SELECT OPTIONAL f-param ASSIGN AUXIPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Etat de rapprochement pour les commissaires aux comptes.
           SELECT f-rapport ASSIGN DDAUXRPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RAPPORT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-balance.
       01 e-balance.
           COPY CBALANC.

       fd f-attente.
       01 e-attente.
           COPY CATTENT.

       fd f-cumul.
       01 e-cumul.
         05 COMPTE-CU                  PIC X(6).
         05 SENS-CU                    PIC X(1).
         05 MONTANT-CU                 PIC 9(11)V9(2).
         05 PERIODE-CU                 PIC 9(6).
         05                            PIC X(54).

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-rapport.
       01 ligne-rapport                PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-RECEV                       PIC 99.
         88 EOF-RECEV VALUE 10.
       01 CR-BALANCE                     PIC 99.
         88 EOF-BALANCE VALUE 10.
       01 CR-ATTENTE                     PIC 99.
         88 EOF-ATTENTE VALUE 10.
       01 CR-CUMUL                       PIC 99.
         88 EOF-CUMUL VALUE 10.
       01 CR-PARAM                       PIC 99.
       01 CR-RAPPORT                     PIC 99.

       77 PERIODE-ARRETE                 PIC 9(6).
       77 RESTE-DU-W                     PIC S9(7)V9(2).

      * Solde de l'auxiliaire reconstitue et solde des comptes
      * clients (411, 419) au grand livre.
       01 SOLDES.
         05 TOT-DEBITS-OUVERTS           PIC S9(11)V9(2) VALUE 0.
         05 TOT-AVOIRS-OUVERTS           PIC S9(11)V9(2) VALUE 0.
         05 TOT-CREDITS-COMPTES          PIC S9(11)V9(2) VALUE 0.
         05 SOLDE-AUXI                   PIC S9(11)V9(2) VALUE 0.
         05 TOT-GL-DEBIT                 PIC S9(11)V9(2) VALUE 0.
         05 TOT-GL-CREDIT                PIC S9(11)V9(2) VALUE 0.
         05 SOLDE-GL                     PIC S9(11)V9(2) VALUE 0.
         05 ECART-TOTAL                  PIC S9(11)V9(2) VALUE 0.

      * Ventilation de l'ecart (auxiliaire moins grand livre) par
      * cause : creances nees hors de la chaine comptabilisee
      * (appels de prime preleves, ajustements), avoirs de
      * resiliation, penalites et frais de rejet jamais passes en
      * comptabilite, reglements comptabilises sans creance.
       01 CAUSES.
         05 CAUSE-HORS-CHAINE            PIC S9(11)V9(2) VALUE 0.
         05 CAUSE-AVOIRS                 PIC S9(11)V9(2) VALUE 0.
         05 CAUSE-PENALITES              PIC S9(11)V9(2) VALUE 0.
         05 CAUSE-FRAIS-REJET            PIC S9(11)V9(2) VALUE 0.
         05 CAUSE-ORPHELINS              PIC S9(11)V9(2) VALUE 0.
         05 CAUSE-RESIDU                 PIC S9(11)V9(2) VALUE 0.

       01 CPT.
         05 CPT-CREANCES                 PIC 9(7) VALUE 0.
         05 CPT-HORS-CHAINE              PIC 9(7) VALUE 0.
         05 CPT-AVOIRS                   PIC 9(7) VALUE 0.
         05 CPT-COMPTES                  PIC 9(7) VALUE 0.
         05 CPT-ORPHELINS                PIC 9(7) VALUE 0.
         05 CPT-ECRITURES                PIC 9(7) VALUE 0.
         05 CPT-ECRITURES-CLIENT         PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-AUXI.
         05                              PIC X(40)
           VALUE 'RAPPROCHEMENT AUXILIAIRE CLIENTS / GRAND'.
         05                              PIC X(13)
           VALUE ' LIVRE DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(19).

       01 FORMAT-ARRETE-AUXI.
         05                              PIC X(39)
           VALUE 'ECRITURES CUMULEES JUSQU''A LA PERIODE '.
         05 PERIODE-T-F                  PIC 9(6).
         05                              PIC X(35).

       01 FORMAT-SECTION-AUXI.
         05 LIB-S-F                      PIC X(40).
         05                              PIC X(40).

      * Une ligne par solde ou par cause : libelle, nombre
      * d'elements quand il a un sens, montant signe.
       01 FORMAT-LIGNE-AUXI.
         05                              PIC X(2).
         05 LIB-L-F                      PIC X(38).
         05 NB-L-F                       PIC Z(6)9 BLANK WHEN ZERO.
         05                              PIC X(3).
         05 MONTANT-L-F                  PIC -Z(10)9,99.
         05                              PIC X(15).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITE-RAPPROCHEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE DATE-JOUR(1:6) TO PERIODE-ARRETE
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:6) NUMERIC
                   MOVE e-param(1:6) TO PERIODE-ARRETE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-balance
           IF CR-BALANCE > 0
             DISPLAY 'ERROR DDBALANC : ' CR-BALANCE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-cumul
           IF CR-CUMUL > 0
             DISPLAY 'ERROR DDCPTCUM : ' CR-CUMUL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-attente
           OPEN OUTPUT f-rapport
           .

       18000-READ-RECEV.
           READ f-recev NEXT
           IF NOT EOF-RECEV
             ADD 1 TO CPT-CREANCES
           END-IF
           .

       18100-READ-BALANCE.
           READ f-balance NEXT
           IF NOT EOF-BALANCE
             ADD 1 TO CPT-COMPTES
           END-IF
           .

       18200-READ-ATTENTE.
           READ f-attente NEXT
           .

       18300-READ-CUMUL.
           READ f-cumul
           IF NOT EOF-CUMUL
             ADD 1 TO CPT-ECRITURES
           END-IF
           .

       20000-TRAITEMENT.
           perform 21000-AUXILIAIRE-CREANCES
           perform 22000-AUXILIAIRE-COMPTES
           perform 23000-REGLEMENTS-ORPHELINS
           perform 24000-GRAND-LIVRE
           COMPUTE SOLDE-AUXI = TOT-DEBITS-OUVERTS
                              - TOT-AVOIRS-OUVERTS
                              - TOT-CREDITS-COMPTES
           COMPUTE SOLDE-GL = TOT-GL-DEBIT - TOT-GL-CREDIT
           COMPUTE ECART-TOTAL = SOLDE-AUXI - SOLDE-GL
           COMPUTE CAUSE-RESIDU = ECART-TOTAL
                                - CAUSE-HORS-CHAINE
                                - CAUSE-AVOIRS
                                - CAUSE-PENALITES
                                - CAUSE-FRAIS-REJET
                                - CAUSE-ORPHELINS
           .

      * Reste du de chaque creance et part de son montant que la
      * comptabilite n'a jamais vue. Seules les quittances COB4 et
      * les franchises refacturees (PROJSINP) passent au debit
      * client par PROJCPTA ; une creance sans origine (anterieure
      * a la zone) est tenue pour une quittance.
       21000-AUXILIAIRE-CREANCES.
           perform 18000-READ-RECEV
           perform until EOF-RECEV
             COMPUTE RESTE-DU-W = MONTANT-DU-RC - MONTANT-REGLE-RC
             IF CREANCE-AVOIR
               ADD RESTE-DU-W TO TOT-AVOIRS-OUVERTS
               ADD 1 TO CPT-AVOIRS
               SUBTRACT MONTANT-DU-RC FROM CAUSE-AVOIRS
             ELSE
               ADD RESTE-DU-W TO TOT-DEBITS-OUVERTS
               IF PENALITE-RC NUMERIC
                 ADD PENALITE-RC TO CAUSE-PENALITES
               END-IF
               IF FRAIS-REJET-RC NUMERIC
                 ADD FRAIS-REJET-RC TO CAUSE-FRAIS-REJET
               END-IF
               IF ORIGINE-APPEL OR ORIGINE-AJUSTEMENT
                 ADD 1 TO CPT-HORS-CHAINE
                 ADD MONTANT-DU-RC TO CAUSE-HORS-CHAINE
                 IF PENALITE-RC NUMERIC
                   SUBTRACT PENALITE-RC FROM CAUSE-HORS-CHAINE
                 END-IF
                 IF FRAIS-REJET-RC NUMERIC
                   SUBTRACT FRAIS-REJET-RC FROM CAUSE-HORS-CHAINE
                 END-IF
               END-IF
             END-IF
             perform 18000-READ-RECEV
           END-PERFORM
           .

      * Credits en faveur des assures (solde positif du compte).
       22000-AUXILIAIRE-COMPTES.
           perform 18100-READ-BALANCE
           perform until EOF-BALANCE
             IF SOLDE-BC NUMERIC
               ADD SOLDE-BC TO TOT-CREDITS-COMPTES
             END-IF
             perform 18100-READ-BALANCE
           END-PERFORM
           .

      * Reglements sans creance : encaisses et credites au client
      * en comptabilite, gares en attente hors de l'auxiliaire.
       23000-REGLEMENTS-ORPHELINS.
           IF CR-ATTENTE < 10
             perform 18200-READ-ATTENTE
             perform until EOF-ATTENTE
               IF ATT-ORPHELIN
                 ADD 1 TO CPT-ORPHELINS
                 ADD MONTANT-AT TO CAUSE-ORPHELINS
               END-IF
               perform 18200-READ-ATTENTE
             END-PERFORM
           END-IF
           .

      * Solde des comptes clients (classe 411 et 419) au grand
      * livre, ecritures cumulees jusqu'a la periode d'arrete.
       24000-GRAND-LIVRE.
           perform 18300-READ-CUMUL
           perform until EOF-CUMUL
             IF (COMPTE-CU(1:3) = '411' OR COMPTE-CU(1:3) = '419')
              AND PERIODE-CU NOT > PERIODE-ARRETE
               ADD 1 TO CPT-ECRITURES-CLIENT
               IF SENS-CU = 'D'
                 ADD MONTANT-CU TO TOT-GL-DEBIT
               ELSE
                 ADD MONTANT-CU TO TOT-GL-CREDIT
               END-IF
             END-IF
             perform 18300-READ-CUMUL
           END-PERFORM
           .

       25000-EDITE-RAPPROCHEMENT.
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-rapport FROM FORMAT-TITRE-AUXI
           MOVE PERIODE-ARRETE TO PERIODE-T-F
           WRITE ligne-rapport FROM FORMAT-ARRETE-AUXI
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'AUXILIAIRE CLIENTS RECONSTITUE' TO LIB-S-F
           WRITE ligne-rapport FROM FORMAT-SECTION-AUXI
           MOVE 'RESTE DU DES CREANCES' TO LIB-L-F
           MOVE CPT-CREANCES TO NB-L-F
           MOVE TOT-DEBITS-OUVERTS TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'AVOIRS NON IMPUTES' TO LIB-L-F
           MOVE CPT-AVOIRS TO NB-L-F
           COMPUTE MONTANT-L-F = 0 - TOT-AVOIRS-OUVERTS
           perform 25500-ECRIT-LIGNE
           MOVE 'CREDITS DES COMPTES CLIENTS' TO LIB-L-F
           MOVE CPT-COMPTES TO NB-L-F
           COMPUTE MONTANT-L-F = 0 - TOT-CREDITS-COMPTES
           perform 25500-ECRIT-LIGNE
           MOVE 'SOLDE AUXILIAIRE' TO LIB-L-F
           MOVE 0 TO NB-L-F
           MOVE SOLDE-AUXI TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'GRAND LIVRE COMPTES CLIENTS 411 / 419' TO LIB-S-F
           WRITE ligne-rapport FROM FORMAT-SECTION-AUXI
           MOVE 'TOTAL DEBIT' TO LIB-L-F
           MOVE CPT-ECRITURES-CLIENT TO NB-L-F
           MOVE TOT-GL-DEBIT TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'TOTAL CREDIT' TO LIB-L-F
           MOVE 0 TO NB-L-F
           COMPUTE MONTANT-L-F = 0 - TOT-GL-CREDIT
           perform 25500-ECRIT-LIGNE
           MOVE 'SOLDE GRAND LIVRE' TO LIB-L-F
           MOVE SOLDE-GL TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE SPACE TO ligne-rapport
           WRITE ligne-rapport
           MOVE 'ECART AUXILIAIRE - GRAND LIVRE' TO LIB-S-F
           WRITE ligne-rapport FROM FORMAT-SECTION-AUXI
           MOVE 'CREANCES NEES HORS CHAINE' TO LIB-L-F
           MOVE CPT-HORS-CHAINE TO NB-L-F
           MOVE CAUSE-HORS-CHAINE TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'AVOIRS DE RESILIATION' TO LIB-L-F
           MOVE CPT-AVOIRS TO NB-L-F
           MOVE CAUSE-AVOIRS TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'PENALITES DE RETARD NON COMPTABILISEES' TO LIB-L-F
           MOVE 0 TO NB-L-F
           MOVE CAUSE-PENALITES TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'FRAIS DE REJET NON COMPTABILISES' TO LIB-L-F
           MOVE CAUSE-FRAIS-REJET TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'REGLEMENTS COMPTABILISES SANS CREANCE' TO LIB-L-F
           MOVE CPT-ORPHELINS TO NB-L-F
           MOVE CAUSE-ORPHELINS TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'ECART NON EXPLIQUE' TO LIB-L-F
           MOVE 0 TO NB-L-F
           MOVE CAUSE-RESIDU TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           MOVE 'ECART TOTAL' TO LIB-L-F
           MOVE ECART-TOTAL TO MONTANT-L-F
           perform 25500-ECRIT-LIGNE
           .

       25500-ECRIT-LIGNE.
           WRITE ligne-rapport FROM FORMAT-LIGNE-AUXI
           .

       30000-END-PGM.
           CLOSE f-recev f-balance f-cumul f-rapport
           IF CR-ATTENTE < 10
             CLOSE f-attente
           END-IF
           IF CAUSE-RESIDU NOT = 0
             DISPLAY 'ECART NON EXPLIQUE AU RAPPROCHEMENT : '
                     CAUSE-RESIDU
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PERIODE D''ARRETE      : ' PERIODE-ARRETE
           DISPLAY 'CREANCES LUES         : ' CPT-CREANCES
           DISPLAY 'COMPTES CLIENTS LUS   : ' CPT-COMPTES
           DISPLAY 'ECRITURES CUMULEES    : ' CPT-ECRITURES
           DISPLAY 'SOLDE AUXILIAIRE      : ' SOLDE-AUXI
           DISPLAY 'SOLDE GRAND LIVRE     : ' SOLDE-GL
           DISPLAY 'ECART TOTAL           : ' ECART-TOTAL
           STOP RUN
           .
