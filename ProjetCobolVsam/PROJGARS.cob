       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJGARS.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Releve mensuel des garages reparateurs : pour chaque garage,
      * les factures recues dans le mois, payees en direct ou mises
      * en litige avec leur motif, et les totaux.
           SELECT f-garhis ASSIGN DDGARHIS
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-GARHIS.

           SELECT SD-TRI ASSIGN TRIGAR.

      * Referentiel des garages : nom et adresse en tete du releve.
           SELECT OPTIONAL f-garages ASSIGN DDGARAG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODE-GR
            FILE STATUS IS CR-GARAGES.

      * Carte parametre : periode AAAAMM en colonnes 1-6 (absente,
      * le mois du run).
           SELECT OPTIONAL f-param ASSIGN GARSPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

           SELECT f-releves ASSIGN DDGARREL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELEVES.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-garhis.
       01 e-garhis                     PIC X(104).

       SD SD-TRI.
       01 e-tri.
           COPY CGARHIS.

       fd f-garages.
       01 e-garage.
           COPY CGARAGE.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-releves.
       01 ligne-releve                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-GARHIS                      PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.
       01 CR-GARAGES                     PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-RELEVES                     PIC 99.

       01 PERIODE-REL                    PIC 9(6).
       77 GARAGE-COURANT                 PIC X(5) VALUE SPACE.

       01 TOTAUX-GARAGE.
         05 NB-RECUES-G                  PIC 9(5).
         05 MT-RECUES-G                  PIC 9(9)V9(2).
         05 NB-PAYEES-G                  PIC 9(5).
         05 MT-PAYEES-G                  PIC 9(9)V9(2).
         05 NB-LITIGES-G                 PIC 9(5).
         05 MT-LITIGES-G                 PIC 9(9)V9(2).
         05 MT-FRANCHISES-G              PIC 9(9)V9(2).

       01 CPT.
         05 CPT-LUES                     PIC 9(7) VALUE 0.
         05 CPT-PERIODE                  PIC 9(7) VALUE 0.
         05 CPT-GARAGES                  PIC 9(5) VALUE 0.
         05 TOT-RECUES                   PIC 9(11)V9(2) VALUE 0.
         05 TOT-PAYEES                   PIC 9(11)V9(2) VALUE 0.
         05 TOT-LITIGES                  PIC 9(11)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-TITRE-GAR.
         05                              PIC X(27)
           VALUE 'RELEVE DES FACTURES GARAGE '.
         05 CODE-T-F                     PIC X(5).
         05                              PIC X(1).
         05 NOM-T-F                      PIC X(20).
         05                              PIC X(11)
           VALUE ' - PERIODE '.
         05 PERIODE-T-F                  PIC 9(6).
         05                              PIC X(10).

       01 FORMAT-ADRESSE-GAR.
         05                              PIC X(2).
         05 ADRESSE-A-F                  PIC X(16).
         05                              PIC X(1).
         05 CP-A-F                       PIC X(5).
         05                              PIC X(1).
         05 VILLE-A-F                    PIC X(10).
         05                              PIC X(45).

       01 FORMAT-ENTETE-GAR.
         05                              PIC X(11) VALUE 'FACTURE'.
         05                              PIC X(12) VALUE 'SINISTRE'.
         05                              PIC X(9) VALUE 'DATE FAC'.
         05                              PIC X(10) VALUE '  MONTANT'.
         05                              PIC X(7) VALUE 'STATUT'.
         05                              PIC X(10) VALUE '     PAYE'.
         05                              PIC X(8) VALUE ' FRANCH.'.
         05                              PIC X(13).

       01 FORMAT-LIGNE-GAR.
         05 FACTURE-L-F                  PIC X(10).
         05                              PIC X(1).
         05 MAT-L-F                      PIC 9(6).
         05                              PIC X(1) VALUE '/'.
         05 NUM-L-F                      PIC 9(4).
         05                              PIC X(1).
         05 DATE-L-F                     PIC 9(8).
         05                              PIC X(1).
         05 MONTANT-L-F                  PIC Z(5)9,99.
         05                              PIC X(1).
         05 STATUT-L-F                   PIC X(6).
         05                              PIC X(1).
         05 PAYE-L-F                     PIC Z(5)9,99.
         05                              PIC X(1).
         05 FRANCHISE-L-F                PIC Z(3)9,99.
         05                              PIC X(14).

       01 FORMAT-MOTIF-GAR.
         05                              PIC X(12)
           VALUE '  LITIGE : '.
         05 MOTIF-M-F                    PIC X(40).
         05                              PIC X(28).

       01 FORMAT-TOTAL-GAR.
         05 LIB-TOT-F                    PIC X(22).
         05 NB-TOT-F                     PIC Z(4)9.
         05                              PIC X(11)
           VALUE ' MONTANT : '.
         05 MT-TOT-F                     PIC Z(8)9,99.
         05                              PIC X(30).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRI-HISTORIQUE
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE DATE-JOUR(1:6) TO PERIODE-REL
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:6) NUMERIC
                   MOVE e-param(1:6) TO PERIODE-REL
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-garages
           OPEN OUTPUT f-releves
           .

       20000-TRI-HISTORIQUE.
           SORT SD-TRI
             ON ASCENDING KEY GARAGE-GH DATE-TRAITEMENT-GH
                              NUM-FACTURE-GH
             USING f-garhis
             OUTPUT PROCEDURE IS 21000-EDITE-RELEVES
           .

      * Rupture sur le garage : en-tete a la premiere facture du
      * mois, totaux a la derniere.
       21000-EDITE-RELEVES.
           perform 18000-RETURN-TRI
           perform until EOF-TRI
             IF DATE-TRAITEMENT-GH(1:6) = PERIODE-REL
               ADD 1 TO CPT-PERIODE
               IF GARAGE-GH NOT = GARAGE-COURANT
                 IF GARAGE-COURANT NOT = SPACE
                   perform 24000-EDITE-TOTAUX-GARAGE
                 END-IF
                 perform 22000-EDITE-ENTETE-GARAGE
               END-IF
               perform 23000-EDITE-FACTURE
             END-IF
             perform 18000-RETURN-TRI
           END-PERFORM
           IF GARAGE-COURANT NOT = SPACE
             perform 24000-EDITE-TOTAUX-GARAGE
           END-IF
           .

       18000-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
             NOT AT END
               ADD 1 TO CPT-LUES
           END-RETURN
           .

      * Garage absent du referentiel (fichier indisponible) : le
      * releve part avec son seul code.
       22000-EDITE-ENTETE-GARAGE.
           MOVE GARAGE-GH TO GARAGE-COURANT
           ADD 1 TO CPT-GARAGES
           INITIALIZE TOTAUX-GARAGE
           MOVE GARAGE-GH TO CODE-GR
           READ f-garages
             INVALID KEY
               MOVE SPACE TO e-garage
           END-READ
           MOVE GARAGE-GH TO CODE-T-F
           MOVE NOM-GR TO NOM-T-F
           MOVE PERIODE-REL TO PERIODE-T-F
           WRITE ligne-releve FROM FORMAT-TITRE-GAR
           MOVE ADRESSE-GR TO ADRESSE-A-F
           MOVE CP-GR TO CP-A-F
           MOVE VILLE-GR TO VILLE-A-F
           WRITE ligne-releve FROM FORMAT-ADRESSE-GAR
           MOVE SPACE TO ligne-releve
           WRITE ligne-releve
           WRITE ligne-releve FROM FORMAT-ENTETE-GAR
           .

       23000-EDITE-FACTURE.
           MOVE NUM-FACTURE-GH TO FACTURE-L-F
           MOVE MAT-GH TO MAT-L-F
           MOVE NUM-SIN-GH TO NUM-L-F
           MOVE DATE-FACTURE-GH TO DATE-L-F
           MOVE MONTANT-FACTURE-GH TO MONTANT-L-F
           MOVE MONTANT-PAYE-GH TO PAYE-L-F
           MOVE FRANCHISE-GH TO FRANCHISE-L-F
           ADD 1 TO NB-RECUES-G
           ADD MONTANT-FACTURE-GH TO MT-RECUES-G
           IF FACTURE-PAYEE-GH
             MOVE 'PAYEE' TO STATUT-L-F
             ADD 1 TO NB-PAYEES-G
             ADD MONTANT-PAYE-GH TO MT-PAYEES-G
             ADD FRANCHISE-GH TO MT-FRANCHISES-G
           ELSE
             MOVE 'LITIGE' TO STATUT-L-F
             ADD 1 TO NB-LITIGES-G
             ADD MONTANT-FACTURE-GH TO MT-LITIGES-G
           END-IF
           WRITE ligne-releve FROM FORMAT-LIGNE-GAR
           IF FACTURE-LITIGE-GH
             MOVE MOTIF-GH TO MOTIF-M-F
             WRITE ligne-releve FROM FORMAT-MOTIF-GAR
           END-IF
           .

       24000-EDITE-TOTAUX-GARAGE.
           MOVE SPACE TO ligne-releve
           WRITE ligne-releve
           MOVE 'FACTURES RECUES      :' TO LIB-TOT-F
           MOVE NB-RECUES-G TO NB-TOT-F
           MOVE MT-RECUES-G TO MT-TOT-F
           WRITE ligne-releve FROM FORMAT-TOTAL-GAR
           MOVE 'FACTURES PAYEES      :' TO LIB-TOT-F
           MOVE NB-PAYEES-G TO NB-TOT-F
           MOVE MT-PAYEES-G TO MT-TOT-F
           WRITE ligne-releve FROM FORMAT-TOTAL-GAR
           MOVE 'FACTURES EN LITIGE   :' TO LIB-TOT-F
           MOVE NB-LITIGES-G TO NB-TOT-F
           MOVE MT-LITIGES-G TO MT-TOT-F
           WRITE ligne-releve FROM FORMAT-TOTAL-GAR
           MOVE 'FRANCHISES REFACTUREES' TO LIB-TOT-F
           MOVE NB-PAYEES-G TO NB-TOT-F
           MOVE MT-FRANCHISES-G TO MT-TOT-F
           WRITE ligne-releve FROM FORMAT-TOTAL-GAR
           MOVE SPACE TO ligne-releve
           WRITE ligne-releve
           ADD MT-RECUES-G TO TOT-RECUES
           ADD MT-PAYEES-G TO TOT-PAYEES
           ADD MT-LITIGES-G TO TOT-LITIGES
           .

       30000-END-PGM.
           CLOSE f-garages f-releves
           DISPLAY 'FACTURES HISTORIQUE : ' CPT-LUES
           DISPLAY 'FACTURES DU MOIS    : ' CPT-PERIODE
           DISPLAY 'GARAGES EDITES      : ' CPT-GARAGES
           DISPLAY 'MONTANT RECU        : ' TOT-RECUES
           DISPLAY 'MONTANT PAYE        : ' TOT-PAYEES
           DISPLAY 'MONTANT EN LITIGE   : ' TOT-LITIGES
           STOP RUN
           .
