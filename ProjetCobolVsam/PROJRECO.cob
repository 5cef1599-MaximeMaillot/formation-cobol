       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRECO.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Encaissements de recours recus des assureurs des tiers :
      * matricule, numero de sinistre, montant, date, assureur
      * payeur.
           SELECT f-encais ASSIGN DDRECIN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ENCAIS.

      * Dossiers de recours ouverts par PROJSINP.
           SELECT f-recour ASSIGN DDRECOUR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-RO
            FILE STATUS IS CR-RECOUR.

      * Rejets avec leur motif.
           SELECT f-rejets ASSIGN DDRECRJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      * Recapitulatif des recours encaisses pour l'interface
      * comptable PROJCPTA.
           SELECT f-recsum ASSIGN DDRECSUM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RECSUM.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-encais
           DATA RECORD IS e-encais.
       01 e-encais.
         05 MAT-EN                     PIC X(6).
         05 NUM-SIN-EN                 PIC X(4).
         05 MONTANT-EN                 PIC X(8).
         05 MONTANT-EN-9 REDEFINES MONTANT-EN
                                       PIC 9(6)V9(2).
         05 DATE-EN                    PIC X(8).
         05 ASSUREUR-EN                PIC X(10).
         05                            PIC X(44).

       fd f-recour.
       01 e-recour.
           COPY CRECOUR.

       fd f-rejets.
       01 e-rejet                      PIC X(80).

       fd f-recsum.
       01 e-recsum.
         05 NB-ENCAISSES-RS            PIC 9(6).
         05 MONTANT-ENCAISSE-RS        PIC 9(11)V9(2).
         05                            PIC X(61).

       WORKING-STORAGE SECTION.

       01 CR-ENCAIS                      PIC 99.
         88 EOF-ENCAIS VALUE 10.
       01 CR-RECOUR                      PIC 99.
       01 CR-REJETS                      PIC 99.
       01 CR-RECSUM                      PIC 99.

       77 MOTIF-REJET-W                  PIC X(40).
       77 RESTANT-DU-W                   PIC 9(7)V9(2).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 CPT.
         05 CPT-LUS                      PIC 9(6) VALUE 0.
         05 CPT-IMPUTES                  PIC 9(6) VALUE 0.
         05 CPT-SOLDES                   PIC 9(6) VALUE 0.
         05 CPT-REJETES                  PIC 9(6) VALUE 0.
         05 TOTAL-ENCAISSE               PIC 9(11)V9(2) VALUE 0.

       01 FORMAT-REJET.
         05 MAT-REJ-F                    PIC X(6).
         05                              PIC X(1) VALUE '/'.
         05 NUM-REJ-F                    PIC X(4).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-REJ-F                  PIC X(40).
         05                              PIC X(1).
         05 MONTANT-REJ-F                PIC X(8).
         05                              PIC X(17).

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
           OPEN INPUT f-encais
           IF CR-ENCAIS > 0
             DISPLAY 'ERROR DDRECIN : ' CR-ENCAIS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O f-recour
           IF CR-RECOUR > 0
             DISPLAY 'ERROR DDRECOUR : ' CR-RECOUR
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rejets f-recsum
           perform 18000-READ-ENCAIS
           .

       18000-READ-ENCAIS.
           READ f-encais
           IF NOT EOF-ENCAIS
             ADD 1 TO CPT-LUS
           END-IF
           .

       20000-TRAITEMENT.
           perform until EOF-ENCAIS
             perform 21000-TRAITE-ENCAISSEMENT
             perform 18000-READ-ENCAIS
           END-PERFORM
           .

      * L'encaissement doit viser un recours connu, encore en
      * cours, venir de l'assureur du dossier quand il est connu et
      * ne pas depasser ce qui reste du.
       21000-TRAITE-ENCAISSEMENT.
           MOVE SPACE TO MOTIF-REJET-W
           IF MAT-EN NOT NUMERIC OR NUM-SIN-EN NOT NUMERIC
             MOVE 'CLE SINISTRE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND (MONTANT-EN NOT NUMERIC OR MONTANT-EN-9 = 0)
             MOVE 'MONTANT NON NUMERIQUE OU NUL' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE AND DATE-EN NOT NUMERIC
             MOVE 'DATE NON NUMERIQUE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
             MOVE MAT-EN TO CLE-X-RO(1:6)
             MOVE NUM-SIN-EN TO CLE-X-RO(7:4)
             READ f-recour
               INVALID KEY
                 MOVE 'RECOURS INCONNU' TO MOTIF-REJET-W
             END-READ
           END-IF
           IF MOTIF-REJET-W = SPACE AND RECOURS-SOLDE
             MOVE 'RECOURS DEJA SOLDE' TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
            AND ASSUREUR-EN NOT = SPACE AND ASSUREUR-RO NOT = SPACE
            AND ASSUREUR-EN NOT = ASSUREUR-RO
             MOVE 'ASSUREUR PAYEUR DIFFERENT DU DOSSIER'
               TO MOTIF-REJET-W
           END-IF
           IF MOTIF-REJET-W = SPACE
             COMPUTE RESTANT-DU-W =
                     MONTANT-RECLAME-RO - MONTANT-RECOUVRE-RO
             IF MONTANT-EN-9 > RESTANT-DU-W
               MOVE 'ENCAISSEMENT SUPERIEUR AU RESTANT DU'
                 TO MOTIF-REJET-W
             END-IF
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 23000-IMPUTE-ENCAISSEMENT
           ELSE
             perform 24000-ECRIT-REJET
           END-IF
           .

      * L'encaissement s'impute sur le dossier ; tout le reclame
      * recouvre, le recours est solde. Un dossier ouvert sans
      * assureur connu prend celui qui paye.
       23000-IMPUTE-ENCAISSEMENT.
           ADD MONTANT-EN-9 TO MONTANT-RECOUVRE-RO
           ADD 1 TO NB-ENCAISSEMENTS-RO
           MOVE DATE-EN TO DATE-DERNIER-ENC-RO
           IF ASSUREUR-RO = SPACE
             MOVE ASSUREUR-EN TO ASSUREUR-RO
           END-IF
           IF MONTANT-RECOUVRE-RO = MONTANT-RECLAME-RO
             SET RECOURS-SOLDE TO TRUE
             MOVE DATE-JOUR TO DATE-STATUT-RO
             ADD 1 TO CPT-SOLDES
           END-IF
           REWRITE e-recour
           ADD 1 TO CPT-IMPUTES
           ADD MONTANT-EN-9 TO TOTAL-ENCAISSE
           .

       24000-ECRIT-REJET.
           ADD 1 TO CPT-REJETES
           MOVE MAT-EN TO MAT-REJ-F
           MOVE NUM-SIN-EN TO NUM-REJ-F
           MOVE MOTIF-REJET-W TO MOTIF-REJ-F
           MOVE MONTANT-EN TO MONTANT-REJ-F
           WRITE e-rejet FROM FORMAT-REJET
           .

       30000-END-PGM.
           MOVE SPACE TO e-recsum(1:80)
           MOVE CPT-IMPUTES TO NB-ENCAISSES-RS
           MOVE TOTAL-ENCAISSE TO MONTANT-ENCAISSE-RS
           WRITE e-recsum
           CLOSE f-encais f-recour f-rejets f-recsum
           DISPLAY 'ENCAISSEMENTS LUS  : ' CPT-LUS
           DISPLAY 'IMPUTES            : ' CPT-IMPUTES
           DISPLAY 'RECOURS SOLDES     : ' CPT-SOLDES
           DISPLAY 'REJETS             : ' CPT-REJETES
           DISPLAY 'TOTAL ENCAISSE     : ' TOTAL-ENCAISSE
           IF RETURN-CODE = 0 AND CPT-REJETES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
