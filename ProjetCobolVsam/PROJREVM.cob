       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREVM.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Revues de souscription : les decisions prises en mode 9 de
      * VSAM1 dont l'echeance est atteinte partent en mouvement et
      * passent au statut transmis.
           SELECT OPTIONAL f-revue ASSIGN DDREVUE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RV
            FILE STATUS IS CR-REVUE.

      * Master du jour : les zones de la fiche portees par le
      * mouvement 'M' y sont relues le jour de l'echeance.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Vehicules de la police : un 'M' par vehicule pour majorer
      * la prime de chacun.
           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties de chaque vehicule : la majoration porte sur la
      * prime tous risques de sa fiche (voir CALCGAR).
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Mouvements prets pour la chaine, en ordre de matricule
      * (l'ordre de la cle DDREVUE), en-tete et total poses.
           SELECT f-mvt-rev ASSIGN DDMVTREV
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-REV.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-revue.
       01 e-revue.
           COPY CREVUE.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-mvt-rev.
       01 e-mvt-rev                    PIC X(240).

       WORKING-STORAGE SECTION.

       01 CR-REVUE                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-VEHIC                       PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-MVT-REV                     PIC 99.

      * Mouvement CMVTPROJ en cours de constitution.
       01 MVT-REV-W.
           COPY CMVTPROJ.

       77 FIN-REVUE-SW                   PIC X.
         88 FIN-REVUE VALUE 'O'.
       77 FIN-VEHIC-SW                   PIC X.
         88 FIN-VEHIC VALUE 'O'.
       77 NB-VEHIC-W                     PIC 9(2).
       77 PRIME-MAJOREE-W                PIC 9(4)V9(2).

       01 CPT.
         05 CPT-REVUES-LUES              PIC 9(6) VALUE 0.
         05 CPT-RENOUVELEES              PIC 9(6) VALUE 0.
         05 CPT-MAJOREES                 PIC 9(6) VALUE 0.
         05 CPT-NON-RENOUVELEES          PIC 9(6) VALUE 0.
         05 CPT-FICHES-ABSENTES          PIC 9(6) VALUE 0.
         05 CPT-MVT-EMIS                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-ENTETE-MVT.
         05                              PIC X VALUE '0'.
         05 DATE-ENTETE-F                PIC 9(8).
         05                              PIC X(231) VALUE SPACE.

       01 FORMAT-TOTAL-MVT.
         05                              PIC X VALUE '9'.
         05 NB-MVT-TOTAL-F               PIC 9(6).
         05                              PIC X(233) VALUE SPACE.

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
           OPEN I-O f-revue
           IF CR-REVUE > 0 AND CR-REVUE NOT = 5
             DISPLAY 'ERROR DDREVUE : ' CR-REVUE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4 f-vehic f-garant
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-mvt-rev
           MOVE DATE-JOUR TO DATE-ENTETE-F
           WRITE e-mvt-rev FROM FORMAT-ENTETE-MVT
           .

      * Une decision ne part qu'une fois son echeance atteinte : le
      * 'M' reprend alors les zones de la fiche telles qu'elles sont
      * ce jour-la, sans ecraser un changement passe entre la revue
      * et l'echeance. Une decision plus lointaine attend le run
      * suivant.
       20000-TRAITEMENT.
           MOVE 'N' TO FIN-REVUE-SW
           MOVE LOW-VALUE TO CLE-X-RV
           START f-revue KEY IS NOT LESS THAN CLE-X-RV
             INVALID KEY
               SET FIN-REVUE TO TRUE
           END-START
           perform until FIN-REVUE
             READ f-revue NEXT RECORD
               AT END
                 SET FIN-REVUE TO TRUE
               NOT AT END
                 ADD 1 TO CPT-REVUES-LUES
                 IF REVUE-DECIDEE AND ECHEANCE-RV NOT > DATE-JOUR
                   perform 21000-TRANSMET-DECISION
                 END-IF
             END-READ
           END-PERFORM
           .

      * Renouveler aux conditions en place n'a rien a mouvementer ;
      * majorer passe un 'M' par vehicule, ne pas renouveler un 'S'
      * a la date d'echeance. La revue passe au statut transmis,
      * fiche presente ou non.
       21000-TRANSMET-DECISION.
           EVALUATE TRUE
             WHEN DECISION-RENOUVELER
               ADD 1 TO CPT-RENOUVELEES
             WHEN DECISION-MAJORER
               perform 22000-EMET-MAJORATION
             WHEN DECISION-NON-RENOUV
               perform 23000-EMET-RESILIATION
           END-EVALUATE
           SET REVUE-TRANSMISE TO TRUE
           REWRITE e-revue
           .

       22000-EMET-MAJORATION.
           MOVE MAT-RV TO MAT-A4
           READ f-assures4
             INVALID KEY
               ADD 1 TO CPT-FICHES-ABSENTES
             NOT INVALID KEY
               ADD 1 TO CPT-MAJOREES
               perform 22100-MAJORE-VEHICULES
           END-READ
           .

      * Un 'M' par vehicule d'ASSURVEH, prime du vehicule majoree ;
      * une police anterieure a ASSURVEH recoit un seul 'M' tire de
      * la fiche.
       22100-MAJORE-VEHICULES.
           MOVE 0 TO NB-VEHIC-W
           MOVE 'N' TO FIN-VEHIC-SW
           MOVE MAT-A4 TO MAT-AV
           MOVE 0 TO RANG-AV
           START f-vehic KEY IS NOT LESS THAN CLE-AV
             INVALID KEY
               SET FIN-VEHIC TO TRUE
           END-START
           perform until FIN-VEHIC
             READ f-vehic NEXT RECORD
               AT END
                 SET FIN-VEHIC TO TRUE
               NOT AT END
                 IF MAT-AV = MAT-A4
                   ADD 1 TO NB-VEHIC-W
                   perform 22200-PREPARE-MVT-FICHE
                   MOVE RANG-AV TO RANG-V-MVT
                   MOVE TYPE-V-AV TO TYPE-VEHICULE
                   MOVE BM-AV TO BM-MVT
                   MOVE TAUX-AV TO TAUX-MVT
                   MOVE IMMAT-AV TO IMMAT-MVT
                   MOVE DATE-1MEC-AV TO DATE-1MEC-MVT
                   MOVE USAGE-AV TO USAGE-MVT
                   MOVE PRIME-AV TO PRIME-MAJOREE-W
                   perform 22300-ECRIT-MVT-MAJORE
                 ELSE
                   SET FIN-VEHIC TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           IF NB-VEHIC-W = 0
             perform 22200-PREPARE-MVT-FICHE
             MOVE 1 TO RANG-V-MVT
             MOVE TYPE-V-A4 TO TYPE-VEHICULE
             MOVE BM-A4 TO BM-MVT
             MOVE TAUX-A4 TO TAUX-MVT
             MOVE PRIME-A4 TO PRIME-MAJOREE-W
             perform 22300-ECRIT-MVT-MAJORE
           END-IF
           .

      * Zones de la fiche reprises telles quelles : le 'M' remplace
      * nom et adresse, les zones a blanc (contact, mandat,
      * garanties, franchise, modele, conducteur) restent en place.
       22200-PREPARE-MVT-FICHE.
           INITIALIZE MVT-REV-W
           MOVE 'M' TO CODE-MVT
           MOVE MAT-A4 TO MAT-MVT
           MOVE NOM-PRE-A4 TO NOM-PRE-MVT
           MOVE RUE-A4 TO RUE-MVT
           MOVE CP-A4 TO CP-MVT
           MOVE VILLE-A4 TO VILLE-MVT
           MOVE FREQ-PAIE-A4 TO FREQ-PAIE-MVT
           MOVE AGENCE-A4 TO AGENCE-MVT
           MOVE ECHEANCE-RV TO DATE-EFFET-MVT
           .

      * PRIME-MVT est une prime tous risques : la majoration part
      * de celle de la fiche garanties du vehicule quand elle la
      * porte, sinon de la prime du vehicule (vehicule sans
      * garanties tenues, dont la prime reste celle du mouvement).
       22250-PRIME-TOUS-RISQUES.
           IF CR-GARANT < 10
             MOVE MAT-A4 TO MAT-GA
             MOVE RANG-V-MVT TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF PRIME-TR-GA NUMERIC AND PRIME-TR-GA > 0
                   MOVE PRIME-TR-GA TO PRIME-MAJOREE-W
                 END-IF
             END-READ
           END-IF
           .

       22300-ECRIT-MVT-MAJORE.
           perform 22250-PRIME-TOUS-RISQUES
           COMPUTE PRIME-MVT ROUNDED =
             PRIME-MAJOREE-W * (100 + MAJORATION-PCT-RV) / 100
             ON SIZE ERROR
               MOVE 9999,99 TO PRIME-MVT
           END-COMPUTE
           WRITE e-mvt-rev FROM MVT-REV-W
           ADD 1 TO CPT-MVT-EMIS
           .

      * Resiliation ordinaire a l'echeance : l'avoir prorata de la
      * chaine tombe a zero a cette date.
       23000-EMET-RESILIATION.
           MOVE MAT-RV TO MAT-A4
           READ f-assures4
             INVALID KEY
               ADD 1 TO CPT-FICHES-ABSENTES
             NOT INVALID KEY
               ADD 1 TO CPT-NON-RENOUVELEES
               INITIALIZE MVT-REV-W
               MOVE 'S' TO CODE-MVT
               SET S-NON-RENOUV-MVT TO TRUE
               MOVE MAT-A4 TO MAT-MVT
               MOVE ECHEANCE-RV TO DATE-EFFET-MVT
               WRITE e-mvt-rev FROM MVT-REV-W
               ADD 1 TO CPT-MVT-EMIS
           END-READ
           .

       30000-END-PGM.
           MOVE CPT-MVT-EMIS TO NB-MVT-TOTAL-F
           WRITE e-mvt-rev FROM FORMAT-TOTAL-MVT
           CLOSE f-revue f-assures4 f-vehic f-mvt-rev
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           DISPLAY 'REVUES LUES          : ' CPT-REVUES-LUES
           DISPLAY 'RENOUVELEES EN L ETAT: ' CPT-RENOUVELEES
           DISPLAY 'MAJOREES             : ' CPT-MAJOREES
           DISPLAY 'NON RENOUVELEES      : ' CPT-NON-RENOUVELEES
           DISPLAY 'FICHES ABSENTES      : ' CPT-FICHES-ABSENTES
           DISPLAY 'MOUVEMENTS EMIS      : ' CPT-MVT-EMIS
           IF RETURN-CODE = 0 AND CPT-FICHES-ABSENTES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
