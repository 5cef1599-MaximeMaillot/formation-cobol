            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHICLES.
      * Garanties souscrites de chaque vehicule : la quittance
      * detaille sous chaque vehicule les garanties en vigueur et
      * leur part de prime.
           SELECT OPTIONAL F-GARANTIES ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANTIES.
      * Detail de la taxe d'assurance par quittance et par garantie,
      * cumule de run en run pour la declaration trimestrielle.
           SELECT OPTIONAL F-TAXDET ASSIGN DDTAXDET
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TAXDET.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01  E-VEHICLE.
           COPY CASSVEH.

       fd F-GARANTIES.
       01  E-GARANTIE.
           COPY CGARANT.

       fd F-TAXDET.
       01  E-TAXDET.
           COPY CTAXDET.

       WORKING-STORAGE SECTION.
       01  CR-ASSURES             PIC 99.
       01  CR-QUITTANCES           PIC 99.
       01  CR-QUITTDET             PIC 99.
       01  CR-QUITTARC             PIC 99.
       01  CR-VEHICLES             PIC 99.
       01  CR-GARANTIES            PIC 99.
       01  CR-TAXDET               PIC 99.

      * Libelles des garanties, dans l'ordre des postes de CGARANT.
       01  CATALOGUE-GARANTIES.
           COPY CGARLIB.
       01  TAB-CATALOGUE REDEFINES CATALOGUE-GARANTIES.
           05  GARANTIE-CAT OCCURS 5.
               10  CODE-GAR-T     PIC X(3).
               10  LIB-GAR-T      PIC X(17).
               10  POIDS-GAR-T    PIC 9(2).
       77  IDX-GAR                 PIC 99.

      * Taux de taxe d'assurance par garantie, meme ordre.
       01  TAUX-GARANTIES.
           COPY CTAXGAR.
       01  TAB-TAUX REDEFINES TAUX-GARANTIES.
           05  TAUX-GAR OCCURS 5.
               10  CODE-TAXE-T    PIC X(3).
               10  TAUX-TAXE-T    PIC 9(2)V9(2).
       77  TAUX-TAXE-E             PIC Z9,99.

      * Taxe de chaque vehicule (CALCTAXE) et cumuls de la
      * quittance par garantie.
       77  HT-VEH-C                PIC 9(5)V9(2).
       77  TAXE-VEH-C              PIC 9(5)V9(2).
       01  PARTS-GAR-C.
           05  PART-GAR-C          PIC 9(4)V9(2) OCCURS 5.
       01  BASES-GAR-C.
           05  BASE-GAR-C          PIC 9(5)V9(2) OCCURS 5.
       01  TAXES-GAR-C.
           05  TAXE-GAR-C          PIC 9(5)V9(2) OCCURS 5.
       01  CUMULS-TAXE-C.
           05  BASE-QUITT-C        PIC 9(7)V9(2) OCCURS 5.
           05  TAXE-QUITT-C        PIC 9(5)V9(2) OCCURS 5.
       77  TAXE-TOTALE-C           PIC 9(5)V9(2).
       77  PRIX-TTC-C              PIC 9(5)V9(2).

      * Parcours des vehicules de la police et cumuls de la part
      * multi-vehicules : primes nettes des rangs superieurs et
       77  PRIX-VEH-TOTAL-C        PIC 9(5)V9(2).
       77  PRIX-VEHICULES-C        PIC 9(6)V9(2).
       77  REMISE-FLOTTE-C         PIC 9(5)V9(2).
       77  REMISE-FOYER-C          PIC 9(5)V9(2).

      * Creance emise avec la quittance, rapprochee ensuite des
      * reglements bancaires par PROJRECV. Le montant du est TTC ;
      * la taxe d'assurance qu'il comprend est detaillee par
      * garantie pour l'interface comptable.
       01  FORMAT-QUITTDET.
           05  MATRICULE-D        PIC 9(6).
           05  DATE-D             PIC 9(8).
           05  MONTANT-DU-D       PIC 9(5)V9(2).
           05  TAXE-D             PIC 9(5)V9(2).
           05  TAXE-GAR-D         PIC 9(5)V9(2) OCCURS 5.
           05  PIC X(17).
      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * quittance emise, la date de quittance en reference.
       01  CORRES-W.
           COPY CCORRES.
      * Structure pour recuperer la date       
       01  FORMAT-DATE.
           05  DATE-N.
           05  PIC X(5) VALUE '|***|'.
           05  PIC X(25).
           05  PIC X(1) VALUE '|'.
      * Reference a rappeler dans le libelle du virement : Q suivi du
      * matricule et de la date de quittance, la cle de la creance
      * que PROJBANQ retrouve sur le releve bancaire.
       01  FORMAT-REFERENCE.
           05  PIC X(1) VALUE '|'.
           05  PIC X(25) VALUE ' REFERENCE A RAPPELER : Q'.
           05  MATRICULE-R PIC 9(6).
           05  DATE-R PIC 9(8).
           05  PIC X(39).
           05  PIC X(1) VALUE '|'.
      * Les prix
       01  FORMAT-FACTURE.
           05  PIC X(1) VALUE '|'.
              DISPLAY "ERROR OPEN F-QUITTARC : " CR-QUITTARC
           END-IF
           OPEN INPUT F-VEHICLES
           OPEN INPUT F-GARANTIES
           OPEN EXTEND F-TAXDET
           IF CR-TAXDET > 9
              DISPLAY "ERROR OPEN F-TAXDET : " CR-TAXDET
           END-IF
           PERFORM UNTIL EOF = EOF-TRUE
             READ F-ASSURES
                AT END
           CLOSE F-QUITTDET
           CLOSE F-QUITTARC
           CLOSE F-VEHICLES
           CLOSE F-GARANTIES
           CLOSE F-TAXDET
           STOP RUN.
       INIT-VAR.
           ACCEPT DATE-N FROM DATE YYYYMMDD
           DISPLAY FORMAT-FACTURE
           MOVE FORMAT-FACTURE TO E-QUITTANCE
           WRITE E-QUITTANCE
           MOVE 1 TO IDX-RANG
           PERFORM GARANTIES-F
           CALL 'CALCBM' USING
            BY CONTENT PRIME-DE-BASE
            BY CONTENT TAUX
           END-IF
           INITIALIZE TAUX-B
           INITIALIZE TYPE-B
           INITIALIZE CUMULS-TAXE-C
           MOVE 0 TO TAXE-TOTALE-C
           MOVE PRIX-TOTAL-C TO HT-VEH-C
           MOVE 1 TO IDX-RANG
           PERFORM TAXE-VEHICULE-F
           PERFORM VEHICULES-F
           MOVE PRIX-TOTAL-C TO PRIX-FACTURE
           MOVE "TOTAL HT" TO NOM-FACTURE
           DISPLAY FORMAT-FACTURE
           MOVE FORMAT-FACTURE TO E-QUITTANCE
           WRITE E-QUITTANCE
           PERFORM TAXES-F
           COMPUTE PRIX-TTC-C = PRIX-TOTAL-C + TAXE-TOTALE-C
           MOVE PRIX-TTC-C TO PRIX-FACTURE
           MOVE "TOTAL A PAYER" TO NOM-FACTURE
           DISPLAY FORMAT-FACTURE
           MOVE FORMAT-FACTURE TO E-QUITTANCE
           WRITE E-QUITTANCE
           MOVE MATRICULE TO MATRICULE-R
           MOVE DATE-N TO DATE-R
           DISPLAY FORMAT-REFERENCE
           MOVE FORMAT-REFERENCE TO E-QUITTANCE
           WRITE E-QUITTANCE
           MOVE MATRICULE TO MATRICULE-D
           MOVE DATE-N TO DATE-D
           MOVE PRIX-TTC-C TO MONTANT-DU-D
           MOVE TAXE-TOTALE-C TO TAXE-D
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE TAXE-QUITT-C(IDX-GAR) TO TAXE-GAR-D(IDX-GAR)
           END-PERFORM
           MOVE FORMAT-QUITTDET TO E-QUITTDET
           WRITE E-QUITTDET
           PERFORM ARCHIVE-QUITTANCE
           PERFORM DETAIL-TAXE
           PERFORM TRACE-COURRIER
           .
      * Les vehicules au-dela du premier rejoignent la quittance :
      * chaque prime nette (remise flotte deja deduite par la
       VEHICULES-F.
           MOVE 0 TO PRIX-VEHICULES-C
           MOVE 0 TO REMISE-FLOTTE-C
           MOVE 0 TO REMISE-FOYER-C
           IF CR-VEHICLES > 9
             CONTINUE
           ELSE
      *      La remise foyer porte aussi sur le vehicule principal :
      *      elle se releve sur son enregistrement de rang 1.
             MOVE MATRICULE TO MAT-AV
             MOVE 1 TO RANG-AV
             READ F-VEHICLES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF REMISE-FOYER-AV NUMERIC
                   ADD REMISE-FOYER-AV TO REMISE-FOYER-C
                 END-IF
             END-READ
             PERFORM VARYING IDX-RANG FROM 2 BY 1
                       UNTIL IDX-RANG > RANG-VEHIC-MAX
               MOVE MATRICULE TO MAT-AV
                    BY REFERENCE PRIX-VEH-BM-C
                    BY REFERENCE PRIX-VEH-TOTAL-C
                   ADD PRIX-VEH-TOTAL-C TO PRIX-VEHICULES-C
                   MOVE PRIX-VEH-TOTAL-C TO HT-VEH-C
                   PERFORM TAXE-VEHICULE-F
      *            Zone a blanc sur les vehicules anterieurs a la
      *            remise flotte : elle vaut zero.
                   IF REMISE-FLOTTE-AV NUMERIC
                     ADD REMISE-FLOTTE-AV TO REMISE-FLOTTE-C
                   END-IF
                   IF REMISE-FOYER-AV NUMERIC
                     ADD REMISE-FOYER-AV TO REMISE-FOYER-C
                   END-IF
                   MOVE SPACE TO NOM-FACTURE
                   STRING "VEHICULE " RANG-AV
                     DELIMITED BY SIZE INTO NOM-FACTURE
                   DISPLAY FORMAT-FACTURE
                   MOVE FORMAT-FACTURE TO E-QUITTANCE
                   WRITE E-QUITTANCE
                   PERFORM GARANTIES-F
               END-READ
             END-PERFORM
             IF REMISE-FLOTTE-C > 0
               MOVE FORMAT-FACTURE TO E-QUITTANCE
               WRITE E-QUITTANCE
             END-IF
             IF REMISE-FOYER-C > 0
               MOVE "REMISE FOYER DEDUITE" TO NOM-FACTURE
               MOVE REMISE-FOYER-C TO PRIX-FACTURE
               DISPLAY FORMAT-FACTURE
               MOVE FORMAT-FACTURE TO E-QUITTANCE
               WRITE E-QUITTANCE
             END-IF
             ADD PRIX-VEHICULES-C TO PRIX-TOTAL-C
           END-IF
           .
      * Garanties en vigueur du vehicule de rang IDX-RANG, une ligne
      * par garantie avec sa part de la prime du vehicule. Vehicule
      * sans fiche garanties : aucune ligne.
       GARANTIES-F.
           IF CR-GARANTIES > 9
             CONTINUE
           ELSE
             MOVE MATRICULE TO MAT-GA
             MOVE IDX-RANG TO RANG-GA
             READ F-GARANTIES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     MOVE SPACE TO NOM-FACTURE
                     STRING "  " LIB-GAR-T(IDX-GAR)
                       DELIMITED BY SIZE INTO NOM-FACTURE
                     END-STRING
                     MOVE PRIME-GA(IDX-GAR) TO PRIX-FACTURE
                     DISPLAY FORMAT-FACTURE
                     MOVE FORMAT-FACTURE TO E-QUITTANCE
                     WRITE E-QUITTANCE
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           .
      * Taxe d'assurance du vehicule de rang IDX-RANG sur sa prime
      * HT (HT-VEH-C), ventilee selon les parts de ses garanties en
      * vigueur ; cumulee par garantie sur la quittance.
       TAXE-VEHICULE-F.
           INITIALIZE PARTS-GAR-C
           IF CR-GARANTIES < 10
             MOVE MATRICULE TO MAT-GA
             MOVE IDX-RANG TO RANG-GA
             READ F-GARANTIES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     MOVE PRIME-GA(IDX-GAR) TO PART-GAR-C(IDX-GAR)
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           CALL 'CALCTAXE' USING
            BY CONTENT HT-VEH-C
            BY CONTENT PARTS-GAR-C
            BY REFERENCE BASES-GAR-C
            BY REFERENCE TAXES-GAR-C
            BY REFERENCE TAXE-VEH-C
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             ADD BASE-GAR-C(IDX-GAR) TO BASE-QUITT-C(IDX-GAR)
             ADD TAXE-GAR-C(IDX-GAR) TO TAXE-QUITT-C(IDX-GAR)
           END-PERFORM
           ADD TAXE-VEH-C TO TAXE-TOTALE-C
           .
      * Une ligne de taxe par garantie taxee, avec son taux.
       TAXES-F.
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             IF TAXE-QUITT-C(IDX-GAR) > 0
               MOVE SPACE TO NOM-FACTURE
               STRING "TAXE ASSURANCE " CODE-TAXE-T(IDX-GAR)
                 DELIMITED BY SIZE INTO NOM-FACTURE
               END-STRING
               MOVE TAXE-QUITT-C(IDX-GAR) TO PRIX-FACTURE
               MOVE "TAUX" TO TYPE-B
               MOVE TAUX-TAXE-T(IDX-GAR) TO TAUX-TAXE-E
               MOVE TAUX-TAXE-E TO TAUX-B
               DISPLAY FORMAT-FACTURE
               MOVE FORMAT-FACTURE TO E-QUITTANCE
               WRITE E-QUITTANCE
             END-IF
           END-PERFORM
           INITIALIZE TAUX-B
           INITIALIZE TYPE-B
           .
      * Detail de la taxe pour la declaration trimestrielle : une
      * ligne par garantie taxee de la quittance.
       DETAIL-TAXE.
           IF CR-TAXDET < 10
             PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
               IF BASE-QUITT-C(IDX-GAR) > 0
                 MOVE SPACE TO E-TAXDET
                 MOVE MATRICULE TO MAT-TD
                 MOVE DATE-N TO DATE-TD
                 MOVE IDX-GAR TO GARANTIE-TD
                 MOVE CODE-TAXE-T(IDX-GAR) TO CODE-GAR-TD
                 MOVE TAUX-TAXE-T(IDX-GAR) TO TAUX-TD
                 MOVE BASE-QUITT-C(IDX-GAR) TO BASE-TD
                 MOVE TAXE-QUITT-C(IDX-GAR) TO TAXE-TD
                 WRITE E-TAXDET
               END-IF
             END-PERFORM
           END-IF
           .
      * Pose la quittance dans l'archive indexee ; une reemission le
      * meme jour remplace l'enregistrement du jour.
       ARCHIVE-QUITTANCE.
           MOVE BONUS-MALUS TO BM-QA
           MOVE TAUX TO TAUX-QA
           MOVE REMISE-FLOTTE-C TO REMISE-FLOTTE-QA
           MOVE TAXE-TOTALE-C TO TAXE-QA
           MOVE PRIX-TTC-C TO TOTAL-TTC-QA
           WRITE E-QUITTARC
             INVALID KEY
               REWRITE E-QUITTARC
           END-WRITE
           .
      * La quittance entre dans l'historique des courriers de la
      * police avec l'adresse portee sur le pli.
       TRACE-COURRIER.
           MOVE MATRICULE TO MAT-CU
           SET DOC-QUITTANCE-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING "QUITT " DATE-N
            DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE NOM-PRENOM TO NOM-CU
           MOVE RUE-ADRESSE TO RUE-CU
           MOVE CODE-POSTAL TO CP-CU
           MOVE VILLE TO VILLE-CU
           MOVE "COB4" TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .
