            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties souscrites de chaque vehicule, listees sur son
      * attestation ; absent ou vehicule sans fiche : pas de liste.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Carte parametre : un matricule pour une reedition a la
      * demande (duplicata du centre d'appel) ; absente, le run
      * suit les lignes DDRENOUV.
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-param.
       01 e-param                      PIC X(80).

       01 CR-VEHIC                       PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-ATTEST                      PIC 99.
       01 CR-GARANT                      PIC 99.

      * Libelles des garanties, dans l'ordre des postes de CGARANT.
       01 CATALOGUE-GARANTIES.
           COPY CGARLIB.
       01 TAB-CATALOGUE REDEFINES CATALOGUE-GARANTIES.
         05 GARANTIE-CAT OCCURS 5.
           10 CODE-GAR-T                 PIC X(3).
           10 LIB-GAR-T                  PIC X(17).
           10 POIDS-GAR-T                PIC 9(2).
       77 IDX-GAR                        PIC 9(2).

       77 MODE-DEMANDE-SW                PIC X VALUE 'N'.
         88 MODE-DEMANDE VALUE 'O'.
         05 CPT-ATTESTATIONS             PIC 9(6) VALUE 0.
         05 CPT-FICHES-ABSENTES          PIC 9(6) VALUE 0.

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * attestation editee.
       01 CORRES-W.
           COPY CCORRES.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-assures4 f-vehic f-garant
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE

      * Une attestation par vehicule de la police : identite de
      * l'assure, immatriculation, premiere mise en circulation,
      * usage, garanties acquises, periode de validite.
       22000-ATTESTE-VEHICULES.
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             DELIMITED BY SIZE INTO TEXTE-ATT-F
           END-STRING
           WRITE ligne-attest FROM FORMAT-ATT-LIGNE
           perform 23100-EDITE-GARANTIES
           MOVE SPACE TO TEXTE-ATT-F
           STRING 'VALABLE DU ' DATE-JOUR ' AU '
                  DATE-FIN-VALID-9
           END-STRING
           WRITE ligne-attest FROM FORMAT-ATT-LIGNE
           WRITE ligne-attest FROM LIGNE-SEPARATEUR
           perform 23500-TRACE-COURRIER
           .

      * L'attestation entre dans l'historique des courriers de la
      * police : rang et immatriculation du vehicule en reference,
      * adresse de la fiche.
       23500-TRACE-COURRIER.
           SET DOC-ATTESTATION-CU TO TRUE
           MOVE SPACE TO REF-CU
           STRING 'VEH' RANG-AV ' ' IMMAT-AV
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE MAT-A4 TO MAT-CU
           MOVE NOM-PRE-A4 TO NOM-CU
           MOVE RUE-A4 TO RUE-CU
           MOVE CP-A4 TO CP-CU
           MOVE VILLE-A4 TO VILLE-CU
           MOVE 'PROJATTE' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

      * Garanties en vigueur du vehicule, une ligne chacune.
       23100-EDITE-GARANTIES.
           IF CR-GARANT < 10
             MOVE MAT-AV TO MAT-GA
             MOVE RANG-AV TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE 'GARANTIES ACQUISES :' TO TEXTE-ATT-F
                 WRITE ligne-attest FROM FORMAT-ATT-LIGNE
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     MOVE SPACE TO TEXTE-ATT-F
                     STRING '  ' LIB-GAR-T(IDX-GAR)
                       DELIMITED BY SIZE INTO TEXTE-ATT-F
                     END-STRING
                     WRITE ligne-attest FROM FORMAT-ATT-LIGNE
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           .

       30000-END-PGM.
           CLOSE f-assures4 f-vehic f-attest f-garant
           DISPLAY 'POLICES TRAITEES    : ' CPT-POLICES
           DISPLAY 'ATTESTATIONS EMISES : ' CPT-ATTESTATIONS
           DISPLAY 'FICHES ABSENTES     : ' CPT-FICHES-ABSENTES
