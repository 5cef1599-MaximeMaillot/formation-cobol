       77 CR-ALLOC-W                     PIC 9(2).
       77 MOTIF-REJET-W                  PIC X(40).

      * Delai de conversion par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Zone d'appel du criblage contre le fichier professionnel des
      * polices resiliees (CRIBRES).
       01 CRIBLE-W.
           COPY CCRIBLE.

       01 CPT.
         05 CPT-LUES                     PIC 9(6) VALUE 0.
         05 CPT-CONVERTIS                PIC 9(6) VALUE 0.
         05 CPT-REJETES                  PIC 9(6) VALUE 0.
         05 CPT-SIGNALES                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
           MOVE TAUX-DV TO TAUX-MVT
           MOVE FREQ-DV TO FREQ-PAIE-MVT
           MOVE USAGE-DV TO USAGE-MVT
           MOVE CODE-MODELE-DV TO CODE-MODELE-MVT
           MOVE GARANTIES-DV TO GARANTIES-MVT
           perform 23500-CRIBLE-ACCEPTATION
           WRITE e-mvt-dev FROM MVT-DEV-W
           ADD 1 TO CPT-CONVERTIS
           SET DEVIS-CONVERTI TO TRUE
           perform 23700-TRACE-CONVERSION
           REWRITE e-devis
           .

      * Le souscripteur du devis figure au fichier professionnel des
      * resilies : le 'C' part quand meme, marque signale, pour que
      * la chaine le retienne en anomalie bloquante et que le
      * souscripteur le libere ou le refuse dans PROJCOR. Le devis
      * ne porte pas d'immatriculation : nom et adresse seuls.
       23500-CRIBLE-ACCEPTATION.
           SET CRIBLE-CONTROLE TO TRUE
           MOVE NOM-PRE-MVT TO NOM-CR
           MOVE RUE-MVT TO RUE-CR
           MOVE CP-MVT TO CP-CR
           MOVE SPACE TO IMMAT-CR
           CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
           IF CRIBLE-SIGNALE
             SET CRIBLE-SIGNALE-MVT TO TRUE
             ADD 1 TO CPT-SIGNALES
             DISPLAY 'DEVIS ' NUM-DEVIS-AC ' SIGNALE AU FICHIER DES '
                     'RESILIES (' MOTIF-RESIL-CR ' ' ASSUREUR-CR
                     ') - RETENU POUR LE SOUSCRIPTEUR'
           END-IF
           .

      * Matricule et delai depuis l'emission gardes au devis pour le
      * rapport de conversion PROJDEVS.
       23700-TRACE-CONVERSION.
           MOVE MAT-ALLOUE-W TO MAT-CONVERSION-DV
           MOVE 'J' TO FONCTION-CALC-W
           MOVE DATE-DEVIS-DV TO DATE1-CALC-W
           MOVE DATE-JOUR TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W NOT = 'V' OR JOURS-CALC-W < 0
            OR JOURS-CALC-W > 999
             MOVE 0 TO JOURS-CALC-W
           END-IF
           MOVE JOURS-CALC-W TO DELAI-CONVERSION-DV
           .

       24000-ECRIT-REJET.
           ADD 1 TO CPT-REJETES
           MOVE NUM-DEVIS-AC TO NUM-REJET-F
           DISPLAY 'ACCEPTATIONS LUES : ' CPT-LUES
           DISPLAY 'DEVIS CONVERTIS   : ' CPT-CONVERTIS
           DISPLAY 'REJETS            : ' CPT-REJETES
           DISPLAY 'SIGNALES RESILIES : ' CPT-SIGNALES
           IF RETURN-CODE = 0
            AND (CPT-REJETES > 0 OR CPT-SIGNALES > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
