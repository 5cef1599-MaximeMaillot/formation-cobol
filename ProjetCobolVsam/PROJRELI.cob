         05 CPT-VEHIC-EDITES             PIC 9(6) VALUE 0.
         05 CPT-SIN-EDITES               PIC 9(6) VALUE 0.

      * Entree de l'historique des courriers (JOURCORR) pour chaque
      * releve edite.
       01 CORRES-W.
           COPY CCORRES.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
             DELIMITED BY SIZE INTO TEXTE-R-F
           END-STRING
           WRITE ligne-releve FROM FORMAT-RELI-LIGNE
           MOVE NOM-P-RS TO NOM-CU
           MOVE RUE-P-RS TO RUE-CU
           MOVE CP-P-RS TO CP-CU
           MOVE VILLE-P-RS TO VILLE-CU
           MOVE SPACE TO REF-CU
           STRING 'RESILIEE ' DATE-P-RS
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           perform 23900-TRACE-COURRIER
           .

      * Le releve entre dans l'historique des courriers de la
      * police (adresse et reference posees par l'appelant).
       23900-TRACE-COURRIER.
           MOVE MAT-RELEVE-W TO MAT-CU
           SET DOC-RELEVE-INF-CU TO TRUE
           MOVE 'PROJRELI' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

       23500-EDITE-VEHICULE-RESIL.
                   DELIMITED BY SIZE INTO TEXTE-R-F
                 END-STRING
                 WRITE ligne-releve FROM FORMAT-RELI-LIGNE
                 MOVE NOM-PRE-A4 TO NOM-CU
                 MOVE RUE-A4 TO RUE-CU
                 MOVE CP-A4 TO CP-CU
                 MOVE VILLE-A4 TO VILLE-CU
                 MOVE 'A LA DEMANDE' TO REF-CU
                 perform 23900-TRACE-COURRIER
                 perform 25500-EDITE-VEHICULES-ACTIFS
                 perform 24000-CLOT-RELEVE
             END-READ
