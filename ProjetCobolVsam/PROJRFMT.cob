           SELECT f-fiche-in ASSIGN DDRFMTIN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-IN.
           SELECT f-devis-in ASSIGN DDRFMTIN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-IN.

           SELECT f-journal-out ASSIGN DDRFMTOU
            ORGANIZATION SEQUENTIAL
           SELECT f-fiche-out ASSIGN DDRFMTOU
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-OUT.
           SELECT f-devis-out ASSIGN DDRFMTOU
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-OUT.

      * Carte parametre : format a convertir en colonnes 1-8
      * (DDJOURNL, DDMVTATT, DDMVTARC, ASSURES ou DDDEVIS - ces deux
      * derniers pour des fichiers VSAM passes a plat par REPRO).
           SELECT f-param ASSIGN RFMTPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.
       fd f-fiche-out.
       01 e-fiche-out                  PIC X(160).

      * Devis a l'ancien format de 83 octets (DDDEVIS passe a plat
      * par REPRO) : zones du devis puis reserve de 19 octets.
       fd f-devis-in.
       01 e-devis-in.
         05 DEVIS-DI                   PIC X(64).
         05                            PIC X(19).

       fd f-devis-out.
       01 e-devis-out.
       COPY CDEVIS.

       fd f-param.
       01 e-param.
         05 FORMAT-PRM                 PIC X(8).
               PERFORM 23000-CONVERTIT-ARCHIVE
             WHEN 'ASSURES'
               PERFORM 24000-CONVERTIT-FICHES
             WHEN 'DDDEVIS'
               PERFORM 25000-CONVERTIT-DEVIS
             WHEN OTHER
               DISPLAY 'FORMAT INCONNU : ' FORMAT-W
               MOVE 8 TO RETURN-CODE
           CLOSE f-fiche-in f-fiche-out
           .

      * -------- Devis 83 -> 88, zones de suivi initialisees -----
      * Ici le blanc ne suffit pas : un devis emis avant le choix des
      * garanties a ete tarife tous risques, il les comprend donc
      * toutes ; matricule et delai de conversion a zero (inconnus).
       25000-CONVERTIT-DEVIS.
           OPEN INPUT f-devis-in
           OPEN OUTPUT f-devis-out
           perform 11000-CHECK-OPEN
           perform until EOF-IN
             READ f-devis-in
               AT END
                 continue
               NOT AT END
                 ADD 1 TO CPT-LUS
                 MOVE SPACE TO e-devis-out
                 MOVE DEVIS-DI TO e-devis-out(1:64)
                 MOVE 0 TO MAT-CONVERSION-DV
                 MOVE 0 TO DELAI-CONVERSION-DV
                 MOVE 'OOOOO' TO GARANTIES-DV
                 WRITE e-devis-out
                 ADD 1 TO CPT-ECRITS
             END-READ
           END-PERFORM
           CLOSE f-devis-in f-devis-out
           .

       30000-END-PGM.
           DISPLAY 'ENREGISTREMENTS LUS    : ' CPT-LUS
           DISPLAY 'ENREGISTREMENTS ECRITS : ' CPT-ECRITS
