            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AUDIT.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-audit.
           COPY CAUDIT.

       WORKING-STORAGE SECTION.

       01 CR-AUDIT                       PIC 99.
      * Zone d'appel de l'ouverture de session (CTRLOPER).
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 PROFIL-W                       PIC X(1).

      * Code operateur demande au lancement, pour la piste d'audit.
           END-IF
           .

      * Ouverture de session par CTRLOPER (code et secret contre le
      * referentiel DDOPER) :
      * l'administration du catalogue exige le profil A.
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'PROJMAJE' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           IF PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL SANS ADMINISTRATION CATALOGUE - '
                     'ACCES REFUSE'
