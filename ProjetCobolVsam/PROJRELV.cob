            RECORD KEY IS MAT-X-BC
            FILE STATUS IS CR-BALANCE.

      * Master : adresse de l'assure, portee dans l'historique des
      * courriers avec le releve.
           SELECT OPTIONAL f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Carte parametre : matricule du releve demande.
           SELECT f-param ASSIGN RELVPRM
            ORGANIZATION SEQUENTIAL
       01 e-balance.
           COPY CBALANC.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-param.
       01 e-param                      PIC X(80).

         88 EOF-RECEV VALUE 10.
       01 CR-BALANCE                     PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-RELEVE                      PIC 99.

       77 MAT-DEMANDE                    PIC 9(6).
         88 FIN-GROUPE VALUE 'O'.
       77 RESTE-DU-W                     PIC 9(5)V9(2).

      * Entree de l'historique des courriers (JOURCORR) : le reste
      * du du releve en reference.
       01 CORRES-W.
           COPY CCORRES.
       77 RESTE-DU-REF-W                 PIC Z(7)9,99.

       01 CPT.
         05 CPT-LIGNES                   PIC 9(4) VALUE 0.
         05 TOT-FACTURE                  PIC 9(8)V9(2) VALUE 0.
             END-READ
           END-PERFORM
           perform 25000-EDITE-TOTAUX
           perform 26000-TRACE-COURRIER
           .

       21000-EDITE-CREANCE.
           END-IF
           .

      * Le releve entre dans l'historique des courriers de la
      * police, avec l'adresse du master quand il est accessible.
       26000-TRACE-COURRIER.
           MOVE MAT-DEMANDE TO MAT-CU
           SET DOC-RELEVE-CPT-CU TO TRUE
           MOVE TOT-OUVERT TO RESTE-DU-REF-W
           MOVE SPACE TO REF-CU
           STRING 'DU ' RESTE-DU-REF-W
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE SPACE TO NOM-CU RUE-CU VILLE-CU
           MOVE 0 TO CP-CU
           OPEN INPUT f-assures4
           IF CR-ASSURES4 < 10
             MOVE MAT-DEMANDE TO MAT-A4
             READ f-assures4
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE NOM-PRE-A4 TO NOM-CU
                 MOVE RUE-A4 TO RUE-CU
                 MOVE CP-A4 TO CP-CU
                 MOVE VILLE-A4 TO VILLE-CU
             END-READ
             CLOSE f-assures4
           END-IF
           MOVE 'PROJRELV' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

       30000-END-PGM.
           CLOSE f-recev f-releve
           IF CR-BALANCE < 10
