            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Garanties des vehicules : la fiche du vehicule principal
      * garde la prime tous risques dont PROJETM tire la prime de
      * la fiche ASSUR4.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Fichier mouvements au format CMVTPROJ produit pour PROJETM,
      * trie sur le matricule et encadre de l'en-tete '0' et de
      * l'enregistrement total '9' attendus par le controle d'entree.
       01 e-assures4.
           COPY CASSURE4.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-mvt-projet.
       01 e-mvt-projet         PIC X(240).

       01 CR-MVT-ANCIEN                  PIC 99.
         88 EOF-MVT-ANCIEN VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-MVT-PROJET                  PIC 99.
       01 CR-REJETS                      PIC 99.
       01 CR-TRI                         PIC 99.
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
           END-IF
           OPEN INPUT f-garant
           OPEN OUTPUT f-mvt-projet
           MOVE DATE-JOUR TO DATE-ENTETE-F
           WRITE e-mvt-projet FROM FORMAT-ENTETE-MVT
           MOVE CPT-MVT-ECRITS TO NB-MVT-TOTAL-F
           WRITE e-mvt-projet FROM FORMAT-TOTAL-MVT
           CLOSE f-mvt-projet f-assures4
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           .

       26000-RETURN-TRI.
             MOVE CP-A4 TO CP-MVT
             MOVE VILLE-A4 TO VILLE-MVT
             MOVE TYPE-V-A4 TO TYPE-VEHICULE
             perform 27100-PRIME-TOUS-RISQUES
             MOVE BM-A4 TO BM-MVT
             MOVE TAUX-A4 TO TAUX-MVT
           ELSE
           END-IF
           .

      * PRIME-MVT est la prime tous risques du vehicule : celle de
      * la fiche garanties du vehicule principal quand elle la
      * porte, sinon la prime de la fiche ASSUR4 (vehicule sans
      * garanties tenues, dont la prime reste celle du mouvement).
       27100-PRIME-TOUS-RISQUES.
           MOVE PRIME-A4 TO PRIME-MVT
           MOVE MAT-A4 TO MAT-GA
           MOVE 1 TO RANG-GA
           READ f-garant
             INVALID KEY
               continue
             NOT INVALID KEY
               IF PRIME-TR-GA NUMERIC AND PRIME-TR-GA > 0
                 MOVE PRIME-TR-GA TO PRIME-MVT
               END-IF
           END-READ
           .

      * Replie un mouvement partiel dans le mouvement complet : code
      * 1 taux et signe (un '+' majore, bonus/malus 'M'), code 2 nom,
      * code 3 adresse (seules les zones renseignees), code 4 prime.
