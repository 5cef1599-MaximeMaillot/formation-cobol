            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties du vehicule principal : la prime tous risques du
      * 'M' est celle de sa fiche (voir CALCGAR).
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Cartes criteres de selection, memes zones et operateurs que
      * PROJEXTC (zone, operateur, valeur, combinees en ET).
           SELECT f-criteres ASSIGN DDMASCRI
      * Carte de changement : zone a changer (colonnes 1-8) et
      * nouvelle valeur (colonnes 9-38). Zones changeables : VILLE,
      * RUE, CP, TYPE-V, PRIME (6 chiffres centimes compris), BM,
      * TAUX, FREQ, AGENCE, TEL, EMAIL, ENVOI (mode d'envoi P/E/D).
      * Une carte 'ESSAI' en tete fait tourner la selection en
      * comptage seul, sans emettre de mouvement.
           SELECT f-chgt ASSIGN DDMASCHG
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CHGT.
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-criteres
           DATA RECORD IS e-critere.
       01 e-critere.
       01 CR-CHGT                        PIC 99.
       01 CR-MVT-MASSE                   PIC 99.
       01 CR-VEHIC                       PIC 99.
       01 CR-GARANT                      PIC 99.

      * Criteres charges, dix au plus, evalues comme dans PROJEXTC.
       01 TAB-CRITERES.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-garant
           IF NOT MODE-ESSAI
             OPEN OUTPUT f-mvt-masse
             MOVE DATE-JOUR TO DATE-ENTETE-F
           MOVE CP-A4 TO CP-MVT
           MOVE VILLE-A4 TO VILLE-MVT
           MOVE TYPE-V-A4 TO TYPE-VEHICULE
           perform 25400-PRIME-TOUS-RISQUES
           MOVE BM-A4 TO BM-MVT
           MOVE TAUX-A4 TO TAUX-MVT
           MOVE FREQ-PAIE-A4 TO FREQ-PAIE-MVT
           MOVE TEL-A4 TO TEL-MVT
           MOVE EMAIL-A4 TO EMAIL-MVT
           MOVE RIB-A4 TO RIB-MVT
           MOVE PREF-ENVOI-A4 TO PREF-ENVOI-MVT
           perform 25500-REPORTE-VEHICULE-PRINCIPAL
           perform 26000-APPLIQUE-CHANGEMENT
           WRITE e-mvt-masse FROM MVT-MASSE-W
           ADD 1 TO CPT-MVT-EMIS
           .

      * PRIME-MVT est la prime tous risques du vehicule : celle de
      * la fiche garanties du vehicule principal quand elle la
      * porte, sinon la prime de la fiche ASSUR4 (vehicule sans
      * garanties tenues, dont la prime reste celle du mouvement).
      * Une nouvelle prime demandee remplace la prime tous risques.
       25400-PRIME-TOUS-RISQUES.
           MOVE PRIME-A4 TO PRIME-MVT
           IF CR-GARANT < 10
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
           END-IF
           .

      * L'identification du vehicule principal suit le mouvement :
      * la chaine reecrit le rang 1 d'ASSURVEH depuis ces zones et
      * effacerait l'immatriculation si elles restaient a blanc.
               MOVE VALEUR-CHG-W(1:10) TO TEL-MVT
             WHEN 'EMAIL'
               MOVE VALEUR-CHG-W TO EMAIL-MVT
             WHEN 'ENVOI'
               MOVE VALEUR-CHG-W(1:1) TO PREF-ENVOI-MVT
           END-EVALUATE
           .

             CLOSE f-mvt-masse
           END-IF
           CLOSE f-assures4 f-vehic
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           DISPLAY 'FICHES LUES          : ' CPT-LUES
           DISPLAY 'FICHES SELECTIONNEES : ' CPT-RETENUES
           DISPLAY 'MOUVEMENTS EMIS      : ' CPT-MVT-EMIS
