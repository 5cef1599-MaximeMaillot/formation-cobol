
       01 MOTIF-REJET-W                  PIC X(40).

      * Zone d'appel du criblage contre le fichier professionnel des
      * polices resiliees (CRIBRES).
       01 CRIBLE-W.
           COPY CCRIBLE.
       77 IDX-CRIBLE                     PIC 99.

       01 CPT.
         05 CPT-LUES                     PIC 9(6) VALUE 0.
         05 CPT-MVT-EMIS                 PIC 9(6) VALUE 0.
         05 CPT-REJETS                   PIC 9(6) VALUE 0.
         05 CPT-SIGNALES                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
           IF AGENCE-RP NUMERIC
             MOVE AGENCE-RP TO AGENCE-MVT
           END-IF
      * L'ancien systeme ne connait pas les garanties : la police
      * reprise les a toutes, la prime reprise reste la prime du
      * vehicule (voir CALCGAR). Les 'M' des rangs superieurs
      * partent de la meme zone.
           MOVE 'OOOOO' TO GARANTIES-MVT
           perform 23300-JOINT-VEHICULES
           perform 23500-CRIBLE-POLICE
           WRITE e-mvt-charge FROM MVT-CHARGE-W
           ADD 1 TO CPT-MVT-EMIS
           perform 23700-EMET-MVT-VEHICULES
           END-PERFORM
           .

      * Criblage de la police reprise contre le fichier
      * professionnel des resilies : nom et adresse, avec chaque
      * immatriculation connue de la police (vehicule principal puis
      * rangs superieurs). Une police signalee part quand meme, son
      * 'C' marque signale : la chaine le retient en anomalie
      * bloquante et le souscripteur le libere ou le refuse dans
      * PROJCOR.
       23500-CRIBLE-POLICE.
           SET CRIBLE-CONTROLE TO TRUE
           MOVE NOM-PRE-MVT TO NOM-CR
           MOVE RUE-MVT TO RUE-CR
           MOVE CP-MVT TO CP-CR
           MOVE IMMAT-MVT TO IMMAT-CR
           CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
           PERFORM VARYING IDX-CRIBLE FROM 1 BY 1
                     UNTIL IDX-CRIBLE > NB-VEH-POLICE
                        OR NOT CRIBLE-NEANT
             IF IMMAT-VP(IDX-CRIBLE) NOT = SPACE
               MOVE IMMAT-VP(IDX-CRIBLE) TO IMMAT-CR
               CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
             END-IF
           END-PERFORM
           IF CRIBLE-SIGNALE
             SET CRIBLE-SIGNALE-MVT TO TRUE
             ADD 1 TO CPT-SIGNALES
             DISPLAY 'POLICE ' CPT-LUES ' (' NOM-PRE-MVT
                     ') SIGNALEE AU FICHIER DES RESILIES - '
                     'RETENUE POUR LE SOUSCRIPTEUR'
           END-IF
           .

      * Chaque vehicule de rang superieur devient un 'M' du meme
      * matricule, juste derriere le 'C' : la chaine l'applique sur
      * la fiche en attente et pose le vehicule dans ASSURVEH.
           DISPLAY 'POLICES LUES      : ' CPT-LUES
           DISPLAY 'MOUVEMENTS EMIS   : ' CPT-MVT-EMIS
           DISPLAY 'POLICES REJETEES  : ' CPT-REJETS
           DISPLAY 'POLICES SIGNALEES : ' CPT-SIGNALES
           IF RETURN-CODE = 0
            AND (CPT-REJETS > 0 OR CPT-SIGNALES > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
