            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-CORR.

      * Creations retenues par le criblage des resilies (anomalie
      * 35) : le souscripteur les libere telles quelles ou les
      * refuse.
           SELECT OPTIONAL f-mvt-sus ASSIGN DDMVTSUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-SUS
            FILE STATUS IS CR-MVT-SUS.

      * Jeton d'execution de la chaine de nuit : la file n'est
      * stable qu'une fois la chaine terminee.
           SELECT OPTIONAL f-token ASSIGN DDTOKEN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TOKEN.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-mvt-corr.
           COPY CMVTPROJ.

       fd f-mvt-sus.
       01 e-mvt-sus.
           COPY CMVTSUS.

       fd f-token.
       01 e-token                     PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-TOKEN                    PIC 99.
       77 OPERATEUR-W                 PIC X(8).
      * Zone d'appel de l'ouverture de session (CTRLOPER).
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 PROFIL-W                    PIC X(1).

       01 CR-ANOQUE                   PIC 99.
         88 ANOQUE-OK VALUE 0.
         88 EOF-ANOQUE VALUE 10.
       01 CR-MVT-CORR                 PIC 99.
       01 CR-MVT-SUS                  PIC 99.

       77 CPT-ANO-LUES                PIC 9(4) VALUE 0.
       77 CPT-CORRIGEES               PIC 9(4) VALUE 0.
       77 CPT-ACQUITTEES              PIC 9(4) VALUE 0.
       77 CPT-LIBEREES                PIC 9(4) VALUE 0.
       77 CPT-REFUSEES                PIC 9(4) VALUE 0.

       77 ACCEPT-REPONSE              PIC X(1).

             DISPLAY 'ERROR DDMVTCOR : ' CR-MVT-CORR
             perform 30000-END-PGM
           END-IF
           OPEN I-O f-mvt-sus
           MOVE LOW-VALUE TO CLE-X-AQ
           START f-anoque KEY IS NOT LESS THAN CLE-X-AQ
             INVALID KEY
           END-IF
           .

      * Ouverture de session par CTRLOPER (code et secret contre le
      * referentiel DDOPER) : la
      * generation de mouvements de correction exige un profil de
      * mise a jour (M ou A).
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'PROJCOR' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           IF PROFIL-W NOT = 'M' AND PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL CONSULTATION SEULE - CORRECTION '
                     'REFUSEE'
                   ' CODE : ' CODE-MVT-AQ
                   ' DEPUIS LE : ' DATE-ENTREE-AQ
           DISPLAY 'MESSAGE   : ' LIB-MESS-AQ
           IF ERR-CODE-AQ = 35
             perform 23000-DECIDE-CRIBLAGE
           ELSE
             perform 21050-CORRIGE-OU-ACQUITTE
           END-IF
           .

       21050-CORRIGE-OU-ACQUITTE.
           DISPLAY 'CORRIGER (O), ACQUITTER (A), PASSER (N) : '
           ACCEPT ACCEPT-REPONSE
           EVALUATE ACCEPT-REPONSE
           REWRITE e-anoque
           .

      * Creation signalee au fichier professionnel des resilies :
      * le souscripteur la libere (L), le 'C' retenu repart tel quel
      * au rejeu, marque leve pour ne pas etre crible a nouveau ; ou
      * la refuse (R), la creation est abandonnee et l'anomalie
      * acquittee. Dans les deux cas le mouvement retenu est retire
      * de DDMVTSUS.
       23000-DECIDE-CRIBLAGE.
           MOVE MAT-AQ TO MAT-SUS
           READ f-mvt-sus
             INVALID KEY
               DISPLAY 'CREATION RETENUE INTROUVABLE DANS DDMVTSUS'
               perform 21050-CORRIGE-OU-ACQUITTE
             NOT INVALID KEY
               MOVE MVT-SUS TO e-mvt-corr
               DISPLAY 'NOM       : ' NOM-PRE-MVT OF e-mvt-corr
               DISPLAY 'ADRESSE   : ' RUE-MVT OF e-mvt-corr ' '
                       CP-MVT OF e-mvt-corr ' '
                       VILLE-MVT OF e-mvt-corr
               DISPLAY 'IMMAT     : ' IMMAT-MVT OF e-mvt-corr
               DISPLAY 'RETENUE LE: ' DATE-SUS
               DISPLAY 'LIBERER (L), REFUSER (R), PASSER (N) : '
               ACCEPT ACCEPT-REPONSE
               EVALUATE ACCEPT-REPONSE
                 WHEN 'L'
                   SET CRIBLE-LEVE-MVT OF e-mvt-corr TO TRUE
                   DELETE f-mvt-sus
                   perform 21900-ECRIT-MOUVEMENT-CORR
                   ADD 1 TO CPT-LIBEREES
                 WHEN 'R'
                   DELETE f-mvt-sus
                   SET ANO-ACQUITTEE TO TRUE
                   MOVE DATE-JOUR TO DATE-STATUT-AQ
                   REWRITE e-anoque
                   ADD 1 TO CPT-REFUSEES
                 WHEN OTHER
                   continue
               END-EVALUATE
           END-READ
           .

       30000-END-PGM.
           CLOSE f-anoque f-mvt-corr f-mvt-sus
           DISPLAY ' '
           DISPLAY 'ANOMALIES OUVERTES VUES : ' CPT-ANO-LUES
           DISPLAY 'MOUVEMENTS GENERES      : ' CPT-CORRIGEES
           DISPLAY 'ANOMALIES ACQUITTEES    : ' CPT-ACQUITTEES
           DISPLAY 'CREATIONS LIBEREES      : ' CPT-LIBEREES
           DISPLAY 'CREATIONS REFUSEES      : ' CPT-REFUSEES
           STOP RUN
           .
