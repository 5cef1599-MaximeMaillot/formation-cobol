       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJWEB.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Demandes de modification deposees par les clients sur le
      * site internet, dans l'ordre de saisie : reference de la
      * demande en 1-12, matricule en 13-18, controle d'identite
      * (code postal en 19-23, date de naissance AAAAMMJJ en 24-31),
      * nature en 32 (A adresse, T telephone/courriel, B RIB du
      * mandat, D retrait d'un conducteur, E mode d'envoi des
      * documents), puis les zones de la nature : rue 33-50, code
      * postal 51-55, ville 56-67, telephone 68-77, courriel
      * 78-107, RIB 108-130, rang du conducteur a retirer 131-132,
      * mode d'envoi 133 (P papier, E courriel, D courriel et
      * papier ; un courriel peut l'accompagner en 78-107).
           SELECT f-demandes ASSIGN DDWEBDEM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-DEMANDES.

           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Vehicule principal, reporte sur le 'M' comme dans PROJMASS.
           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Conducteurs : la date de naissance du conducteur principal
      * sert au controle d'identite.
           SELECT f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Garanties du vehicule principal : la prime tous risques du
      * 'M' est celle de sa fiche (voir CALCGAR).
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

           SELECT SD-TRI ASSIGN TRIWEB.

      * Mouvements 'M' du canal internet, tries sur le matricule,
      * en-tete et total poses : le fichier se presente a PROJCONC
      * comme celui d'une agence.
           SELECT f-mvt-web ASSIGN DDMVTA05
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-WEB.

      * Demandes rejetees avec leur motif, a renvoyer au client.
           SELECT f-rejets ASSIGN DDWEBREJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-demandes.
       01 e-demande                    PIC X(200).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       SD SD-TRI.
       01 e-tri.
         02 MAT-TRI                    PIC 9(6).
         02 SEQ-TRI                    PIC 9(6).
         02 DEMANDE-TRI                PIC X(200).

       fd f-mvt-web.
       01 e-mvt-web                    PIC X(240).

       fd f-rejets.
       01 e-rejet                      PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-DEMANDES                    PIC 99.
         88 EOF-DEMANDES VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-VEHIC                       PIC 99.
       01 CR-CONDUC                      PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-MVT-WEB                     PIC 99.
       01 CR-REJETS                      PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.

       01 DEMANDE-W.
         05 REF-WD                       PIC X(12).
         05 MAT-WD                       PIC X(6).
         05 MAT-WD-9 REDEFINES MAT-WD    PIC 9(6).
         05 CP-CTRL-WD                   PIC X(5).
         05 DATE-NAIS-CTRL-WD            PIC X(8).
         05 NATURE-WD                    PIC X(1).
           88 DEMANDE-ADRESSE            VALUE 'A'.
           88 DEMANDE-COORDONNEES        VALUE 'T'.
           88 DEMANDE-RIB                VALUE 'B'.
           88 DEMANDE-RETRAIT-COND       VALUE 'D'.
           88 DEMANDE-MODE-ENVOI         VALUE 'E'.
         05 RUE-WD                       PIC X(18).
         05 CP-WD                        PIC X(5).
         05 VILLE-WD                     PIC X(12).
         05 TEL-WD                       PIC X(10).
         05 EMAIL-WD                     PIC X(30).
         05 RIB-WD.
           10 BANQUE-WD                  PIC X(5).
           10 GUICHET-WD                 PIC X(5).
           10 COMPTE-WD                  PIC X(11).
           10 CLE-RIB-WD                 PIC X(2).
         05 RANG-COND-WD                 PIC X(2).
         05 RANG-COND-WD-9 REDEFINES RANG-COND-WD
                                         PIC 9(2).
         05 PREF-ENVOI-WD                PIC X(1).
           88 PREF-ENVOI-WD-CONNUE       VALUES 'P' 'E' 'D'.
         05                              PIC X(67).

      * Mouvement en construction pour le matricule en cours.
       01 MVT-WEB-W.
           COPY CMVTPROJ.

       77 MOTIF-REJET-W                  PIC X(40).
       77 CP-A4-X                        PIC X(5).
       77 MAT-EN-COURS-W                 PIC 9(6).
       77 MVT-EN-COURS-SW                PIC X(1) VALUE 'N'.
         88 MVT-EN-COURS VALUE 'O'.

       01 CPT.
         05 CPT-LUES                     PIC 9(6) VALUE 0.
         05 CPT-ACCEPTEES                PIC 9(6) VALUE 0.
         05 CPT-REJETEES                 PIC 9(6) VALUE 0.
         05 CPT-MVT-EMIS                 PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-ENTETE-MVT.
         05                              PIC X VALUE '0'.
         05 DATE-ENTETE-F                PIC 9(8).
         05                              PIC X(231) VALUE SPACE.

       01 FORMAT-TOTAL-MVT.
         05                              PIC X VALUE '9'.
         05 NB-MVT-TOTAL-F               PIC 9(6).
         05                              PIC X(233) VALUE SPACE.

       01 FORMAT-REJET.
         05 REF-REJET-F                  PIC X(12).
         05                              PIC X(1).
         05 MAT-REJET-F                  PIC X(6).
         05                              PIC X(1).
         05 NATURE-REJET-F               PIC X(1).
         05                              PIC X(3) VALUE ' - '.
         05 MOTIF-REJET-F                PIC X(40).
         05                              PIC X(16).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           OPEN INPUT f-demandes
           IF CR-DEMANDES > 0
             DISPLAY 'ERROR DDWEBDEM : ' CR-DEMANDES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4 f-vehic f-conduc f-garant
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-CONDUC > 0
             DISPLAY 'ERROR DDCONDUC : ' CR-CONDUC
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-rejets
           .

      * Les demandes valides partent au tri sur le matricule (dans
      * l'ordre de saisie pour un meme matricule) : PROJCONC exige
      * un fichier trie, et les demandes d'un meme client se
      * cumulent sur un seul mouvement.
       20000-TRAITEMENT.
           SORT SD-TRI
             ON ASCENDING KEY MAT-TRI SEQ-TRI
             INPUT PROCEDURE IS 21000-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 25000-EMET-MOUVEMENTS
           .

       21000-ALIMENTE-TRI.
           perform 22000-READ-DEMANDE
           perform until EOF-DEMANDES
             perform 23000-VALIDE-DEMANDE
             IF MOTIF-REJET-W = SPACE
               ADD 1 TO CPT-ACCEPTEES
               MOVE MAT-WD-9 TO MAT-TRI
               MOVE CPT-LUES TO SEQ-TRI
               MOVE DEMANDE-W TO DEMANDE-TRI
               RELEASE e-tri
             ELSE
               perform 24000-ECRIT-REJET
             END-IF
             perform 22000-READ-DEMANDE
           END-PERFORM
           .

       22000-READ-DEMANDE.
           READ f-demandes INTO DEMANDE-W
           IF NOT EOF-DEMANDES
             ADD 1 TO CPT-LUES
           END-IF
           .

      * Controle d'identite puis controle de la nature demandee ;
      * le premier motif trouve est retenu.
       23000-VALIDE-DEMANDE.
           MOVE SPACE TO MOTIF-REJET-W
           IF MAT-WD NOT NUMERIC
             MOVE 'MATRICULE NON NUMERIQUE' TO MOTIF-REJET-W
           ELSE
             MOVE MAT-WD-9 TO MAT-A4
             READ f-assures4
               INVALID KEY
                 MOVE 'MATRICULE INCONNU' TO MOTIF-REJET-W
             END-READ
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 23100-CONTROLE-IDENTITE
           END-IF
           IF MOTIF-REJET-W = SPACE
             perform 23200-CONTROLE-NATURE
           END-IF
           .

      * Le client doit redonner le code postal de la fiche et la
      * date de naissance du conducteur principal declare.
       23100-CONTROLE-IDENTITE.
           MOVE CP-A4 TO CP-A4-X
           IF CP-CTRL-WD NOT = CP-A4-X
             MOVE 'IDENTITE NON CONFIRMEE (CODE POSTAL)'
               TO MOTIF-REJET-W
           ELSE
             MOVE MAT-A4 TO MAT-CD
             MOVE 1 TO RANG-CD
             READ f-conduc
               INVALID KEY
                 MOVE 'IDENTITE NON VERIFIABLE (SANS CONDUCTEUR)'
                   TO MOTIF-REJET-W
               NOT INVALID KEY
                 IF DATE-NAIS-CTRL-WD NOT NUMERIC
                  OR DATE-NAIS-CTRL-WD NOT = DATE-NAIS-CD
                   MOVE 'IDENTITE NON CONFIRMEE (DATE NAISSANCE)'
                     TO MOTIF-REJET-W
                 END-IF
             END-READ
           END-IF
           .

       23200-CONTROLE-NATURE.
           EVALUATE TRUE
             WHEN DEMANDE-ADRESSE
               IF RUE-WD = SPACE OR VILLE-WD = SPACE
                OR CP-WD NOT NUMERIC
                 MOVE 'ADRESSE INCOMPLETE' TO MOTIF-REJET-W
               END-IF
             WHEN DEMANDE-COORDONNEES
               IF TEL-WD = SPACE AND EMAIL-WD = SPACE
                 MOVE 'AUCUNE COORDONNEE DEMANDEE' TO MOTIF-REJET-W
               END-IF
             WHEN DEMANDE-RIB
               IF BANQUE-WD NOT NUMERIC OR GUICHET-WD NOT NUMERIC
                OR CLE-RIB-WD NOT NUMERIC OR COMPTE-WD = SPACE
                 MOVE 'RIB INVALIDE' TO MOTIF-REJET-W
               END-IF
             WHEN DEMANDE-RETRAIT-COND
               perform 23300-CONTROLE-RETRAIT
             WHEN DEMANDE-MODE-ENVOI
               perform 23400-CONTROLE-MODE-ENVOI
             WHEN OTHER
               MOVE 'NATURE DE DEMANDE INCONNUE' TO MOTIF-REJET-W
           END-EVALUATE
           .

       23300-CONTROLE-RETRAIT.
           IF RANG-COND-WD NOT NUMERIC
             MOVE 'CONDUCTEUR A RETIRER NON PRECISE'
               TO MOTIF-REJET-W
           ELSE
             IF RANG-COND-WD-9 < 2
               MOVE 'CONDUCTEUR PRINCIPAL NON RETIRABLE'
                 TO MOTIF-REJET-W
             ELSE
               MOVE MAT-A4 TO MAT-CD
               MOVE RANG-COND-WD-9 TO RANG-CD
               READ f-conduc
                 INVALID KEY
                   MOVE 'CONDUCTEUR A RETIRER INCONNU'
                     TO MOTIF-REJET-W
               END-READ
             END-IF
           END-IF
           .

      * Un envoi par courriel suppose une adresse de courriel, sur
      * la fiche ou donnee avec la demande.
       23400-CONTROLE-MODE-ENVOI.
           IF NOT PREF-ENVOI-WD-CONNUE
             MOVE 'MODE D''ENVOI INCONNU' TO MOTIF-REJET-W
           ELSE
             IF PREF-ENVOI-WD NOT = 'P'
              AND EMAIL-A4 = SPACE AND EMAIL-WD = SPACE
               MOVE 'COURRIEL NECESSAIRE A L''ENVOI PAR COURRIEL'
                 TO MOTIF-REJET-W
             END-IF
           END-IF
           .

       24000-ECRIT-REJET.
           ADD 1 TO CPT-REJETEES
           MOVE REF-WD TO REF-REJET-F
           MOVE MAT-WD TO MAT-REJET-F
           MOVE NATURE-WD TO NATURE-REJET-F
           MOVE MOTIF-REJET-W TO MOTIF-REJET-F
           WRITE e-rejet FROM FORMAT-REJET
           .

      * Un seul 'M' par client, portant toutes ses demandes du
      * jour : un second 'M' repartant de la fiche defairait le
      * premier. Seul un second retrait de conducteur oblige a
      * emettre un mouvement de plus.
       25000-EMET-MOUVEMENTS.
           OPEN OUTPUT f-mvt-web
           MOVE DATE-JOUR TO DATE-ENTETE-F
           WRITE e-mvt-web FROM FORMAT-ENTETE-MVT
           MOVE 0 TO MAT-EN-COURS-W
           perform 26000-RETURN-TRI
           perform until EOF-TRI
             MOVE DEMANDE-TRI TO DEMANDE-W
             IF NOT MVT-EN-COURS OR MAT-TRI NOT = MAT-EN-COURS-W
               perform 27000-ECRIT-MOUVEMENT
               perform 25100-PREPARE-MOUVEMENT
             END-IF
             IF MVT-EN-COURS
               perform 25300-APPLIQUE-DEMANDE
             END-IF
             perform 26000-RETURN-TRI
           END-PERFORM
           perform 27000-ECRIT-MOUVEMENT
           MOVE CPT-MVT-EMIS TO NB-MVT-TOTAL-F
           WRITE e-mvt-web FROM FORMAT-TOTAL-MVT
           CLOSE f-mvt-web
           .

      * Le mouvement 'M' repart des zones de la fiche (un 'M' de la
      * chaine remplace la fiche entiere) ; l'agence de gestion est
      * reprise telle quelle, le canal internet est porte a part.
       25100-PREPARE-MOUVEMENT.
           MOVE 'N' TO MVT-EN-COURS-SW
           MOVE MAT-TRI TO MAT-EN-COURS-W
           MOVE MAT-TRI TO MAT-A4
           READ f-assures4
             INVALID KEY
               continue
             NOT INVALID KEY
               SET MVT-EN-COURS TO TRUE
               INITIALIZE MVT-WEB-W
               MOVE 'M' TO CODE-MVT
               MOVE MAT-A4 TO MAT-MVT
               MOVE NOM-PRE-A4 TO NOM-PRE-MVT
               MOVE RUE-A4 TO RUE-MVT
               MOVE CP-A4 TO CP-MVT
               MOVE VILLE-A4 TO VILLE-MVT
               MOVE TYPE-V-A4 TO TYPE-VEHICULE
               perform 25150-PRIME-TOUS-RISQUES
               MOVE BM-A4 TO BM-MVT
               MOVE TAUX-A4 TO TAUX-MVT
               MOVE FREQ-PAIE-A4 TO FREQ-PAIE-MVT
               MOVE AGENCE-A4 TO AGENCE-MVT
               MOVE TEL-A4 TO TEL-MVT
               MOVE EMAIL-A4 TO EMAIL-MVT
               MOVE RIB-A4 TO RIB-MVT
               MOVE PREF-ENVOI-A4 TO PREF-ENVOI-MVT
               SET CANAL-INTERNET-MVT TO TRUE
               perform 25200-REPORTE-VEHICULE-PRINCIPAL
           END-READ
           .

      * PRIME-MVT est la prime tous risques du vehicule : celle de
      * la fiche garanties du vehicule principal quand elle la
      * porte, sinon la prime de la fiche ASSUR4 (vehicule sans
      * garanties tenues, dont la prime reste celle du mouvement).
       25150-PRIME-TOUS-RISQUES.
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

      * Sans l'identification du vehicule principal, la chaine
      * reecrirait le rang 1 d'ASSURVEH avec une plaque a blanc.
       25200-REPORTE-VEHICULE-PRINCIPAL.
           MOVE MAT-A4 TO MAT-AV
           MOVE 1 TO RANG-AV
           READ f-vehic
             INVALID KEY
               continue
             NOT INVALID KEY
               MOVE IMMAT-AV TO IMMAT-MVT
               MOVE DATE-1MEC-AV TO DATE-1MEC-MVT
               MOVE USAGE-AV TO USAGE-MVT
           END-READ
           .

       25300-APPLIQUE-DEMANDE.
           EVALUATE TRUE
             WHEN DEMANDE-ADRESSE
               MOVE RUE-WD TO RUE-MVT
               MOVE CP-WD TO CP-MVT
               MOVE VILLE-WD TO VILLE-MVT
             WHEN DEMANDE-COORDONNEES
               IF TEL-WD NOT = SPACE
                 MOVE TEL-WD TO TEL-MVT
               END-IF
               IF EMAIL-WD NOT = SPACE
                 MOVE EMAIL-WD TO EMAIL-MVT
               END-IF
             WHEN DEMANDE-RIB
               MOVE RIB-WD TO RIB-MVT
             WHEN DEMANDE-MODE-ENVOI
               MOVE PREF-ENVOI-WD TO PREF-ENVOI-MVT
               IF EMAIL-WD NOT = SPACE
                 MOVE EMAIL-WD TO EMAIL-MVT
               END-IF
             WHEN DEMANDE-RETRAIT-COND
               IF RETRAIT-COND-DEMANDE
                 perform 27000-ECRIT-MOUVEMENT
                 SET MVT-EN-COURS TO TRUE
               END-IF
               SET RETRAIT-COND-DEMANDE TO TRUE
               MOVE RANG-COND-WD-9 TO RANG-COND-MVT
           END-EVALUATE
           .

       26000-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       27000-ECRIT-MOUVEMENT.
           IF MVT-EN-COURS
             WRITE e-mvt-web FROM MVT-WEB-W
             ADD 1 TO CPT-MVT-EMIS
             MOVE 'N' TO MVT-EN-COURS-SW
           END-IF
           .

       30000-END-PGM.
           CLOSE f-demandes f-assures4 f-vehic f-conduc f-rejets
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           DISPLAY 'DEMANDES LUES        : ' CPT-LUES
           DISPLAY 'DEMANDES ACCEPTEES   : ' CPT-ACCEPTEES
           DISPLAY 'DEMANDES REJETEES    : ' CPT-REJETEES
           DISPLAY 'MOUVEMENTS EMIS      : ' CPT-MVT-EMIS
           IF CPT-REJETEES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
