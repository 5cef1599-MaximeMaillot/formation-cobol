       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCPAR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal avant/apres des mouvements appliques par la chaine :
      * seules les lignes du jour traite donnent lieu a document.
           SELECT f-journal ASSIGN DDJOURNL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-JOURNAL.

           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Journal des vehicules : images avant/apres des vehicules
      * ecrits par la chaine dans la nuit, detaillees sur l'avenant ;
      * absent : avenant sans le detail des vehicules.
           SELECT OPTIONAL f-vehjrn ASSIGN DDVEHJRN
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-VEHJRN.

      * Conducteurs declares ; absent : pas de liste conducteurs.
           SELECT OPTIONAL f-conduc ASSIGN DDCONDUC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Garanties souscrites de chaque vehicule ; absent ou vehicule
      * sans fiche : pas de liste.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Carte parametre : date du journal a editer (AAAAMMJJ) pour
      * une reprise d'une nuit precedente ; absente, le jour.
           SELECT OPTIONAL f-param ASSIGN CPARPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Conditions particulieres et avenants formates pour
      * l'imprimerie, comme DDAVISR et DDATTEST.
           SELECT f-cpar ASSIGN DDCPAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CPAR.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-journal.
       01 e-journal.
           COPY CJOURMVT.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-vehjrn.
       01 e-vehjrn.
           COPY CJOURVEH.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-cpar.
       01 ligne-cpar                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-JOURNAL                     PIC 99.
         88 EOF-JOURNAL VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-VEHIC                       PIC 99.
       01 CR-VEHJRN                      PIC 99.
         88 EOF-VEHJRN VALUE 10.
       01 CR-CONDUC                      PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-CPAR                        PIC 99.

      * Libelles des garanties, dans l'ordre des postes de CGARANT.
       01 CATALOGUE-GARANTIES.
           COPY CGARLIB.
       01 TAB-CATALOGUE REDEFINES CATALOGUE-GARANTIES.
         05 GARANTIE-CAT OCCURS 5.
           10 CODE-GAR-T                 PIC X(3).
           10 LIB-GAR-T                  PIC X(17).
           10 POIDS-GAR-T                PIC 9(2).
       77 IDX-GAR                        PIC 9(2).

       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.
       77 RANG-COND-MAX                  PIC 99 VALUE 10.
       77 IDX-RANG                       PIC 99.
       77 IDX-RANG-CD                    PIC 99.

       77 DATE-TRAITEE                   PIC 9(8).
       77 DATE-EFFET-W                   PIC 9(8).
       77 PRIME-BM-W                     PIC 9(4)V9(2).
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 TOTAL-POLICE-W                 PIC 9(6)V9(2).
       77 NB-VEHIC-W                     PIC 99.
       77 NB-ZONES-W                     PIC 99.
       77 MONTANT-EDIT                   PIC Z(4)9,99.
       77 TOTAL-EDIT                     PIC Z(5)9,99.
       77 FRANCHISE-EDIT                 PIC Z(3)9,99.

      * Matricules dont les conditions particulieres partent dans ce
      * run : elles decrivent deja l'etat du soir, les 'M' de la
      * meme nuit sur la police nouvelle ne font pas d'avenant.
      * Drapeau a plat sur le matricule, comme dans la chaine.
       01 TAB-MAT-EDITES VALUE SPACE.
         05 MAT-EDITE-FLAG               PIC X OCCURS 999999.

      * Lignes du jour du journal des vehicules ecrites par la
      * chaine, chargees une fois : l'avenant d'une police reprend
      * celles de ses vehicules qui n'ont pas encore ete editees.
       77 NB-VEHJRN-MAX                  PIC 9(4) VALUE 2000.
       77 NB-VEHJRN-W                    PIC 9(4) VALUE 0.
       77 IDX-VJ                         PIC 9(4).
       01 TAB-VEHJRN.
         05 LIGNE-VJ OCCURS 2000.
           10 MAT-VJ                     PIC 9(6).
           10 EDITE-VJ                   PIC X(1).
           10 AVANT-VJ                   PIC X(80).
           10 APRES-VJ                   PIC X(80).

       77 ENTETE-VEHIC-SW                PIC X(1).
         88 ENTETE-VEHIC-ECRITE VALUE 'O'.
       77 ENTETE-VEHIC-W                 PIC X(72).

      * Entree de l'historique des courriers (JOURCORR) : la date
      * d'effet du document en reference.
       01 CORRES-W.
           COPY CCORRES.

       01 CPT.
         05 CPT-LIGNES-LUES              PIC 9(6) VALUE 0.
         05 CPT-CONDITIONS               PIC 9(6) VALUE 0.
         05 CPT-AVENANTS                 PIC 9(6) VALUE 0.
         05 CPT-AVENANTS-VIDES           PIC 9(6) VALUE 0.
         05 CPT-ADRESSES-INVALIDES       PIC 9(6) VALUE 0.
         05 CPT-FICHES-ABSENTES          PIC 9(6) VALUE 0.
         05 CPT-VEHJRN-IGNORES           PIC 9(6) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

      * Images avant et apres decoupees selon la fiche ASSUR4 (160
      * octets, voir CASSURE4), comme pour la consultation du
      * journal.
       01 FICHE-AVANT-Q.
         05 MAT-AVQ                   PIC 9(6).
         05 NOM-PRE-AVQ               PIC X(20).
         05 RUE-AVQ                   PIC X(18).
         05 CP-AVQ                    PIC 9(5).
         05 VILLE-AVQ                 PIC X(12).
         05 TYPE-V-AVQ                PIC X(1).
         05 PRIME-AVQ                 PIC 9(4)V9(2).
         05 BM-AVQ                    PIC X(1).
         05 TAUX-AVQ                  PIC 9(2).
         05 MAT-ORIGINE-AVQ           PIC 9(6).
         05 FREQ-PAIE-AVQ             PIC X(1).
         05 AGENCE-AVQ                PIC 9(2).
         05 STATUT-AVQ                PIC X(1).
         05 DATE-ANNIV-AVQ            PIC 9(8).
         05 TEL-AVQ                   PIC X(10).
         05 EMAIL-AVQ                 PIC X(30).
         05 RIB-AVQ                   PIC X(23).
         05 ADR-INVALIDE-AVQ          PIC X(1).
         05                           PIC X(7).
       01 FICHE-APRES-Q.
         05 MAT-APQ                   PIC 9(6).
         05 NOM-PRE-APQ               PIC X(20).
         05 RUE-APQ                   PIC X(18).
         05 CP-APQ                    PIC 9(5).
         05 VILLE-APQ                 PIC X(12).
         05 TYPE-V-APQ                PIC X(1).
         05 PRIME-APQ                 PIC 9(4)V9(2).
         05 BM-APQ                    PIC X(1).
         05 TAUX-APQ                  PIC 9(2).
         05 MAT-ORIGINE-APQ           PIC 9(6).
         05 FREQ-PAIE-APQ             PIC X(1).
         05 AGENCE-APQ                PIC 9(2).
         05 STATUT-APQ                PIC X(1).
         05 DATE-ANNIV-APQ            PIC 9(8).
         05 TEL-APQ                   PIC X(10).
         05 EMAIL-APQ                 PIC X(30).
         05 RIB-APQ                   PIC X(23).
         05 ADR-INVALIDE-APQ          PIC X(1).
         05                           PIC X(7).

      * Images du journal des vehicules decoupees selon ASSURVEH (voir
      * CASSVEH) ; prime et franchise vues aussi en caracteres, une
      * image a blanc (vehicule ajoute ou retire) n'etant pas
      * numerique.
       01 VEHIC-AVANT-Q.
         05 MAT-VAQ                   PIC 9(6).
         05 RANG-VAQ                  PIC 9(2).
         05 TYPE-V-VAQ                PIC X(1).
         05 PRIME-VAQ                 PIC 9(4)V9(2).
         05 PRIME-X-VAQ REDEFINES PRIME-VAQ
                                      PIC X(6).
         05 BM-VAQ                    PIC X(1).
         05 TAUX-VAQ                  PIC 9(2).
         05 IMMAT-VAQ                 PIC X(10).
         05 DATE-1MEC-VAQ             PIC X(8).
         05 USAGE-VAQ                 PIC X(1).
         05 REMISE-FLOTTE-VAQ         PIC X(6).
         05 FRANCHISE-VAQ             PIC 9(4)V9(2).
         05 FRANCHISE-X-VAQ REDEFINES FRANCHISE-VAQ
                                      PIC X(6).
         05 REMISE-FOYER-VAQ          PIC X(6).
         05 CODE-MODELE-VAQ           PIC X(5).
         05                           PIC X(20).
       01 VEHIC-APRES-Q.
         05 MAT-VPQ                   PIC 9(6).
         05 RANG-VPQ                  PIC 9(2).
         05 TYPE-V-VPQ                PIC X(1).
         05 PRIME-VPQ                 PIC 9(4)V9(2).
         05 PRIME-X-VPQ REDEFINES PRIME-VPQ
                                      PIC X(6).
         05 BM-VPQ                    PIC X(1).
         05 TAUX-VPQ                  PIC 9(2).
         05 IMMAT-VPQ                 PIC X(10).
         05 DATE-1MEC-VPQ             PIC X(8).
         05 USAGE-VPQ                 PIC X(1).
         05 REMISE-FLOTTE-VPQ         PIC X(6).
         05 FRANCHISE-VPQ             PIC 9(4)V9(2).
         05 FRANCHISE-X-VPQ REDEFINES FRANCHISE-VPQ
                                      PIC X(6).
         05 REMISE-FOYER-VPQ          PIC X(6).
         05 CODE-MODELE-VPQ           PIC X(5).
         05                           PIC X(20).

       01 LIGNE-SEPARATEUR               PIC X(80) VALUE ALL '-'.

       01 FORMAT-CP-TITRE.
         05                              PIC X(1) VALUE '|'.
         05 LIB-TITRE-F                  PIC X(28).
         05                              PIC X(7) VALUE 'POLICE '.
         05 MAT-TITRE-F                  PIC 9(6).
         05                              PIC X(10).
         05                              PIC X(3) VALUE 'LE '.
         05 DAY-F                        PIC 99.
         05                              PIC X VALUE '/'.
         05 MONTH-F                      PIC 99.
         05                              PIC X VALUE '/'.
         05 YEAR-F                       PIC 9999.
         05                              PIC X(14).
         05                              PIC X(1) VALUE '|'.

       01 FORMAT-CP-LIGNE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(3).
         05 TEXTE-CP-F                   PIC X(72).
         05                              PIC X(3).
         05                              PIC X(1) VALUE '|'.

      * Zone changee par l'avenant : ancienne et nouvelle valeur
      * alignees, comme dans la consultation du journal.
       01 FORMAT-CP-ZONE.
         05                              PIC X(1) VALUE '|'.
         05                              PIC X(2).
         05 LIB-ZONE-F                   PIC X(10).
         05                              PIC X(2) VALUE ': '.
         05 AVANT-ZONE-F                 PIC X(30).
         05                              PIC X(4) VALUE ' -> '.
         05 APRES-ZONE-F                 PIC X(30).
         05                              PIC X(1) VALUE '|'.

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
           MOVE CORRESPONDING DATE-F TO FORMAT-CP-TITRE
           MOVE DATE-JOUR TO DATE-TRAITEE
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:8) NUMERIC
                   MOVE e-param(1:8) TO DATE-TRAITEE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-journal
           IF CR-JOURNAL > 0
             DISPLAY 'ERROR DDJOURNL : ' CR-JOURNAL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4 f-vehic f-conduc f-garant
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-cpar
           perform 12000-CHARGE-JOURNAL-VEHIC
           .

      * Seules les ecritures de la chaine (PROJETM) du jour traite
      * sont retenues : une retarification ou une bonification
      * reecrit le vehicule sans avenant.
       12000-CHARGE-JOURNAL-VEHIC.
           OPEN INPUT f-vehjrn
           IF CR-VEHJRN > 9
             DISPLAY 'ERROR DDVEHJRN : ' CR-VEHJRN
           ELSE
             perform 18200-READ-VEHJRN
             perform until EOF-VEHJRN
               IF DATE-JV = DATE-TRAITEE AND PROG-JV = 'PROJETM'
                 IF NB-VEHJRN-W < NB-VEHJRN-MAX
                   ADD 1 TO NB-VEHJRN-W
                   MOVE MAT-JV TO MAT-VJ(NB-VEHJRN-W)
                   MOVE SPACE TO EDITE-VJ(NB-VEHJRN-W)
                   MOVE IMAGE-AVANT-JV TO AVANT-VJ(NB-VEHJRN-W)
                   MOVE IMAGE-APRES-JV TO APRES-VJ(NB-VEHJRN-W)
                 ELSE
                   ADD 1 TO CPT-VEHJRN-IGNORES
                 END-IF
               END-IF
               perform 18200-READ-VEHJRN
             END-PERFORM
             CLOSE f-vehjrn
           END-IF
           .

      * Le journal est dans l'ordre d'application : la creation
      * d'une police passe avant les mouvements qui la suivent.
       20000-TRAITEMENT.
           perform 18000-READ-JOURNAL
           perform until EOF-JOURNAL
             IF DATE-J = DATE-TRAITEE AND MAT-J > 0
               ADD 1 TO CPT-LIGNES-LUES
               EVALUATE CODE-MVT-J
                 WHEN 'C'
                   perform 21000-CONDITIONS-PARTICULIERES
                 WHEN 'M'
                 WHEN 'T'
                   perform 25000-AVENANT
                 WHEN OTHER
                   continue
               END-EVALUATE
             END-IF
             perform 18000-READ-JOURNAL
           END-PERFORM
           .

       18000-READ-JOURNAL.
           READ f-journal
           .

       18200-READ-VEHJRN.
           READ f-vehjrn
           .

      * Conditions particulieres d'une police creee : la fiche est
      * relue au master pour refleter l'etat du soir (vehicules et
      * conducteurs poses par les mouvements de la nuit).
      * Une adresse signalee invalide (retour NPAI) retient le
      * document jusqu'a correction, comme l'avis de renouvellement.
       21000-CONDITIONS-PARTICULIERES.
           MOVE MAT-J TO MAT-A4
           READ f-assures4
             INVALID KEY
               ADD 1 TO CPT-FICHES-ABSENTES
             NOT INVALID KEY
               MOVE 'O' TO MAT-EDITE-FLAG(MAT-A4)
               IF ADRESSE-INVALIDE-A4 = 'O'
                 ADD 1 TO CPT-ADRESSES-INVALIDES
               ELSE
                 perform 22000-EDITE-CONDITIONS
               END-IF
           END-READ
           .

       22000-EDITE-CONDITIONS.
           ADD 1 TO CPT-CONDITIONS
           WRITE ligne-cpar FROM LIGNE-SEPARATEUR
           MOVE ' CONDITIONS PARTICULIERES  ' TO LIB-TITRE-F
           MOVE MAT-A4 TO MAT-TITRE-F
           WRITE ligne-cpar FROM FORMAT-CP-TITRE
           perform 22100-EDITE-IDENTITE
           MOVE SPACE TO TEXTE-CP-F
           IF DATE-EFFET-J NUMERIC AND DATE-EFFET-J > 0
             MOVE DATE-EFFET-J TO DATE-EFFET-W
           ELSE
             MOVE DATE-ANNIV-A4 TO DATE-EFFET-W
           END-IF
           STRING 'DATE D EFFET : ' DATE-EFFET-W
                  '  AGENCE : ' AGENCE-A4
                  '  PAIEMENT : ' FREQ-PAIE-A4
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           perform 23000-EDITE-VEHICULES
           perform 24000-EDITE-CONDUCTEURS
           WRITE ligne-cpar FROM LIGNE-SEPARATEUR
           MOVE MAT-A4 TO MAT-CU
           SET DOC-CONDITIONS-CU TO TRUE
           MOVE NOM-PRE-A4 TO NOM-CU
           MOVE RUE-A4 TO RUE-CU
           MOVE CP-A4 TO CP-CU
           MOVE VILLE-A4 TO VILLE-CU
           perform 28000-TRACE-COURRIER
           .

       22100-EDITE-IDENTITE.
           MOVE NOM-PRE-A4 TO TEXTE-CP-F
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE RUE-A4 TO TEXTE-CP-F
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE SPACE TO TEXTE-CP-F
           STRING CP-A4 ' ' VILLE-A4
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           .

      * Un bloc par vehicule de la police : identification, bonus
      * ou malus, franchise, prime de base et prime due calculee par
      * CALCBM comme sur la facture ; le total de la police suit.
      * Une fiche sans vehicule au fichier (anterieure a ASSURVEH)
      * est decrite par les zones vehicule de la fiche elle-meme.
       23000-EDITE-VEHICULES.
           MOVE 0 TO TOTAL-POLICE-W
           MOVE 0 TO NB-VEHIC-W
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             MOVE MAT-A4 TO MAT-AV
             MOVE IDX-RANG TO RANG-AV
             READ f-vehic
               INVALID KEY
                 continue
               NOT INVALID KEY
                 ADD 1 TO NB-VEHIC-W
                 perform 23100-EDITE-UN-VEHICULE
             END-READ
           END-PERFORM
           IF NB-VEHIC-W = 0
             MOVE SPACE TO e-vehic
             MOVE MAT-A4 TO MAT-AV
             MOVE 1 TO RANG-AV
             MOVE TYPE-V-A4 TO TYPE-V-AV
             MOVE PRIME-A4 TO PRIME-AV
             MOVE BM-A4 TO BM-AV
             MOVE TAUX-A4 TO TAUX-AV
             MOVE 0 TO DATE-1MEC-AV
             MOVE 0 TO FRANCHISE-AV
             perform 23100-EDITE-UN-VEHICULE
           END-IF
           MOVE SPACE TO TEXTE-CP-F
           MOVE TOTAL-POLICE-W TO TOTAL-EDIT
           STRING 'PRIME TOTALE DE LA POLICE : ' TOTAL-EDIT
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           .

       23100-EDITE-UN-VEHICULE.
           MOVE SPACE TO TEXTE-CP-F
           STRING 'VEHICULE ' RANG-AV ' : TYPE ' TYPE-V-AV
                  '  IMMATRICULATION ' IMMAT-AV
                  '  USAGE ' USAGE-AV
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE SPACE TO TEXTE-CP-F
           IF BM-AV = 'M'
             STRING '  MISE EN CIRCULATION ' DATE-1MEC-AV
                    '  MALUS ' TAUX-AV ' %'
               DELIMITED BY SIZE INTO TEXTE-CP-F
             END-STRING
           ELSE
             STRING '  MISE EN CIRCULATION ' DATE-1MEC-AV
                    '  BONUS ' TAUX-AV ' %'
               DELIMITED BY SIZE INTO TEXTE-CP-F
             END-STRING
           END-IF
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
      * Les enregistrements anterieurs a la franchise portent des
      * blancs dans la zone : ils valent zero.
           IF FRANCHISE-AV NUMERIC
             MOVE FRANCHISE-AV TO FRANCHISE-EDIT
           ELSE
             MOVE 0 TO FRANCHISE-EDIT
           END-IF
           MOVE SPACE TO TEXTE-CP-F
           STRING '  FRANCHISE : ' FRANCHISE-EDIT
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           CALL 'CALCBM' USING
            BY CONTENT PRIME-AV
            BY CONTENT TAUX-AV
            BY CONTENT BM-AV
            BY REFERENCE PRIME-BM-W
            BY REFERENCE PRIME-TOTALE-W
           ADD PRIME-TOTALE-W TO TOTAL-POLICE-W
           MOVE SPACE TO TEXTE-CP-F
           MOVE PRIME-AV TO MONTANT-EDIT
           MOVE PRIME-TOTALE-W TO TOTAL-EDIT
           STRING '  PRIME DE BASE : ' MONTANT-EDIT
                  '  PRIME DUE : ' TOTAL-EDIT
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           perform 23200-EDITE-GARANTIES
           .

      * Garanties en vigueur du vehicule, une ligne chacune.
       23200-EDITE-GARANTIES.
           IF CR-GARANT < 10
             MOVE MAT-AV TO MAT-GA
             MOVE RANG-AV TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE '  GARANTIES :' TO TEXTE-CP-F
                 WRITE ligne-cpar FROM FORMAT-CP-LIGNE
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                     MOVE SPACE TO TEXTE-CP-F
                     STRING '    ' LIB-GAR-T(IDX-GAR)
                       DELIMITED BY SIZE INTO TEXTE-CP-F
                     END-STRING
                     WRITE ligne-cpar FROM FORMAT-CP-LIGNE
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           .

       24000-EDITE-CONDUCTEURS.
           IF CR-CONDUC < 10
             PERFORM VARYING IDX-RANG-CD FROM 1 BY 1
                       UNTIL IDX-RANG-CD > RANG-COND-MAX
               MOVE MAT-A4 TO MAT-CD
               MOVE IDX-RANG-CD TO RANG-CD
               READ f-conduc
                 INVALID KEY
                   continue
                 NOT INVALID KEY
                   MOVE SPACE TO TEXTE-CP-F
                   STRING 'CONDUCTEUR ' RANG-CD ' : ' NOM-CD
                          '  NE LE ' DATE-NAIS-CD
                          '  PERMIS ' DATE-PERMIS-CD
                     DELIMITED BY SIZE INTO TEXTE-CP-F
                   END-STRING
                   WRITE ligne-cpar FROM FORMAT-CP-LIGNE
               END-READ
             END-PERFORM
           END-IF
           .

      * Avenant d'un 'M' ou d'un 'T' applique : seules les zones
      * que le mouvement a changees dans la fiche sont reprises,
      * avec la date d'effet du mouvement. Le destinataire est
      * l'assure tel qu'il figure dans l'apres-image.
       25000-AVENANT.
           MOVE IMAGE-AVANT-J TO FICHE-AVANT-Q
           MOVE IMAGE-APRES-J TO FICHE-APRES-Q
           IF MAT-EDITE-FLAG(MAT-J) = 'O'
             continue
           ELSE
             IF ADR-INVALIDE-APQ = 'O'
               ADD 1 TO CPT-ADRESSES-INVALIDES
             ELSE
               perform 26000-EDITE-AVENANT
             END-IF
           END-IF
           .

       26000-EDITE-AVENANT.
           ADD 1 TO CPT-AVENANTS
           IF DATE-EFFET-J NUMERIC AND DATE-EFFET-J > 0
             MOVE DATE-EFFET-J TO DATE-EFFET-W
           ELSE
             MOVE DATE-J TO DATE-EFFET-W
           END-IF
           WRITE ligne-cpar FROM LIGNE-SEPARATEUR
           MOVE ' AVENANT                   ' TO LIB-TITRE-F
           MOVE MAT-APQ TO MAT-TITRE-F
           WRITE ligne-cpar FROM FORMAT-CP-TITRE
           MOVE NOM-PRE-APQ TO TEXTE-CP-F
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE RUE-APQ TO TEXTE-CP-F
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE SPACE TO TEXTE-CP-F
           STRING CP-APQ ' ' VILLE-APQ
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE SPACE TO TEXTE-CP-F
           STRING 'MODIFICATIONS A EFFET DU ' DATE-EFFET-W ' :'
             DELIMITED BY SIZE INTO TEXTE-CP-F
           END-STRING
           WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           MOVE 0 TO NB-ZONES-W
           perform 27000-EDITE-ZONES-CHANGEES
           perform 27500-EDITE-VEHICULES-CHANGES
      * Un mouvement sur les conducteurs, ou sur un vehicule dont
      * le journal n'a pas de ligne, ne laisse rien a detailler :
      * l'avenant le dit plutot que de partir vide.
           IF NB-ZONES-W = 0
             ADD 1 TO CPT-AVENANTS-VIDES
             MOVE 'MODIFICATION DES VEHICULES OU CONDUCTEURS ASSURES'
               TO TEXTE-CP-F
             WRITE ligne-cpar FROM FORMAT-CP-LIGNE
           END-IF
           WRITE ligne-cpar FROM LIGNE-SEPARATEUR
           MOVE MAT-APQ TO MAT-CU
           SET DOC-AVENANT-CU TO TRUE
           MOVE NOM-PRE-APQ TO NOM-CU
           MOVE RUE-APQ TO RUE-CU
           MOVE CP-APQ TO CP-CU
           MOVE VILLE-APQ TO VILLE-CU
           perform 28000-TRACE-COURRIER
           .

      * Compare les images zone par zone et n'edite que ce qui a
      * change, l'avant et l'apres alignes. Le statut et le signal
      * NPAI sont des zones de gestion : ils ne vont pas a l'assure.
       27000-EDITE-ZONES-CHANGEES.
           IF MAT-AVQ NOT = MAT-APQ
             MOVE 'MATRICULE ' TO LIB-ZONE-F
             MOVE SPACE TO AVANT-ZONE-F APRES-ZONE-F
             MOVE MAT-AVQ TO AVANT-ZONE-F(1:6)
             MOVE MAT-APQ TO APRES-ZONE-F(1:6)
             perform 27900-ECRIT-ZONE
           END-IF
           IF NOM-PRE-AVQ NOT = NOM-PRE-APQ
             MOVE 'NOM       ' TO LIB-ZONE-F
             MOVE NOM-PRE-AVQ TO AVANT-ZONE-F
             MOVE NOM-PRE-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF RUE-AVQ NOT = RUE-APQ
             MOVE 'RUE       ' TO LIB-ZONE-F
             MOVE RUE-AVQ TO AVANT-ZONE-F
             MOVE RUE-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF CP-AVQ NOT = CP-APQ
             MOVE 'CP        ' TO LIB-ZONE-F
             MOVE CP-AVQ TO AVANT-ZONE-F
             MOVE CP-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF VILLE-AVQ NOT = VILLE-APQ
             MOVE 'VILLE     ' TO LIB-ZONE-F
             MOVE VILLE-AVQ TO AVANT-ZONE-F
             MOVE VILLE-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF TYPE-V-AVQ NOT = TYPE-V-APQ
             MOVE 'TYPE-V    ' TO LIB-ZONE-F
             MOVE TYPE-V-AVQ TO AVANT-ZONE-F
             MOVE TYPE-V-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF PRIME-AVQ NOT = PRIME-APQ
             MOVE 'PRIME     ' TO LIB-ZONE-F
             MOVE PRIME-AVQ TO MONTANT-EDIT
             MOVE MONTANT-EDIT TO AVANT-ZONE-F
             MOVE PRIME-APQ TO MONTANT-EDIT
             MOVE MONTANT-EDIT TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF BM-AVQ NOT = BM-APQ
             MOVE 'BM        ' TO LIB-ZONE-F
             MOVE BM-AVQ TO AVANT-ZONE-F
             MOVE BM-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF TAUX-AVQ NOT = TAUX-APQ
             MOVE 'TAUX      ' TO LIB-ZONE-F
             MOVE TAUX-AVQ TO AVANT-ZONE-F
             MOVE TAUX-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF FREQ-PAIE-AVQ NOT = FREQ-PAIE-APQ
             MOVE 'PAIEMENT  ' TO LIB-ZONE-F
             MOVE FREQ-PAIE-AVQ TO AVANT-ZONE-F
             MOVE FREQ-PAIE-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF AGENCE-AVQ NOT = AGENCE-APQ
             MOVE 'AGENCE    ' TO LIB-ZONE-F
             MOVE AGENCE-AVQ TO AVANT-ZONE-F
             MOVE AGENCE-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF TEL-AVQ NOT = TEL-APQ
             MOVE 'TEL       ' TO LIB-ZONE-F
             MOVE TEL-AVQ TO AVANT-ZONE-F
             MOVE TEL-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF EMAIL-AVQ NOT = EMAIL-APQ
             MOVE 'EMAIL     ' TO LIB-ZONE-F
             MOVE EMAIL-AVQ TO AVANT-ZONE-F
             MOVE EMAIL-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           IF RIB-AVQ NOT = RIB-APQ
             MOVE 'RIB       ' TO LIB-ZONE-F
             MOVE RIB-AVQ TO AVANT-ZONE-F
             MOVE RIB-APQ TO APRES-ZONE-F
             perform 27900-ECRIT-ZONE
           END-IF
           .

      * Vehicules de la police ecrits par la chaine dans la nuit :
      * chaque ligne du journal n'est editee qu'une fois, sur le
      * premier avenant du jour de la police (avant ou apres un
      * transfert).
       27500-EDITE-VEHICULES-CHANGES.
           PERFORM VARYING IDX-VJ FROM 1 BY 1
                     UNTIL IDX-VJ > NB-VEHJRN-W
             IF EDITE-VJ(IDX-VJ) = SPACE
              AND (MAT-VJ(IDX-VJ) = MAT-APQ
                   OR MAT-VJ(IDX-VJ) = MAT-AVQ)
               MOVE 'O' TO EDITE-VJ(IDX-VJ)
               perform 27600-EDITE-UN-VEHICULE
             END-IF
           END-PERFORM
           .

      * Zones du vehicule changees, sous une ligne de titre qui dit
      * s'il est ajoute, retire ou modifie, puis les garanties
      * prises ou quittees a la date d'effet du mouvement.
       27600-EDITE-UN-VEHICULE.
           MOVE AVANT-VJ(IDX-VJ) TO VEHIC-AVANT-Q
           MOVE APRES-VJ(IDX-VJ) TO VEHIC-APRES-Q
           MOVE 'N' TO ENTETE-VEHIC-SW
           MOVE SPACE TO ENTETE-VEHIC-W
           EVALUATE TRUE
             WHEN VEHIC-AVANT-Q = SPACE
               STRING 'VEHICULE ' RANG-VPQ ' AJOUTE :'
                 DELIMITED BY SIZE INTO ENTETE-VEHIC-W
               END-STRING
             WHEN VEHIC-APRES-Q = SPACE
               STRING 'VEHICULE ' RANG-VAQ ' RETIRE :'
                 DELIMITED BY SIZE INTO ENTETE-VEHIC-W
               END-STRING
             WHEN OTHER
               STRING 'VEHICULE ' RANG-VPQ ' :'
                 DELIMITED BY SIZE INTO ENTETE-VEHIC-W
               END-STRING
           END-EVALUATE
           IF IMMAT-VAQ NOT = IMMAT-VPQ
             MOVE 'IMMAT     ' TO LIB-ZONE-F
             MOVE IMMAT-VAQ TO AVANT-ZONE-F
             MOVE IMMAT-VPQ TO APRES-ZONE-F
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF TYPE-V-VAQ NOT = TYPE-V-VPQ
             MOVE 'TYPE-V    ' TO LIB-ZONE-F
             MOVE TYPE-V-VAQ TO AVANT-ZONE-F
             MOVE TYPE-V-VPQ TO APRES-ZONE-F
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF PRIME-X-VAQ NOT = PRIME-X-VPQ
             MOVE 'PRIME     ' TO LIB-ZONE-F
             MOVE SPACE TO AVANT-ZONE-F APRES-ZONE-F
             IF PRIME-VAQ NUMERIC
               MOVE PRIME-VAQ TO MONTANT-EDIT
               MOVE MONTANT-EDIT TO AVANT-ZONE-F
             END-IF
             IF PRIME-VPQ NUMERIC
               MOVE PRIME-VPQ TO MONTANT-EDIT
               MOVE MONTANT-EDIT TO APRES-ZONE-F
             END-IF
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF FRANCHISE-X-VAQ NOT = FRANCHISE-X-VPQ
             MOVE 'FRANCHISE ' TO LIB-ZONE-F
             MOVE SPACE TO AVANT-ZONE-F APRES-ZONE-F
             IF FRANCHISE-VAQ NUMERIC
               MOVE FRANCHISE-VAQ TO FRANCHISE-EDIT
               MOVE FRANCHISE-EDIT TO AVANT-ZONE-F
             END-IF
             IF FRANCHISE-VPQ NUMERIC
               MOVE FRANCHISE-VPQ TO FRANCHISE-EDIT
               MOVE FRANCHISE-EDIT TO APRES-ZONE-F
             END-IF
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF USAGE-VAQ NOT = USAGE-VPQ
             MOVE 'USAGE     ' TO LIB-ZONE-F
             MOVE USAGE-VAQ TO AVANT-ZONE-F
             MOVE USAGE-VPQ TO APRES-ZONE-F
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF CODE-MODELE-VAQ NOT = CODE-MODELE-VPQ
             MOVE 'MODELE    ' TO LIB-ZONE-F
             MOVE CODE-MODELE-VAQ TO AVANT-ZONE-F
             MOVE CODE-MODELE-VPQ TO APRES-ZONE-F
             perform 27800-ECRIT-ZONE-VEHIC
           END-IF
           IF VEHIC-APRES-Q NOT = SPACE
             perform 27700-EDITE-GARANTIES-CHANGEES
           END-IF
           .

      * Une garantie prise a la date d'effet passe de non souscrite
      * a son libelle, une garantie quittee a cette date de son
      * libelle a resiliee ; la fiche doit avoir ete tenue depuis
      * le jour du mouvement.
       27700-EDITE-GARANTIES-CHANGEES.
           IF CR-GARANT < 10
             MOVE MAT-VPQ TO MAT-GA
             MOVE RANG-VPQ TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF DATE-MAJ-GA NOT < DATE-J
                   PERFORM VARYING IDX-GAR FROM 1 BY 1
                             UNTIL IDX-GAR > 5
                     MOVE 'GARANTIE  ' TO LIB-ZONE-F
                     IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                      AND DATE-DEBUT-GA(IDX-GAR) = DATE-EFFET-W
                       MOVE 'NON SOUSCRITE' TO AVANT-ZONE-F
                       MOVE LIB-GAR-T(IDX-GAR) TO APRES-ZONE-F
                       perform 27800-ECRIT-ZONE-VEHIC
                     END-IF
                     IF GARANTIE-SORTIE(IDX-GAR)
                      AND DATE-FIN-GA(IDX-GAR) = DATE-EFFET-W
                       MOVE LIB-GAR-T(IDX-GAR) TO AVANT-ZONE-F
                       MOVE 'RESILIEE' TO APRES-ZONE-F
                       perform 27800-ECRIT-ZONE-VEHIC
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-IF
           .

      * La ligne de titre du vehicule ne part qu'avec sa premiere
      * zone changee.
       27800-ECRIT-ZONE-VEHIC.
           IF NOT ENTETE-VEHIC-ECRITE
             MOVE ENTETE-VEHIC-W TO TEXTE-CP-F
             WRITE ligne-cpar FROM FORMAT-CP-LIGNE
             SET ENTETE-VEHIC-ECRITE TO TRUE
           END-IF
           perform 27900-ECRIT-ZONE
           .

       27900-ECRIT-ZONE.
           ADD 1 TO NB-ZONES-W
           WRITE ligne-cpar FROM FORMAT-CP-ZONE
           .

      * Le document entre dans l'historique des courriers de la
      * police avec l'adresse portee sur le pli (posee par
      * l'appelant) et sa date d'effet en reference.
       28000-TRACE-COURRIER.
           MOVE SPACE TO REF-CU
           STRING 'EFFET ' DATE-EFFET-W
             DELIMITED BY SIZE INTO REF-CU
           END-STRING
           MOVE 'PROJCPAR' TO PROG-CU
           CALL 'JOURCORR' USING BY REFERENCE CORRES-W
           .

       30000-END-PGM.
           CLOSE f-journal f-assures4 f-vehic f-conduc f-garant
                 f-cpar
           DISPLAY 'LIGNES JOURNAL DU JOUR    : ' CPT-LIGNES-LUES
           DISPLAY 'CONDITIONS PARTICULIERES  : ' CPT-CONDITIONS
           DISPLAY 'AVENANTS EMIS             : ' CPT-AVENANTS
           DISPLAY 'DONT SANS DETAIL          : ' CPT-AVENANTS-VIDES
           DISPLAY 'RETENUS (NPAI)            : ' CPT-ADRESSES-INVALIDES
           DISPLAY 'FICHES ABSENTES           : ' CPT-FICHES-ABSENTES
           DISPLAY 'LIGNES VEHICULES IGNOREES : ' CPT-VEHJRN-IGNORES
           IF RETURN-CODE = 0
            AND (CPT-FICHES-ABSENTES > 0 OR CPT-VEHJRN-IGNORES > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
