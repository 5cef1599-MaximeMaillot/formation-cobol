       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Prospects du canal partenaires : nom, type de vehicule,
      * departement, usage, periodicite de paiement, modele du
      * vehicule, code du partenaire apporteur.
           SELECT f-prospects ASSIGN DDPROSP
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PROSPECTS.

      * Referentiel des zones de tarification, le meme que PROJTAR,
      * avec la meme regle de date d'effet : une ligne deposee a
      * l'avance ne joue qu'a partir de sa date.
           SELECT OPTIONAL f-zones ASSIGN DDZONES
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ZONES.

      * Referentiel des modeles de vehicule, le meme que PROJTAR :
      * coefficient du groupe de tarification du modele.
           SELECT OPTIONAL f-modeles ASSIGN DDMODELE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MODELES.

      * Depot des devis emis, cle numero de devis.
           SELECT f-devis ASSIGN DDDEVIS
            ORGANIZATION IS INDEXED
           88 USAGE-PR-CONNU           VALUES 'P' 'T' 'F' ' '.
         05 FREQ-PR                    PIC X(1).
           88 FREQ-PR-CONNUE           VALUES 'A' 'S' 'T' 'M' ' '.
      * Code modele au referentiel DDMODELE ; blanc : non renseigne,
      * coefficient de groupe 1,00.
         05 CODE-MODELE-PR             PIC X(5).
         05 PARTENAIRE-PR              PIC X(5).
      * Garanties demandees, dans l'ordre du catalogue CGARLIB : O
      * demandee, N ou blanc non demandee ; la RC est toujours
      * comprise, comme sur un vehicule nouveau de la chaine.
         05 GARANTIES-PR.
           10 GARANTIE-PR              PIC X(1) OCCURS 5.
             88 GARANTIE-PR-CONNUE     VALUES 'O' 'N' ' '.
         05                            PIC X(40).

       fd f-zones
           DATA RECORD IS e-zone.
       01 e-zone.
         05 DEPARTEMENT-Z              PIC 9(2).
         05 COEFF-Z                    PIC 9V9(2).
         05 DATE-EFFET-Z               PIC 9(8).
         05                            PIC X(67).

       fd f-modeles
           DATA RECORD IS e-modele.
       01 e-modele.
           COPY CMODELE.

       fd f-devis.
       01 e-devis.
       01 TAB-COEFF-ZONES.
         05 COEFF-ZONE                   PIC 9V9(2) OCCURS 99.
       77 IDX-ZONE                       PIC 9(3).
       01 TAB-DATES-ZONES.
         05 DATE-ZONE-T                  PIC 9(8) OCCURS 99.
       77 DATE-EFFET-LUE-W               PIC 9(8).
       77 COEFF-FICHE-W                  PIC 9V9(2).
       77 DEPT-W                         PIC 9(2).

      * Modeles du referentiel avec le coefficient de leur groupe,
      * comme dans PROJTAR.
       01 CR-MODELES                     PIC 99.
         88 EOF-MODELES VALUE 10.
       01 TAB-MODELES.
         05 NB-MODELES                   PIC 9(3) VALUE 0.
         05 MODELE-T OCCURS 500.
           10 CODE-MODELE-T              PIC X(5).
           10 COEFF-MODELE-T             PIC 9V9(2).
       77 IDX-MODELE                     PIC 9(3).
       77 COEFF-MODELE-W                 PIC 9V9(2).
       01 MODELE-PR-SW                   PIC X.
           88 MODELE-PR-CONNU VALUE 'O'.

      * Bareme de tarification par type de vehicule, celui de la
      * retarification PROJTAR.
       01 PRIME-TARIF-TAB.
       77 PRIME-TOTALE-W                 PIC 9(5)V9(2).
       77 PRIME-ZONEE-W                  PIC 9(4)V9(2).

      * Zones d'appel du sous-programme partage CALCGAR : le bareme
      * donne la prime tous risques, le devis porte celle des
      * garanties demandees.
       77 IDX-GAR                        PIC 9(2).
       77 PRIME-GAR-W                    PIC 9(4)V9(2).
       01 SOUSCR-GAR-V.
         05 SOUSCR-GAR-W                 PIC X(1) OCCURS 5.
       01 PARTS-GAR-V.
         05 PART-GAR-W                   PIC 9(4)V9(2) OCCURS 5.

       77 NUM-DEVIS-W                    PIC 9(6).
       77 MOTIF-REJET-W                  PIC X(40).

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           perform 10100-CHARGE-ZONES
           perform 10150-CHARGE-MODELES
           perform 10200-AMORCE-COMPTEUR
           perform 10300-POSE-DATE-VALIDITE
           OPEN INPUT f-prospects
           PERFORM VARYING IDX-ZONE FROM 1 BY 1
                     UNTIL IDX-ZONE > 99
             MOVE 1,00 TO COEFF-ZONE(IDX-ZONE)
             MOVE 0 TO DATE-ZONE-T(IDX-ZONE)
           END-PERFORM
           OPEN INPUT f-zones
           IF CR-ZONES < 10
                 AT END
                   continue
                 NOT AT END
                   perform 10110-RETIENT-ZONE
               END-READ
             END-PERFORM
             CLOSE f-zones
           END-IF
           .

      * Coefficient en vigueur a la date du devis : la ligne de date
      * d'effet la plus recente atteinte.
       10110-RETIENT-ZONE.
           MOVE 0 TO DATE-EFFET-LUE-W
           IF DATE-EFFET-Z NUMERIC
             MOVE DATE-EFFET-Z TO DATE-EFFET-LUE-W
           END-IF
           IF DEPARTEMENT-Z > 0 AND COEFF-Z > 0
            AND DATE-EFFET-LUE-W NOT > DATE-JOUR
             IF DATE-EFFET-LUE-W NOT < DATE-ZONE-T(DEPARTEMENT-Z)
               MOVE COEFF-Z TO COEFF-ZONE(DEPARTEMENT-Z)
               MOVE DATE-EFFET-LUE-W TO DATE-ZONE-T(DEPARTEMENT-Z)
             END-IF
           END-IF
           .

       10150-CHARGE-MODELES.
           OPEN INPUT f-modeles
           IF CR-MODELES < 10
             perform until EOF-MODELES OR NB-MODELES = 500
               READ f-modeles
                 AT END
                   continue
                 NOT AT END
                   IF CODE-MODELE-MD NOT = SPACE
                     ADD 1 TO NB-MODELES
                     MOVE CODE-MODELE-MD TO CODE-MODELE-T(NB-MODELES)
                     IF COEFF-GROUPE-MD NUMERIC AND COEFF-GROUPE-MD > 0
                       MOVE COEFF-GROUPE-MD
                         TO COEFF-MODELE-T(NB-MODELES)
                     ELSE
                       MOVE 1,00 TO COEFF-MODELE-T(NB-MODELES)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-modeles
           END-IF
           .

       10200-AMORCE-COMPTEUR.
           OPEN I-O f-compteur
           IF CR-COMPTEUR > 0
           IF MOTIF-REJET-W = SPACE AND NOM-PRE-PR = SPACE
             MOVE 'NOM NON RENSEIGNE' TO MOTIF-REJET-W
           END-IF
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             IF MOTIF-REJET-W = SPACE
              AND NOT GARANTIE-PR-CONNUE(IDX-GAR)
               MOVE 'GARANTIE INCONNUE' TO MOTIF-REJET-W
             END-IF
           END-PERFORM
           IF MOTIF-REJET-W = SPACE AND GARANTIE-PR(1) = 'N'
             MOVE 'RC OBLIGATOIRE' TO MOTIF-REJET-W
           END-IF
           perform 21100-TROUVE-MODELE
           IF MOTIF-REJET-W = SPACE AND NOT MODELE-PR-CONNU
             MOVE 'MODELE INCONNU' TO MOTIF-REJET-W
           END-IF
           .

      * Coefficient de groupe du modele du prospect ; modele a blanc
      * ou referentiel absent : 1,00 et prospect accepte.
       21100-TROUVE-MODELE.
           MOVE 1,00 TO COEFF-MODELE-W
           MOVE 'O' TO MODELE-PR-SW
           IF CODE-MODELE-PR NOT = SPACE AND NB-MODELES > 0
             MOVE 'N' TO MODELE-PR-SW
             PERFORM VARYING IDX-MODELE FROM 1 BY 1
                       UNTIL IDX-MODELE > NB-MODELES
                          OR MODELE-PR-CONNU
               IF CODE-MODELE-T(IDX-MODELE) = CODE-MODELE-PR
                 MOVE COEFF-MODELE-T(IDX-MODELE) TO COEFF-MODELE-W
                 MOVE 'O' TO MODELE-PR-SW
               END-IF
             END-PERFORM
           END-IF
           .

      * Tarifie le prospect comme une vraie police : bareme par
      * type, coefficients de zone du departement et de groupe du
      * modele pour la prime tous risques, prime des garanties
      * demandees par CALCGAR, prime totale par le sous-programme
      * partage CALCBM, position de depart au bonus du bareme.
       23000-EMET-DEVIS.
           EVALUATE TYPE-V-PR
             WHEN 'V'
           END-IF
           COMPUTE PRIME-ZONEE-W ROUNDED =
             PRIME-TARIF-T(IDX-TYPE-V) * COEFF-FICHE-W
             * COEFF-MODELE-W
           MOVE 'O' TO SOUSCR-GAR-W(1)
           PERFORM VARYING IDX-GAR FROM 2 BY 1 UNTIL IDX-GAR > 5
             IF GARANTIE-PR(IDX-GAR) = 'O'
               MOVE 'O' TO SOUSCR-GAR-W(IDX-GAR)
             ELSE
               MOVE SPACE TO SOUSCR-GAR-W(IDX-GAR)
             END-IF
           END-PERFORM
           CALL 'CALCGAR' USING
            BY CONTENT PRIME-ZONEE-W
            BY CONTENT SOUSCR-GAR-V
            BY REFERENCE PRIME-GAR-W
            BY REFERENCE PARTS-GAR-V
           CALL 'CALCBM' USING
            BY CONTENT PRIME-GAR-W
            BY CONTENT TAUX-TARIF-T(IDX-TYPE-V)
            BY CONTENT 'B'
            BY REFERENCE PRIME-BM-W
           MOVE DEPT-W TO DEPT-DV
           MOVE USAGE-PR TO USAGE-DV
           MOVE FREQ-PR TO FREQ-DV
           MOVE CODE-MODELE-PR TO CODE-MODELE-DV
           MOVE PARTENAIRE-PR TO PARTENAIRE-DV
           MOVE SOUSCR-GAR-V TO GARANTIES-DV
           MOVE PRIME-ZONEE-W TO PRIME-BASE-DV
           MOVE 'B' TO BM-DV
           MOVE TAUX-TARIF-T(IDX-TYPE-V) TO TAUX-DV
