      * Referentiel des zones de tarification : un coefficient par
      * departement, tenu par l'actuariat sans modification de
      * programme. Departement absent du fichier : coefficient 1,00.
      * Chaque ligne porte sa date d'effet en colonnes 6-13
      * (AAAAMMJJ, blanc ou zero : en vigueur de tout temps) : un
      * nouveau coefficient peut etre depose a l'avance, la ligne
      * retenue pour un departement est celle de date d'effet la
      * plus recente atteinte a la date de reference du passage.
      * DDAGEBAR, DDUSAGE et DDTARPRM suivent la meme regle.
           SELECT OPTIONAL f-zones ASSIGN DDZONES
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ZONES.
            RECORD KEY IS CLE-CD
            FILE STATUS IS CR-CONDUC.

      * Garanties souscrites des vehicules : la prime du tarif est
      * la prime tous risques, le vehicule paie le poids de ses
      * garanties en vigueur et la part de chaque garantie suit.
      * Vehicule sans fiche garanties (anterieur) : prime du tarif
      * entiere, rien a reventiler.
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Bareme de coefficients par tranche d'age du vehicule, tenu
      * par l'actuariat comme DDZONES : age maximal de la tranche
      * (2 chiffres), coefficient (3 chiffres centiemes compris) et
      * date d'effet (colonnes 6-13). Tranches en ordre d'age
      * croissant ; age au-dela de la derniere tranche ou fichier
      * absent : coefficient 1,00. Le bareme se remplace en bloc :
      * seules les tranches de la date d'effet retenue comptent.
           SELECT OPTIONAL f-agebar ASSIGN DDAGEBAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AGEBAR.

      * Bareme de coefficients par usage du vehicule (P prive, T
      * trajet, F professionnel), meme principe, date d'effet en
      * colonnes 5-12.
           SELECT OPTIONAL f-usage ASSIGN DDUSAGE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-USAGE.

      * Referentiel des modeles de vehicule (voir CMODELE) : le
      * coefficient du groupe de tarification du modele s'applique
      * a la prime du vehicule. Modele non renseigne, absent du
      * referentiel ou fichier absent : coefficient 1,00.
           SELECT OPTIONAL f-modeles ASSIGN DDMODELE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MODELES.

      * Carte parametre de tarification : surcharge jeune
      * conducteur (age de permis en colonnes 1-2, coefficient en
      * 3-5, 3 chiffres centiemes compris, 125 = 1,25) puis regle
      * de flotte (nombre de vehicules plancher en colonnes 6-7,
      * remise en pourcentage sur les vehicules au-dela du premier
      * en colonnes 8-9), puis remise multi-polices du foyer
      * (nombre de polices plancher en colonnes 10-11, remise en
      * pourcentage en colonnes 12-13). Zones absentes ou a zero :
      * regle debranchee. Date d'effet de la carte en colonnes
      * 14-21 : plusieurs cartes peuvent coexister, la plus recente
      * en vigueur a la date de reference s'applique.
           SELECT OPTIONAL f-tarprm ASSIGN DDTARPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TARPRM.

      * Carte de lancement : ETUDE en colonnes 1-5 pour une etude
      * d'impact (meme tarification, rien n'est reecrit, rapport
      * DDETUDE), date de reference AAAAMMJJ en colonnes 11-18
      * (blanc : date du jour) pour choisir les lignes de bareme en
      * vigueur, seuil de hausse en pourcentage en colonnes 21-22
      * (blanc : 10) pour le decompte des polices en forte hausse.
      * Absente : passage reel a la date du jour.
           SELECT OPTIONAL f-param ASSIGN TARPARM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

      * Rapport de l'etude d'impact : repartition des primes avant
      * et apres par departement, agence, type de vehicule et
      * tranche de bonus/malus.
           SELECT f-etude ASSIGN DDETUDE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ETUDE.

      * Foyers calcules par PROJFOYR : nombre de polices a la meme
      * adresse, pour la remise multi-polices. Absent : pas de
      * remise foyer.
           SELECT OPTIONAL f-foyer ASSIGN DDFOYER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FOYER-X-FO
            ALTERNATE RECORD KEY IS ADR-NORM-FO
            FILE STATUS IS CR-FOYER.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-vehjrn.
           COPY CJOURVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-conduc.
       01 e-conduc.
           COPY CCONDUC.
       fd f-tarprm.
       01 e-tarprm                     PIC X(80).

       fd f-param.
       01 e-param                      PIC X(80).

       fd f-etude.
       01 ligne-etude                  PIC X(80).

       fd f-foyer.
       01 e-foyer.
           COPY CFOYER.

       fd f-agebar
           DATA RECORD IS e-agebar.
       01 e-agebar.
         05 AGE-MAX-AB                 PIC 9(2).
         05 COEFF-AB                   PIC 9V9(2).
         05 DATE-EFFET-AB              PIC 9(8).
         05                            PIC X(67).

       fd f-usage
           DATA RECORD IS e-usage.
       01 e-usage.
         05 CODE-USAGE-U               PIC X(1).
         05 COEFF-U                    PIC 9V9(2).
         05 DATE-EFFET-U               PIC 9(8).
         05                            PIC X(68).

       fd f-modeles
           DATA RECORD IS e-modele.
       01 e-modele.
           COPY CMODELE.

       fd f-zones
           DATA RECORD IS e-zone.
       01 e-zone.
         05 DEPARTEMENT-Z              PIC 9(2).
         05 COEFF-Z                    PIC 9V9(2).
         05 DATE-EFFET-Z               PIC 9(8).
         05                            PIC X(67).

       WORKING-STORAGE SECTION.

       01 CR-CONDUC                      PIC 99.
       01 CR-TARPRM                      PIC 99.
       01 CR-VEHJRN                      PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-ETUDE                       PIC 99.

      * Mode du passage : reel (ASSUR4 et ASSURVEH reecrits) ou
      * etude d'impact (lecture seule, rapport DDETUDE).
       01 MODE-TARIF-SW                  PIC X VALUE 'R'.
           88 MODE-REEL VALUE 'R'.
           88 MODE-ETUDE VALUE 'E'.

      * Date de reference des baremes et date d'effet de la ligne
      * lue (blanc ou zero : en vigueur de tout temps). Pour chaque
      * departement, usage, bareme d'age et carte parametre, date
      * d'effet de la ligne retenue.
       77 DATE-REF-W                     PIC 9(8).
       77 DATE-EFFET-LUE-W               PIC 9(8).
       01 TAB-DATES-ZONES.
         05 DATE-ZONE-T                  PIC 9(8) OCCURS 99.
       01 DATES-USAGE-V.
         05 DATE-USAGE-T                 PIC 9(8) OCCURS 3.
       77 IDX-USAGE                      PIC 9.
       77 DATE-BAREME-AGE                PIC 9(8) VALUE 0.
       77 DATE-TARPRM-W                  PIC 9(8) VALUE 0.
       01 TARPRM-RETENUE-SW              PIC X VALUE 'N'.
           88 TARPRM-RETENUE VALUE 'O'.
       01 TARPRM-RETENUE-W               PIC X(80).

      * Zones d'appel du sous-programme partage CALCGAR qui tire la
      * prime du vehicule de la prime tous risques du tarif et la
      * ventile entre ses garanties en vigueur.
       77 IDX-GAR                        PIC 9(2).
       01 GARANT-SW                      PIC X VALUE 'N'.
           88 GARANT-OUVERT VALUE 'O'.
       01 FICHE-GAR-SW                   PIC X VALUE 'N'.
           88 FICHE-GAR-TROUVEE VALUE 'O'.
       77 PRIME-TR-W                     PIC 9(4)V9(2).
       77 PRIME-TR-NULLE-W             PIC 9(4)V9(2) VALUE 0.
       01 SOUSCR-GAR-V.
         05 SOUSCR-GAR-W                 PIC X(1) OCCURS 5.
       01 PARTS-GAR-V.
         05 PART-GAR-W                   PIC 9(4)V9(2) OCCURS 5.
      * Image du vehicule avant retarification, pour le journal.
       01 SAVE-VEHIC-AVANT               PIC X(80).

       77 REMISE-FLOTTE-PCT              PIC 9(2) VALUE 0.
       77 NB-VEHIC-FICHE-W               PIC 9(2).
       77 REMISE-VEHIC-W                 PIC 9(4)V9(2).

      * Regle du foyer : dans un foyer d'au moins SEUIL-FOYER
      * polices, chaque police autre que la premiere (celle qui
      * donne son matricule au foyer) est remisee de
      * REMISE-FOYER-PCT pour cent sur tous ses vehicules. Zero :
      * regle debranchee.
       77 SEUIL-FOYER                    PIC 9(2) VALUE 0.
       77 REMISE-FOYER-PCT               PIC 9(2) VALUE 0.
       77 REMISE-FOYER-W                 PIC 9(4)V9(2).
       77 FOYER-REMISE-SW                PIC X.
         88 FICHE-REMISE-FOYER VALUE 'O'.
       01 CR-FOYER                       PIC 99.
       77 CPT-REMISES-FOYER              PIC 9(6) VALUE 0.
       77 COEFF-COND-FICHE-W             PIC 9V9(2).
       77 RANG-COND-MAX                  PIC 99 VALUE 10.
       77 IDX-RANG-CD                    PIC 99.
       77 COEFF-AGE-W                    PIC 9V9(2).
       77 COEFF-USAGE-W                  PIC 9V9(2).

      * Modeles du referentiel DDMODELE (500 au plus) avec le
      * coefficient de leur groupe ; coefficient du vehicule en
      * cours, a 1,00 par defaut.
       01 CR-MODELES                     PIC 99.
         88 EOF-MODELES VALUE 10.
       01 TAB-MODELES.
         05 NB-MODELES                   PIC 9(3) VALUE 0.
         05 MODELE-T OCCURS 500.
           10 CODE-MODELE-T              PIC X(5).
           10 COEFF-MODELE-T             PIC 9V9(2).
       77 IDX-MODELE                     PIC 9(3).
       77 COEFF-MODELE-W                 PIC 9V9(2).

      * Coefficients de zone par departement, a 1,00 par defaut ;
      * le coefficient de la fiche s'applique a la prime de base du
      * bareme par type de vehicule.
       77 ANC-PRIME-W                    PIC 9(4)V9(2).
       77 ANC-TAUX-W                     PIC 9(2).

      * Etude d'impact : prime de la police avant et apres, somme
      * de ses vehicules (a defaut celle de la fiche), et cumuls par
      * case d'analyse : 1-99 departement, 100 departement invalide,
      * 101-199 agence, 200 sans agence, 201-204 type de vehicule
      * (V M U C), 205 type hors bareme, 206-215 bonus par dizaine
      * de taux, 216-225 malus par dizaine de taux.
       77 SEUIL-HAUSSE-PCT               PIC 9(2) VALUE 10.
       77 PRIME-FICHE-AVANT-W            PIC 9(4)V9(2).
       77 PRIME-FICHE-APRES-W            PIC 9(4)V9(2).
       77 TAUX-FICHE-AVANT-W             PIC 9(2).
       77 PRIME-POL-AVANT-W              PIC 9(6)V9(2).
       77 PRIME-POL-APRES-W              PIC 9(6)V9(2).
       77 NB-VEHIC-VUS-W                 PIC 9(2).
       01 HAUSSE-SW                      PIC X.
           88 POLICE-EN-HAUSSE VALUE 'O'.
       77 IDX-CASE                       PIC 9(3).
       77 IDX-CASE-FIN                   PIC 9(3).
       77 DIZAINE-TAUX-W                 PIC 9.
       01 TAB-ETUDE.
         05 CASE-ETUDE OCCURS 225.
           10 NB-POL-ET                  PIC 9(6).
           10 PRIME-AVANT-ET             PIC 9(9)V9(2).
           10 PRIME-APRES-ET             PIC 9(9)V9(2).
           10 NB-HAUSSE-ET               PIC 9(6).
       01 TOTAL-ETUDE.
         05 NB-POL-TOT                   PIC 9(6) VALUE 0.
         05 PRIME-AVANT-TOT              PIC 9(9)V9(2) VALUE 0.
         05 PRIME-APRES-TOT              PIC 9(9)V9(2) VALUE 0.
         05 NB-HAUSSE-TOT                PIC 9(6) VALUE 0.
       77 ECART-W                        PIC S9(9)V9(2).
       77 PCT-W                          PIC S9(5)V9(1).
       77 BASE-PCT-W                     PIC 9(9)V9(2).
       77 NUM-CASE-W                     PIC 99.
       77 NUM-CASE2-W                    PIC 99.

       01 LIGNE-ETUDE-TITRE.
         05                              PIC X(29)
           VALUE 'ETUDE D IMPACT TARIFAIRE DU '.
         05 DATE-RUN-ET-F                PIC 9(8).
         05                              PIC X(21)
           VALUE ' - BAREMES EN VIGUEUR'.
         05                              PIC X(4) VALUE ' AU '.
         05 DATE-REF-ET-F                PIC 9(8).
         05                              PIC X(10).

       01 LIGNE-ETUDE-ENTETE.
         05                              PIC X(13) VALUE SPACE.
         05                              PIC X(7) VALUE 'POLICES'.
         05                              PIC X(13)
           VALUE ' PRIME AVANT'.
         05                              PIC X(13)
           VALUE ' PRIME APRES'.
         05                              PIC X(14)
           VALUE '        ECART'.
         05                              PIC X(9) VALUE '  ECART%'.
         05                              PIC X(11) VALUE 'HAUSSE'.

       01 LIGNE-ETUDE-SECTION.
         05 LIB-SECTION-F                PIC X(40).
         05                              PIC X(40).

       01 LIGNE-ETUDE-CASE.
         05 LIB-CASE-F                   PIC X(12).
         05                              PIC X(1).
         05 NB-POL-F                     PIC Z(5)9.
         05                              PIC X(1).
         05 PRIME-AVANT-F                PIC Z(8)9,99.
         05                              PIC X(1).
         05 PRIME-APRES-F                PIC Z(8)9,99.
         05                              PIC X(1).
         05 ECART-F                      PIC -(9)9,99.
         05                              PIC X(1).
         05 PCT-F                        PIC -(5)9,9.
         05                              PIC X(1).
         05 NB-HAUSSE-F                  PIC Z(5)9.
         05                              PIC X(5).

       01 LIGNE-ETUDE-HAUSSE.
         05                              PIC X(30)
           VALUE 'POLICES EN HAUSSE DE PLUS DE '.
         05 SEUIL-HAUSSE-F               PIC Z9.
         05                              PIC X(4) VALUE ' % :'.
         05 NB-HAUSSE-TOT-F              PIC Z(5)9.
         05                              PIC X(38).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           perform 10050-LIT-PARAM
           perform 10100-CHARGE-ZONES
           perform 10200-CHARGE-PARAM-CONDUC
           perform 10300-CHARGE-BAREMES-VEHIC
           perform 10400-CHARGE-MODELES
      * En etude, les fichiers de production restent en lecture et
      * ni historique ni journal ne sont alimentes.
           IF MODE-REEL
             OPEN EXTEND f-histprm f-vehjrn
             IF CR-HISTPRM > 0
               DISPLAY 'ERROR DDHISTPR : ' CR-HISTPRM
             END-IF
             OPEN I-O f-assures4
           ELSE
             OPEN INPUT f-assures4
             OPEN OUTPUT f-etude
             perform 10060-INIT-ETUDE
           END-IF
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           IF MODE-REEL
             OPEN I-O f-vehic
           ELSE
             OPEN INPUT f-vehic
           END-IF
           IF CR-VEHIC > 0
             DISPLAY 'ERROR ASSURVEH : ' CR-VEHIC
             MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT f-conduc
           OPEN INPUT f-foyer
           IF MODE-REEL
             OPEN I-O f-garant
           ELSE
             OPEN INPUT f-garant
           END-IF
           IF CR-GARANT < 10
             SET GARANT-OUVERT TO TRUE
           END-IF
           perform 18000-READ-ASSURES4
           .

      * Carte de lancement : mode, date de reference des baremes et
      * seuil de hausse de l'etude.
       10050-LIT-PARAM.
           MOVE DATE-JOUR TO DATE-REF-W
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:5) = 'ETUDE'
                   SET MODE-ETUDE TO TRUE
                 END-IF
                 IF e-param(11:8) NUMERIC AND e-param(11:8) > ZERO
                   MOVE e-param(11:8) TO DATE-REF-W
                 END-IF
                 IF e-param(21:2) NUMERIC AND e-param(21:2) > ZERO
                   MOVE e-param(21:2) TO SEUIL-HAUSSE-PCT
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           IF MODE-ETUDE
             DISPLAY 'ETUDE D IMPACT - ASSUR4 ET ASSURVEH NON ECRITS'
           END-IF
           DISPLAY 'BAREMES EN VIGUEUR AU : ' DATE-REF-W
           .

       10060-INIT-ETUDE.
           PERFORM VARYING IDX-CASE FROM 1 BY 1 UNTIL IDX-CASE > 225
             MOVE 0 TO NB-POL-ET(IDX-CASE)
             MOVE 0 TO PRIME-AVANT-ET(IDX-CASE)
             MOVE 0 TO PRIME-APRES-ET(IDX-CASE)
             MOVE 0 TO NB-HAUSSE-ET(IDX-CASE)
           END-PERFORM
           .

      * Charge la carte de surcharge jeune conducteur ; sans carte
      * le coefficient reste a 1,00 et la surcharge debranchee.
       10200-CHARGE-PARAM-CONDUC.
           OPEN INPUT f-tarprm
           IF CR-TARPRM < 10
             perform until CR-TARPRM > 9
               READ f-tarprm
                 AT END
                   continue
                 NOT AT END
                   perform 10210-RETIENT-CARTE-TARIF
               END-READ
             END-PERFORM
             CLOSE f-tarprm
           END-IF
           IF TARPRM-RETENUE
             MOVE TARPRM-RETENUE-W TO e-tarprm
             perform 10250-APPLIQUE-CARTE-TARIF
           END-IF
           .

      * Garde la carte de date d'effet la plus recente atteinte a la
      * date de reference ; a date egale, la derniere lue.
       10210-RETIENT-CARTE-TARIF.
           MOVE 0 TO DATE-EFFET-LUE-W
           IF e-tarprm(14:8) NUMERIC
             MOVE e-tarprm(14:8) TO DATE-EFFET-LUE-W
           END-IF
           IF DATE-EFFET-LUE-W NOT > DATE-REF-W
            AND DATE-EFFET-LUE-W NOT < DATE-TARPRM-W
             MOVE DATE-EFFET-LUE-W TO DATE-TARPRM-W
             MOVE e-tarprm TO TARPRM-RETENUE-W
             SET TARPRM-RETENUE TO TRUE
           END-IF
           .

       10250-APPLIQUE-CARTE-TARIF.
           IF e-tarprm(1:2) NUMERIC
             MOVE e-tarprm(1:2) TO AGE-PERMIS-JEUNE
           END-IF
           IF e-tarprm(3:3) NUMERIC
             MOVE e-tarprm(3:3) TO COEFF-JEUNE-COND(1:3)
           END-IF
           IF e-tarprm(6:2) NUMERIC
             MOVE e-tarprm(6:2) TO SEUIL-FLOTTE
           END-IF
           IF e-tarprm(8:2) NUMERIC
             MOVE e-tarprm(8:2) TO REMISE-FLOTTE-PCT
           END-IF
           IF e-tarprm(10:2) NUMERIC
             MOVE e-tarprm(10:2) TO SEUIL-FOYER
           END-IF
           IF e-tarprm(12:2) NUMERIC
             MOVE e-tarprm(12:2) TO REMISE-FOYER-PCT
           END-IF
           .

      * Charge le referentiel des zones ; tout departement reste a
           PERFORM VARYING IDX-ZONE FROM 1 BY 1
                     UNTIL IDX-ZONE > 99
             MOVE 1,00 TO COEFF-ZONE(IDX-ZONE)
             MOVE 0 TO DATE-ZONE-T(IDX-ZONE)
           END-PERFORM
           OPEN INPUT f-zones
           IF CR-ZONES < 10
           END-IF
           .

      * Une ligne pas encore en vigueur a la date de reference est
      * ignoree ; parmi les autres, la plus recente l'emporte.
       10150-RETIENT-ZONE.
           MOVE 0 TO DATE-EFFET-LUE-W
           IF DATE-EFFET-Z NUMERIC
             MOVE DATE-EFFET-Z TO DATE-EFFET-LUE-W
           END-IF
           IF DEPARTEMENT-Z > 0 AND COEFF-Z > 0
            AND DATE-EFFET-LUE-W NOT > DATE-REF-W
             IF DATE-EFFET-LUE-W NOT < DATE-ZONE-T(DEPARTEMENT-Z)
               MOVE COEFF-Z TO COEFF-ZONE(DEPARTEMENT-Z)
               MOVE DATE-EFFET-LUE-W TO DATE-ZONE-T(DEPARTEMENT-Z)
             END-IF
           END-IF
           .

           perform until EOF-ASSURES4
             perform 21600-TROUVE-COEFF-CONDUCTEUR
             perform 21700-POSE-COEFF-FICHE-VEHIC
             perform 21800-TROUVE-REMISE-FOYER
             MOVE PRIME-A4 TO PRIME-FICHE-AVANT-W
             MOVE TAUX-A4 TO TAUX-FICHE-AVANT-W
             perform 21000-REPRICE-ASSURES4
             MOVE PRIME-A4 TO PRIME-FICHE-APRES-W
             perform 25000-REPRICE-VEHICULES-FICHE
             IF MODE-ETUDE
               perform 29000-CUMULE-ETUDE
             END-IF
             perform 18000-READ-ASSURES4
           END-PERFORM
           .

      * Coefficients age/usage/modele de la fiche : ceux de son vehicule
      * principal (rang 1 d'ASSURVEH), 1,00 si la police n'y a pas
      * de vehicule identifie.
       21700-POSE-COEFF-FICHE-VEHIC.
           MOVE 1,00 TO COEFF-AGE-W
           MOVE 1,00 TO COEFF-USAGE-W
           MOVE 1,00 TO COEFF-MODELE-W
           IF CR-VEHIC < 10
             MOVE MAT-A4 TO MAT-AV
             MOVE 1 TO RANG-AV
           END-IF
           .

      * La fiche beneficie de la remise foyer quand son foyer
      * compte assez de polices et qu'elle n'en est pas la premiere.
       21800-TROUVE-REMISE-FOYER.
           MOVE 'N' TO FOYER-REMISE-SW
           IF SEUIL-FOYER > 0 AND REMISE-FOYER-PCT > 0
            AND CR-FOYER < 10
            AND FOYER-A4 NUMERIC AND FOYER-A4 > 0
            AND FOYER-A4 NOT = MAT-A4
             MOVE FOYER-A4 TO FOYER-FO
             READ f-foyer
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF NB-POLICES-FO >= SEUIL-FOYER
                   SET FICHE-REMISE-FOYER TO TRUE
                   ADD 1 TO CPT-REMISES-FOYER
                 END-IF
             END-READ
           END-IF
           .

      * Coefficient jeune conducteur de la fiche : la surcharge
      * s'applique des qu'un conducteur declare detient un permis
      * plus jeune que l'age plancher parametre.
      * aussi le nouveau bareme zone.
       25000-REPRICE-VEHICULES-FICHE.
           perform 25500-COMPTE-VEHICULES-FICHE
           MOVE 0 TO PRIME-POL-AVANT-W
           MOVE 0 TO PRIME-POL-APRES-W
           MOVE 0 TO NB-VEHIC-VUS-W
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             MOVE MAT-A4 TO MAT-AV
                 continue
               NOT INVALID KEY
                 ADD 1 TO CPT-VEHIC-LUS
                 ADD 1 TO NB-VEHIC-VUS-W
                 ADD PRIME-AV TO PRIME-POL-AVANT-W
                 perform 27000-REPRICE-VEHIC
                 ADD PRIME-AV TO PRIME-POL-APRES-W
             END-READ
           END-PERFORM
           .
             COMPUTE PRIME-ZONEE-W ROUNDED =
               PRIME-TARIF-T(IDX-TYPE-V) * COEFF-FICHE-W
               * COEFF-COND-FICHE-W
               * COEFF-AGE-W * COEFF-USAGE-W * COEFF-MODELE-W
             MOVE MAT-AV TO MAT-GA
             MOVE RANG-AV TO RANG-GA
             perform 27400-PRIME-GARANTIES
      * Regle de flotte : au-dela du premier vehicule d'une police
      * qui atteint le plancher, la prime est remisee et la remise
      * reste posee sur l'enregistrement pour la quittance.
                 PRIME-ZONEE-W * REMISE-FLOTTE-PCT / 100
               SUBTRACT REMISE-VEHIC-W FROM PRIME-ZONEE-W
             END-IF
      * Remise foyer ensuite, sur la prime deja nette de flotte.
             MOVE 0 TO REMISE-FOYER-W
             IF FICHE-REMISE-FOYER
               COMPUTE REMISE-FOYER-W ROUNDED =
                 PRIME-ZONEE-W * REMISE-FOYER-PCT / 100
               SUBTRACT REMISE-FOYER-W FROM PRIME-ZONEE-W
             END-IF
             MOVE PRIME-ZONEE-W TO PRIME-AV
             MOVE REMISE-VEHIC-W TO REMISE-FLOTTE-AV
             MOVE REMISE-FOYER-W TO REMISE-FOYER-AV
             MOVE COEFF-MODELE-W TO COEFF-MODELE-AV
             MOVE TAUX-TARIF-T(IDX-TYPE-V) TO TAUX-AV
             ADD 1 TO CPT-VEHIC-REPRICED
             IF MODE-REEL
               REWRITE e-vehic
               perform 28000-ECRIT-JOURNAL-VEHIC
               perform 27500-VENTILE-GARANTIES
             END-IF
           END-IF
           .

      * Prime du vehicule dont la fiche garanties est posee dans
      * MAT-GA/RANG-GA : la prime du tarif (PRIME-ZONEE-W) est la
      * prime tous risques, gardee dans PRIME-TR-W ; le vehicule
      * paie le poids de ses garanties en vigueur, avant remises.
       27400-PRIME-GARANTIES.
           MOVE PRIME-ZONEE-W TO PRIME-TR-W
           MOVE 'N' TO FICHE-GAR-SW
           IF GARANT-OUVERT
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 SET FICHE-GAR-TROUVEE TO TRUE
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   MOVE SOUSCRITE-GA(IDX-GAR) TO SOUSCR-GAR-W(IDX-GAR)
                 END-PERFORM
                 CALL 'CALCGAR' USING
                  BY CONTENT PRIME-TR-W
                  BY CONTENT SOUSCR-GAR-V
                  BY REFERENCE PRIME-ZONEE-W
                  BY REFERENCE PARTS-GAR-V
             END-READ
           END-IF
           .

      * Reventile la nouvelle prime du vehicule, remises faites,
      * entre ses garanties en vigueur, comme la chaine a chaque
      * mouvement ; la prime tous risques du tarif reste sur la
      * fiche.
       27500-VENTILE-GARANTIES.
           IF FICHE-GAR-TROUVEE
             MOVE MAT-AV TO MAT-GA
             MOVE RANG-AV TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   MOVE SOUSCRITE-GA(IDX-GAR) TO SOUSCR-GAR-W(IDX-GAR)
                 END-PERFORM
                 CALL 'CALCGAR' USING
                  BY CONTENT PRIME-TR-NULLE-W
                  BY CONTENT SOUSCR-GAR-V
                  BY CONTENT PRIME-AV
                  BY REFERENCE PARTS-GAR-V
                 PERFORM VARYING IDX-GAR FROM 1 BY 1
                           UNTIL IDX-GAR > 5
                   MOVE PART-GAR-W(IDX-GAR) TO PRIME-GA(IDX-GAR)
                 END-PERFORM
                 MOVE PRIME-TR-W TO PRIME-TR-GA
                 MOVE DATE-JOUR TO DATE-MAJ-GA
                 REWRITE e-garant
             END-READ
           END-IF
           .

           MOVE 1,00 TO COEFF-USAGE-T(1)
           MOVE 1,00 TO COEFF-USAGE-T(2)
           MOVE 1,00 TO COEFF-USAGE-T(3)
           MOVE 0 TO DATE-USAGE-T(1)
           MOVE 0 TO DATE-USAGE-T(2)
           MOVE 0 TO DATE-USAGE-T(3)
      * Premier passage : date d'effet du bareme d'age en vigueur ;
      * second passage : ses tranches seules.
           OPEN INPUT f-agebar
           IF CR-AGEBAR < 10
             perform until EOF-AGEBAR
               READ f-agebar
                 AT END
                   continue
                 NOT AT END
                   perform 10310-DATE-TRANCHE-AGE
                   IF DATE-EFFET-LUE-W NOT > DATE-REF-W
                    AND DATE-EFFET-LUE-W > DATE-BAREME-AGE
                     MOVE DATE-EFFET-LUE-W TO DATE-BAREME-AGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-agebar
             OPEN INPUT f-agebar
             perform until EOF-AGEBAR OR NB-BANDES-AGE = 10
               READ f-agebar
                 AT END
                   continue
                 NOT AT END
                   perform 10310-DATE-TRANCHE-AGE
                   IF DATE-EFFET-LUE-W = DATE-BAREME-AGE
                     ADD 1 TO NB-BANDES-AGE
                     MOVE AGE-MAX-AB TO AGE-MAX-T(NB-BANDES-AGE)
                     MOVE COEFF-AB TO COEFF-AGE-T(NB-BANDES-AGE)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-agebar
                 AT END
                   continue
                 NOT AT END
                   perform 10320-RETIENT-USAGE
               END-READ
             END-PERFORM
             CLOSE f-usage
           END-IF
           .

       10310-DATE-TRANCHE-AGE.
           MOVE 0 TO DATE-EFFET-LUE-W
           IF DATE-EFFET-AB NUMERIC
             MOVE DATE-EFFET-AB TO DATE-EFFET-LUE-W
           END-IF
           .

      * Coefficient d'usage en vigueur a la date de reference, le
      * plus recent par code usage.
       10320-RETIENT-USAGE.
           MOVE 0 TO DATE-EFFET-LUE-W
           IF DATE-EFFET-U NUMERIC
             MOVE DATE-EFFET-U TO DATE-EFFET-LUE-W
           END-IF
           EVALUATE CODE-USAGE-U
             WHEN 'P'
               MOVE 1 TO IDX-USAGE
             WHEN 'T'
               MOVE 2 TO IDX-USAGE
             WHEN 'F'
               MOVE 3 TO IDX-USAGE
             WHEN OTHER
               MOVE 0 TO IDX-USAGE
           END-EVALUATE
           IF IDX-USAGE > 0 AND DATE-EFFET-LUE-W NOT > DATE-REF-W
             IF DATE-EFFET-LUE-W NOT < DATE-USAGE-T(IDX-USAGE)
               MOVE COEFF-U TO COEFF-USAGE-T(IDX-USAGE)
               MOVE DATE-EFFET-LUE-W TO DATE-USAGE-T(IDX-USAGE)
             END-IF
           END-IF
           .

      * Charge le referentiel des modeles ; un modele sans
      * coefficient reste a 1,00.
       10400-CHARGE-MODELES.
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

      * Coefficients age, usage et modele du vehicule en cours : age
      * calcule sur l'annee de premiere mise en circulation,
      * premiere tranche atteinte retenue ; date, usage ou modele
      * non renseignes : 1,00.
       26000-TROUVE-COEFF-VEHICULE.
           MOVE 1,00 TO COEFF-AGE-W
           MOVE 1,00 TO COEFF-USAGE-W
           MOVE 1,00 TO COEFF-MODELE-W
           IF CODE-MODELE-AV NOT = SPACE AND NB-MODELES > 0
             PERFORM VARYING IDX-MODELE FROM 1 BY 1
                       UNTIL IDX-MODELE > NB-MODELES
               IF CODE-MODELE-T(IDX-MODELE) = CODE-MODELE-AV
                 MOVE COEFF-MODELE-T(IDX-MODELE) TO COEFF-MODELE-W
               END-IF
             END-PERFORM
           END-IF
           IF DATE-1MEC-AV > 0 AND NB-BANDES-AGE > 0
             MOVE DATE-1MEC-AV(1:4) TO AN-1MEC-W
             COMPUTE AGE-VEHIC-W = YEAR-F - AN-1MEC-W
             COMPUTE PRIME-ZONEE-W ROUNDED =
               PRIME-TARIF-T(IDX-TYPE-V) * COEFF-FICHE-W
               * COEFF-COND-FICHE-W
               * COEFF-AGE-W * COEFF-USAGE-W * COEFF-MODELE-W
             MOVE MAT-A4 TO MAT-GA
             MOVE 1 TO RANG-GA
             perform 27400-PRIME-GARANTIES
      * Le vehicule principal porte sur la fiche suit la remise
      * foyer de la police, comme son enregistrement ASSURVEH.
             IF FICHE-REMISE-FOYER
               COMPUTE REMISE-FOYER-W ROUNDED =
                 PRIME-ZONEE-W * REMISE-FOYER-PCT / 100
               SUBTRACT REMISE-FOYER-W FROM PRIME-ZONEE-W
             END-IF
             MOVE PRIME-ZONEE-W TO PRIME-A4
             MOVE TAUX-TARIF-T(IDX-TYPE-V) TO TAUX-A4
             ADD 1 TO CPT-REPRICED
             IF MODE-REEL
               REWRITE e-assures4
               perform 23000-ECRIT-HIST-PRIME
             END-IF
           END-IF
           .

           END-IF
           .

      * Etude d'impact : la police entre dans le total et dans sa
      * case de departement, d'agence, de type de vehicule et de
      * tranche de bonus/malus (taux d'avant la retarification).
       29000-CUMULE-ETUDE.
           IF NB-VEHIC-VUS-W = 0
             MOVE PRIME-FICHE-AVANT-W TO PRIME-POL-AVANT-W
             MOVE PRIME-FICHE-APRES-W TO PRIME-POL-APRES-W
           END-IF
           MOVE 'N' TO HAUSSE-SW
           IF PRIME-POL-APRES-W * 100 >
              PRIME-POL-AVANT-W * (100 + SEUIL-HAUSSE-PCT)
             SET POLICE-EN-HAUSSE TO TRUE
           END-IF
           ADD 1 TO NB-POL-TOT
           ADD PRIME-POL-AVANT-W TO PRIME-AVANT-TOT
           ADD PRIME-POL-APRES-W TO PRIME-APRES-TOT
           IF POLICE-EN-HAUSSE
             ADD 1 TO NB-HAUSSE-TOT
           END-IF
           IF DEPT-FICHE-W < 1
             MOVE 100 TO IDX-CASE
           ELSE
             MOVE DEPT-FICHE-W TO IDX-CASE
           END-IF
           perform 29100-CUMULE-CASE
           IF AGENCE-A4 NUMERIC AND AGENCE-A4 > 0
             COMPUTE IDX-CASE = 100 + AGENCE-A4
           ELSE
             MOVE 200 TO IDX-CASE
           END-IF
           perform 29100-CUMULE-CASE
           MOVE TYPE-V-A4 TO TYPE-V-W
           perform 22000-TROUVE-INDEX-TYPE-V
           IF IDX-TYPE-V = 0
             MOVE 205 TO IDX-CASE
           ELSE
             COMPUTE IDX-CASE = 200 + IDX-TYPE-V
           END-IF
           perform 29100-CUMULE-CASE
           MOVE 0 TO DIZAINE-TAUX-W
           IF TAUX-FICHE-AVANT-W NUMERIC
             COMPUTE DIZAINE-TAUX-W = TAUX-FICHE-AVANT-W / 10
           END-IF
           IF BM-A4 = 'M'
             COMPUTE IDX-CASE = 216 + DIZAINE-TAUX-W
           ELSE
             COMPUTE IDX-CASE = 206 + DIZAINE-TAUX-W
           END-IF
           perform 29100-CUMULE-CASE
           .

       29100-CUMULE-CASE.
           ADD 1 TO NB-POL-ET(IDX-CASE)
           ADD PRIME-POL-AVANT-W TO PRIME-AVANT-ET(IDX-CASE)
           ADD PRIME-POL-APRES-W TO PRIME-APRES-ET(IDX-CASE)
           IF POLICE-EN-HAUSSE
             ADD 1 TO NB-HAUSSE-ET(IDX-CASE)
           END-IF
           .

      * Rapport de l'etude : une section par axe d'analyse, seules
      * les cases alimentees sont editees, puis le total du
      * portefeuille et le nombre de polices en forte hausse.
       31000-EDITE-ETUDE.
           MOVE DATE-JOUR TO DATE-RUN-ET-F
           MOVE DATE-REF-W TO DATE-REF-ET-F
           WRITE ligne-etude FROM LIGNE-ETUDE-TITRE
           MOVE 'PAR DEPARTEMENT' TO LIB-SECTION-F
           MOVE 1 TO IDX-CASE
           MOVE 100 TO IDX-CASE-FIN
           perform 31100-EDITE-SECTION
           MOVE 'PAR AGENCE' TO LIB-SECTION-F
           MOVE 101 TO IDX-CASE
           MOVE 200 TO IDX-CASE-FIN
           perform 31100-EDITE-SECTION
           MOVE 'PAR TYPE DE VEHICULE' TO LIB-SECTION-F
           MOVE 201 TO IDX-CASE
           MOVE 205 TO IDX-CASE-FIN
           perform 31100-EDITE-SECTION
           MOVE 'PAR TRANCHE DE BONUS/MALUS' TO LIB-SECTION-F
           MOVE 206 TO IDX-CASE
           MOVE 225 TO IDX-CASE-FIN
           perform 31100-EDITE-SECTION
           MOVE SPACE TO ligne-etude
           WRITE ligne-etude
           MOVE 'TOTAL PORTEFEUILLE' TO LIB-CASE-F
           MOVE NB-POL-TOT TO NB-POL-F
           MOVE PRIME-AVANT-TOT TO PRIME-AVANT-F
           MOVE PRIME-APRES-TOT TO PRIME-APRES-F
           COMPUTE ECART-W = PRIME-APRES-TOT - PRIME-AVANT-TOT
           MOVE NB-HAUSSE-TOT TO NB-HAUSSE-F
           MOVE PRIME-AVANT-TOT TO BASE-PCT-W
           perform 31300-EDITE-ECART
           MOVE SEUIL-HAUSSE-PCT TO SEUIL-HAUSSE-F
           MOVE NB-HAUSSE-TOT TO NB-HAUSSE-TOT-F
           WRITE ligne-etude FROM LIGNE-ETUDE-HAUSSE
           DISPLAY 'PRIMES AVANT ETUDE  : ' PRIME-AVANT-TOT
           DISPLAY 'PRIMES APRES ETUDE  : ' PRIME-APRES-TOT
           DISPLAY 'POLICES EN HAUSSE   : ' NB-HAUSSE-TOT
           .

       31100-EDITE-SECTION.
           MOVE SPACE TO ligne-etude
           WRITE ligne-etude
           WRITE ligne-etude FROM LIGNE-ETUDE-SECTION
           WRITE ligne-etude FROM LIGNE-ETUDE-ENTETE
           PERFORM VARYING IDX-CASE FROM IDX-CASE BY 1
                     UNTIL IDX-CASE > IDX-CASE-FIN
             IF NB-POL-ET(IDX-CASE) > 0
               perform 31200-EDITE-CASE
             END-IF
           END-PERFORM
           .

       31200-EDITE-CASE.
           perform 31250-LIBELLE-CASE
           MOVE NB-POL-ET(IDX-CASE) TO NB-POL-F
           MOVE PRIME-AVANT-ET(IDX-CASE) TO PRIME-AVANT-F
           MOVE PRIME-APRES-ET(IDX-CASE) TO PRIME-APRES-F
           COMPUTE ECART-W =
             PRIME-APRES-ET(IDX-CASE) - PRIME-AVANT-ET(IDX-CASE)
           MOVE NB-HAUSSE-ET(IDX-CASE) TO NB-HAUSSE-F
           MOVE PRIME-AVANT-ET(IDX-CASE) TO BASE-PCT-W
           perform 31300-EDITE-ECART
           .

       31250-LIBELLE-CASE.
           MOVE SPACE TO LIB-CASE-F
           EVALUATE TRUE
             WHEN IDX-CASE < 100
               MOVE IDX-CASE TO NUM-CASE-W
               STRING 'DEPT ' NUM-CASE-W DELIMITED BY SIZE
                 INTO LIB-CASE-F
             WHEN IDX-CASE = 100
               MOVE 'DEPT INCONNU' TO LIB-CASE-F
             WHEN IDX-CASE < 200
               COMPUTE NUM-CASE-W = IDX-CASE - 100
               STRING 'AGENCE ' NUM-CASE-W DELIMITED BY SIZE
                 INTO LIB-CASE-F
             WHEN IDX-CASE = 200
               MOVE 'SANS AGENCE' TO LIB-CASE-F
             WHEN IDX-CASE = 201
               MOVE 'VOITURE' TO LIB-CASE-F
             WHEN IDX-CASE = 202
               MOVE 'MOTO' TO LIB-CASE-F
             WHEN IDX-CASE = 203
               MOVE 'UTILITAIRE' TO LIB-CASE-F
             WHEN IDX-CASE = 204
               MOVE 'CAMION' TO LIB-CASE-F
             WHEN IDX-CASE = 205
               MOVE 'HORS BAREME' TO LIB-CASE-F
             WHEN IDX-CASE < 216
               COMPUTE NUM-CASE-W = (IDX-CASE - 206) * 10
               COMPUTE NUM-CASE2-W = NUM-CASE-W + 9
               STRING 'BONUS ' NUM-CASE-W '-' NUM-CASE2-W
                 DELIMITED BY SIZE INTO LIB-CASE-F
             WHEN OTHER
               COMPUTE NUM-CASE-W = (IDX-CASE - 216) * 10
               COMPUTE NUM-CASE2-W = NUM-CASE-W + 9
               STRING 'MALUS ' NUM-CASE-W '-' NUM-CASE2-W
                 DELIMITED BY SIZE INTO LIB-CASE-F
           END-EVALUATE
           .

      * Ecart et pourcentage d'ecart sur la prime d'avant (posee
      * dans BASE-PCT-W par l'appelant), puis ecriture.
       31300-EDITE-ECART.
           MOVE ECART-W TO ECART-F
           MOVE 0 TO PCT-W
           IF BASE-PCT-W > 0
             COMPUTE PCT-W ROUNDED = ECART-W * 100 / BASE-PCT-W
               ON SIZE ERROR
                 MOVE 99999 TO PCT-W
             END-COMPUTE
           END-IF
           MOVE PCT-W TO PCT-F
           WRITE ligne-etude FROM LIGNE-ETUDE-CASE
           .

       22000-TROUVE-INDEX-TYPE-V.
           EVALUATE TYPE-V-W
             WHEN 'V'
           .

       30000-END-PGM.
           IF MODE-ETUDE
             perform 31000-EDITE-ETUDE
             CLOSE f-etude
           END-IF
           CLOSE f-assures4 f-histprm f-vehic f-conduc f-vehjrn
                 f-garant f-foyer
           DISPLAY 'FICHES LUES       : ' CPT-LUS
           DISPLAY 'FICHES RETARIFEES : ' CPT-REPRICED
           DISPLAY 'FICHES IGNOREES   : ' CPT-IGNORE
           DISPLAY 'VEHICULES LUS       : ' CPT-VEHIC-LUS
           DISPLAY 'VEHICULES RETARIFES : ' CPT-VEHIC-REPRICED
           DISPLAY 'VEHICULES IGNORES   : ' CPT-VEHIC-IGNORE
           DISPLAY 'FICHES REMISE FOYER : ' CPT-REMISES-FOYER
      * Code retour du step : 4 signale des codes vehicule hors
      * bareme laisses en l'etat, 8 un incident fichier.
           IF RETURN-CODE = 0
