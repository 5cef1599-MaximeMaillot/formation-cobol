            RECORD KEY IS IMMAT-IX
            FILE STATUS IS CR-IMMIDX.

      * Garanties souscrites de chaque vehicule (cle matricule +
      * rang, comme ASSURVEH) : tenues au fil des mouvements depuis
      * les zones garanties, avec leur part de la prime du vehicule.
      * En simulation, lu seulement, pour la prime des garanties.
           SELECT f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

           SELECT f-checkpoint ASSIGN CHECKPT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CHECKPOINT.
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AGENCES.

      * Referentiel des modeles de vehicule (DDMODELE, tenu par
      * l'actuariat) : charge au demarrage pour controler le code
      * modele des mouvements. Absent ou vide, le controle est
      * debranche.
           SELECT OPTIONAL f-modeles ASSIGN DDMODELE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MODELES.

      * Historique permanent des anomalies : chaque anomalie du run
      * s'y accumule (l'ETATANO, lui, repart de zero chaque nuit),
      * pour les analyses de tendance mensuelles.
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-ARC.

      * Run partitionne par plage de matricules : table des plages
      * (voir CPARTIT), lue pour la plage de la partition designee
      * par la carte PARTITION. Absente en run complet.
           SELECT OPTIONAL f-partit ASSIGN DDPARTIT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARTIT.

      * En partition, fiches transferees vers un matricule d'une
      * partition suivante : elles ne peuvent entrer dans l'ASSUR4
      * de cette partition et sont inserees par la fusion (PROJPFUS)
      * a leur place dans l'ASSUR4 reconstitue.
           SELECT f-trfpar ASSIGN DDTRFPAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-TRFPAR.

      * En partition, totaux de controle de fin de run (voir
      * CPARTCT) pour le bloc PROJSTAT consolide de la fusion.
           SELECT f-partct ASSIGN DDPARTCT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARTCT.

      * Creations retenues par le criblage du fichier professionnel
      * des resilies, en attente de la decision du souscripteur
      * dans PROJCOR (run reel seulement).
           SELECT OPTIONAL f-mvt-sus ASSIGN DDMVTSUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-SUS
            FILE STATUS IS CR-MVT-SUS.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-conduc.
           COPY CCONDUC.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

      * Enregistrements 'P' (police) et 'V' (vehicule) de la
      * photographie des resiliations.
       fd f-resil.
         05 DATE-ARC                   PIC 9(8).
         05 MVT-ARC                    PIC X(240).

       fd f-mvt-sus.
       01 e-mvt-sus.
           COPY CMVTSUS.

       fd f-partit.
       01 e-partit.
           COPY CPARTIT.

       fd f-trfpar.
       01 e-trfpar                     PIC X(160).

       fd f-partct.
       01 e-partct.
           COPY CPARTCT.

       fd f-agences
           DATA RECORD IS e-agence.
       01 e-agence.
           COPY CAGENC.

       fd f-modeles
           DATA RECORD IS e-modele.
       01 e-modele.
           COPY CMODELE.

       fd f-histprm.
       01 e-histprm.
           COPY CHISTPRM.
       01 CR-CONDUC                      PIC 99.
       01 CR-RESIL                       PIC 99.
       01 CR-VEHJRN                      PIC 99.
       01 CR-GARANT                      PIC 99.

      * Image du vehicule avant l'ecriture en cours, pour le
      * journal des vehicules.
      * sa mise a jour, pour retirer l'entree d'index perimee.
       77 ANCIEN-IMMAT-W                 PIC X(10).
       77 ANCIENNE-FRANCHISE-W           PIC 9(4)V9(2).
       77 ANCIEN-CODE-MODELE-W           PIC X(5).
      * Date d'ajout d'un conducteur deja declare, gardee quand le
      * mouvement le redeclare.
       77 DATE-AJOUT-SAUVE-W             PIC 9(8).

      * Garanties du vehicule : date d'effet des entrees et sorties
      * de garantie, etat de la fiche DDGARANT du vehicule, et zones
      * d'appel du sous-programme partage CALCGAR qui tire la prime
      * du vehicule de la prime tous risques du mouvement et la
      * ventile entre ses garanties en vigueur.
       77 DATE-EFFET-GAR-W               PIC 9(8).
       77 PRIME-VEHIC-MVT-W              PIC 9(4)V9(2).
       77 PRIME-TR-W                     PIC 9(4)V9(2).
       77 IDX-GAR                        PIC 9(2).
       77 FICHE-GAR-SW                   PIC X.
         88 FICHE-GAR-ABSENTE VALUE 'A'.
         88 FICHE-GAR-PRESENTE VALUE 'P'.
         88 FICHE-GAR-NOUVELLE VALUE 'N'.
       01 SOUSCR-GAR-V.
         05 SOUSCR-GAR-W                 PIC X(1) OCCURS 5.
       01 PARTS-GAR-V.
         05 PART-GAR-W                   PIC 9(4)V9(2) OCCURS 5.

       01 MODE-RUN-SW                    PIC X VALUE 'R'.
           88 MODE-REEL VALUE 'R'.
           88 MODE-SIMULATION VALUE 'S'.

      * Run partitionne (carte PARTITION n) : la partition ne voit
      * que les fiches et mouvements de sa plage de matricules,
      * decoupes par PROJPART ; ses fichiers produits sont propres
      * a la partition et reunis par PROJPFUS. Le nom de step porte
      * le numero de partition dans les marques PROJSTAT.
       01 MODE-PARTITION-SW              PIC X VALUE 'N'.
           88 MODE-PARTITION VALUE 'O'.
       77 NUM-PARTITION-W                PIC 9(1) VALUE 0.
       77 PLAGE-TROUVEE-SW               PIC X VALUE 'N'.
         88 PLAGE-TROUVEE VALUE 'O'.
       77 MAT-DEBUT-PART-W               PIC 9(6) VALUE 0.
       77 MAT-FIN-PART-W                 PIC 9(6) VALUE 999999.
       77 PROG-STATS-W                   PIC X(8) VALUE 'PROJETM'.
       77 HEURE-DEBUT-RUN-W              PIC 9(6).
       77 RC-TECHNIQUE-W                 PIC 9(2).
       77 CPT-TRF-SORTANT                PIC 9(6) VALUE 0.
       01 CR-PARTIT                      PIC 99.
         88 EOF-PARTIT VALUE 10.
       01 CR-TRFPAR                      PIC 99.
       01 CR-PARTCT                      PIC 99.

       01 FORMAT-CKPT-PARTITION.
         05 PIC X(10) VALUE 'PARTITION '.
         05 CKPT-PART-F                  PIC 9(1).
         05 PIC X(8) VALUE ' PLAGE  '.
         05 CKPT-DEBUT-F                 PIC 9(6).
         05 PIC X VALUE '-'.
         05 CKPT-FIN-F                   PIC 9(6).
         05 PIC X(13).

       01 DOMAINE-MVT-SW                 PIC X.
           88 DOMAINE-MVT-VALIDE VALUE 'V'.
           88 DOMAINE-MVT-INVALIDE VALUE 'I'.
       01 CR-AGENCES                     PIC 99.
         88 EOF-AGENCES VALUE 10.

       01 MODELE-MVT-SW                  PIC X.
           88 MODELE-MVT-VALIDE VALUE 'V'.
           88 MODELE-MVT-INVALIDE VALUE 'I'.

      * Criblage d'une creation contre le fichier professionnel des
      * polices resiliees (sous-programme CRIBRES). Fichier absent :
      * controle debranche.
       01 CRIBLE-MVT-SW                  PIC X.
           88 CRIBLE-MVT-VALIDE VALUE 'V'.
           88 CRIBLE-MVT-INVALIDE VALUE 'I'.
       01 CRIBLE-W.
           COPY CCRIBLE.
       01 CR-MVT-SUS                     PIC 99.

      * Codes modele du referentiel DDMODELE (500 au plus).
      * Referentiel vide ou absent : NB-MODELES a zero et controle
      * debranche.
       01 TAB-MODELES.
         05 CODE-MODELE-T                PIC X(5) OCCURS 500.
       77 NB-MODELES                     PIC 9(3) VALUE 0.
       77 IDX-MODELE                     PIC 9(3).
       01 CR-MODELES                     PIC 99.
         88 EOF-MODELES VALUE 10.

      * Departements presents dans le referentiel des communes, a
      * plat sur le code departement. Un referentiel vide ou absent
      * laisse NB-DEPT-CONNUS a zero et debranche le controle.
      * plat des statistiques.
         02 CPT-ANO-AGENCE               PIC 9(6).

      * Compteur du controle du referentiel des modeles (ERR-CODE
      * 33), a la suite du controle des agences.
         02 CPT-ANO-MODELE               PIC 9(6).

      * Compteur du controle du motif de resiliation d'un 'S'
      * (ERR-CODE 34), a la suite du controle des modeles.
         02 CPT-ANO-MOTIF-S              PIC 9(6).

      * Compteur du criblage des creations contre le fichier des
      * polices resiliees (ERR-CODE 35).
         02 CPT-ANO-CRIBLE               PIC 9(6).

       01 TAB-CPT REDEFINES CPT.
        02 CPT-STATS                     PIC 9(6) occurs 35.

      * Severite par ERR-CODE (1=inconnu 2=create 3=update 4=delete
      * 5=react non trouvee 6=react deja active 7=domaine invalide
       77 CPT-AVOIRS                     PIC 9(6) VALUE 0.
       77 CPT-AVOIRS-NON-POSES           PIC 9(6) VALUE 0.
       77 TOTAL-REMBOURSE-PRORATA        PIC 9(9)V9(2) VALUE 0.
      * Vehicules secondaires retires seuls sur perte totale ('S'
      * de motif P avec un rang) et avoirs prorata correspondants,
      * deja compris dans les avoirs ci-dessus.
       77 CPT-RETRAITS-VEHIC             PIC 9(6) VALUE 0.
       77 TOTAL-AVOIR-RETRAITS           PIC 9(9)V9(2) VALUE 0.

      * Ajustement prorata d'un 'M' en cours de periode : l'ecart de
      * prime annuelle totale (bonus/malus inclus) du vehicule vise,
      * couru de la date d'effet a la prochaine echeance de la
      * periodicite de paiement, part dans DDRECEV en complement du
      * (debit) ou en avoir (credit) ; la periode en cours a ete
      * appelee a l'ancienne prime.
       77 ANC-BM-W                       PIC X(1).
       77 ANC-PRIME-AJ-W                 PIC 9(4)V9(2).
       77 ANC-TAUX-AJ-W                  PIC 9(2).
       77 ANC-BM-AJ-W                    PIC X(1).
       77 NOUV-PRIME-AJ-W                PIC 9(4)V9(2).
       77 NOUV-TAUX-AJ-W                 PIC 9(2).
       77 NOUV-BM-AJ-W                   PIC X(1).
       77 PRIME-BM-AJ-W                  PIC 9(4)V9(2).
       77 ANC-TOTALE-AJ-W                PIC 9(5)V9(2).
       77 NOUV-TOTALE-AJ-W               PIC 9(5)V9(2).
       77 ECART-AJ-W                     PIC S9(5)V9(2).
       01 DATE-EFFET-AJ-W.
         05 AN-EFFET-AJ-W                PIC 9(4).
         05 MOIS-EFFET-AJ-W              PIC 9(2).
         05 JOUR-EFFET-AJ-W              PIC 9(2).
       01 DATE-EFFET-AJ-9 REDEFINES DATE-EFFET-AJ-W
                                         PIC 9(8).
       01 DATE-ANNIV-AJ-W.
         05 AN-ANNIV-AJ-W                PIC 9(4).
         05 MOIS-ANNIV-AJ-W              PIC 9(2).
         05 JOUR-ANNIV-AJ-W              PIC 9(2).
       01 DATE-ECHEANCE-AJ-W.
         05 AN-ECH-AJ-W                  PIC 9(4).
         05 MOIS-ECH-AJ-W                PIC 9(2).
         05 JOUR-ECH-AJ-W                PIC 9(2).
       01 DATE-ECHEANCE-AJ-9 REDEFINES DATE-ECHEANCE-AJ-W
                                         PIC 9(8).
       77 PAS-ECHEANCE-W                 PIC 9(2).
       77 ECART-MOIS-AJ-W                PIC S9(3).
       77 QUOTIENT-AJ-W                  PIC 9(2).
       77 RESTE-AJ-W                     PIC 9(2).
       77 MOIS-CALC-AJ-W                 PIC S9(3).
       77 JOURS-MOIS-AJ-W                PIC 9(2).
       77 JOURS-ECHEANCE-W               PIC S9(4).
       77 MONTANT-AJUST-W                PIC 9(5)V9(2).
       77 SENS-AJUST-W                   PIC X(1).
       77 SOLDE-CUMUL-AJ-W               PIC S9(5)V9(2).
       77 CPT-AJUST-DEBIT                PIC 9(6) VALUE 0.
       77 CPT-AJUST-CREDIT               PIC 9(6) VALUE 0.
       77 CPT-AJUST-NON-POSES            PIC 9(6) VALUE 0.
       77 TOTAL-AJUST-DEBIT              PIC 9(9)V9(2) VALUE 0.
       77 TOTAL-AJUST-CREDIT             PIC 9(9)V9(2) VALUE 0.

       01 PREV-MAT-MVT                   PIC 9(6) VALUE 0.

        05 PIC X(12).
        05 PIC X value 'I'.

       01 FORMAT-AJUST-STATS.
        05 PIC X value 'I'.
        05 LIB-AJUST-F PIC X(32).
        05 CPT-AJUST-F PIC Z(5)9.
        05 PIC X(7) value '  SOIT '.
        05 TOTAL-AJUST-F PIC Z(8)9,99.
        05 PIC X(12).
        05 PIC X value 'I'.

       01 FORMAT-AVOIRS-REJET-STATS.
        05 PIC X value 'I'.
        05 PIC X(32) value ' AVOIRS NON POSES (CLE PRISE) : '.
           perform 10050-LIT-PARAM
           perform 10070-CHARGE-REFERENTIEL
           perform 10090-CHARGE-AGENCES
           perform 10097-CHARGE-MODELES
           OPEN INPUT f-assures-in f-mvt f-mvt-att-in f-error
           OPEN I-O f-assures-bak f-vehic f-conduc
           OPEN OUTPUT f-etatano f-checkpoint
           IF MODE-REEL
             OPEN OUTPUT f-assures-out f-renouv f-mvt-att-out
                         f-resil
             OPEN I-O f-recev f-immidx f-garant f-mvt-sus
           ELSE
             OPEN INPUT f-garant
           END-IF
           IF MODE-PARTITION AND MODE-REEL
             OPEN OUTPUT f-trfpar f-partct
           END-IF
           OPEN EXTEND f-stats f-journal f-mvt-arc f-histprm
                       f-anohis f-vehjrn
           END-IF
           perform 10060-WRITE-STATS-DEBUT
           perform 11000-CHECK-INIT-FILE
           IF MODE-PARTITION
             perform 10057-DEBUT-PARTITION
           END-IF
           perform 18000-READ-ASSURES-IN
           perform 19300-READ-FMVT
           perform 19310-CHECK-ENTETE-FMVT
           perform write-ano-header
           .

      * Charge les cartes parametre du run : 'SIMULATION' change le
      * mode, tout le reste vaut run reel ; 'PARTITION n' (n en
      * colonne 11) restreint le run a la plage n de DDPARTIT.
       10050-LIT-PARAM.
           OPEN INPUT f-param
           IF CR-PARAM < 10
             perform until CR-PARAM > 9
               READ f-param
                 AT END
                   continue
                 NOT AT END
                   IF e-param(1:10) = 'SIMULATION'
                     SET MODE-SIMULATION TO TRUE
                     DISPLAY 'RUN EN MODE SIMULATION - ASSUR4 NON '
                             'ECRIT'
                   END-IF
                   IF e-param(1:10) = 'PARTITION '
                     perform 10055-CHARGE-PLAGE-PARTITION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-param
           END-IF
           .

      * Plage de la partition designee, prise dans la table des
      * plages : une partition inconnue refuse le run avant toute
      * ouverture de fichier.
       10055-CHARGE-PLAGE-PARTITION.
           IF e-param(11:1) NOT NUMERIC OR e-param(11:1) = '0'
             DISPLAY 'ERROR CARTE PARTITION INVALIDE : ' e-param(1:20)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE e-param(11:1) TO NUM-PARTITION-W
           SET MODE-PARTITION TO TRUE
           OPEN INPUT f-partit
           IF CR-PARTIT < 10
             perform until EOF-PARTIT
               READ f-partit
                 AT END
                   continue
                 NOT AT END
                   IF NUM-PARTITION-PT = NUM-PARTITION-W
                    AND MAT-DEBUT-PT NUMERIC AND MAT-FIN-PT NUMERIC
                     MOVE MAT-DEBUT-PT TO MAT-DEBUT-PART-W
                     MOVE MAT-FIN-PT TO MAT-FIN-PART-W
                     SET PLAGE-TROUVEE TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-partit
           END-IF
           IF NOT PLAGE-TROUVEE
             DISPLAY 'ERROR PARTITION ' NUM-PARTITION-W
                     ' ABSENTE DE DDPARTIT - RUN REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           STRING 'PROJETM' NUM-PARTITION-W DELIMITED BY SIZE
             INTO PROG-STATS-W
           END-STRING
           DISPLAY 'RUN PARTITION ' NUM-PARTITION-W ' - MATRICULES '
                   MAT-DEBUT-PART-W ' A ' MAT-FIN-PART-W
           .

      * La partition trace sa plage en tete de son checkpoint. Le
      * controle de sequence de l'ASSUR4 part du debut de la plage :
      * un transfert vers une partition precedente tombe, comme en
      * run complet, derriere des fiches deja ecrites (anomalie 10).
       10057-DEBUT-PARTITION.
           MOVE NUM-PARTITION-W TO CKPT-PART-F
           MOVE MAT-DEBUT-PART-W TO CKPT-DEBUT-F
           MOVE MAT-FIN-PART-W TO CKPT-FIN-F
           WRITE e-checkpoint FROM FORMAT-CKPT-PARTITION
           IF MAT-DEBUT-PART-W > 0
             COMPUTE PREV-MAT-A4 = MAT-DEBUT-PART-W - 1
           END-IF
           .

      * Charge les departements du referentiel des communes (DPOP)
      * pour le controle geographique des mouvements.
       10070-CHARGE-REFERENTIEL.
           END-IF
           .

      * Charge les codes du referentiel des modeles pour le controle
      * du code modele des mouvements.
       10097-CHARGE-MODELES.
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
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-modeles
           END-IF
           .

       10080-RETIENT-DEPARTEMENT.
           IF DEPARTEMENT-POP NUMERIC AND DEPARTEMENT-POP > 0
             IF DEPT-CONNU-FLAG(DEPARTEMENT-POP) NOT = 'O'

      * Premiere ligne du step dans le journal consolide PROJSTAT.
       10060-WRITE-STATS-DEBUT.
           MOVE TIME-F TO HEURE-DEBUT-RUN-W
           MOVE PROG-STATS-W TO PROG-DEBUT-F
           MOVE CORRESPONDING DATE-F TO FORMAT-STATS-DEBUT
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-DEBUT
           WRITE stats-rec FROM FORMAT-STATS-DEBUT
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           IF CR-GARANT > 0
             DISPLAY 'ERROR DDGARANT : ' CR-GARANT
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           IF MODE-PARTITION AND MODE-REEL
            AND (CR-TRFPAR > 0 OR CR-PARTCT > 0)
             DISPLAY 'ERROR DDTRFPAR/DDPARTCT : ' CR-TRFPAR ' '
                     CR-PARTCT
             MOVE 8 TO RETURN-CODE
             perform 30000-END-PGM
           END-IF
           IF MODE-REEL AND CR-ASSURES-OUT > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES-OUT
           END-IF 
                     IF GEOGRAPHIE-MVT-VALIDE
                       perform 22107-CHECK-AGENCE-MVT
                       IF AGENCE-MVT-VALIDE
                         perform 22108-CHECK-MODELE-MVT
                         IF MODELE-MVT-VALIDE
                           perform 22110-WRITE-ASSURES-OUT
                         ELSE
                           MOVE 33 TO ERR-CODE
                           perform 22700-CALL-ANO-PGM-ANO
                         END-IF
                       ELSE
                         MOVE 32 TO ERR-CODE
                         perform 22700-CALL-ANO-PGM-ANO
                 IF GEOGRAPHIE-MVT-VALIDE
                   perform 22107-CHECK-AGENCE-MVT
                   IF AGENCE-MVT-VALIDE
                     perform 22108-CHECK-MODELE-MVT
                     IF MODELE-MVT-VALIDE
                       perform 22109-CHECK-CRIBLE-MVT
                       IF CRIBLE-MVT-VALIDE
                         perform 22110-WRITE-ASSURES-OUT
                       ELSE
                         MOVE 35 TO ERR-CODE
                         perform 22700-CALL-ANO-PGM-ANO
                         perform 22115-RETIENT-MVT-CRIBLE
                       END-IF
                     ELSE
                       MOVE 33 TO ERR-CODE
                       perform 22700-CALL-ANO-PGM-ANO
                     END-IF
                   ELSE
                     MOVE 32 TO ERR-CODE
                     perform 22700-CALL-ANO-PGM-ANO
                 IF GEOGRAPHIE-MVT-VALIDE
                   perform 22107-CHECK-AGENCE-MVT
                   IF AGENCE-MVT-VALIDE
                     perform 22108-CHECK-MODELE-MVT
                     IF MODELE-MVT-VALIDE
                       perform 22210-REWRITE-ASSURES-OUT
                     ELSE
                       MOVE 33 TO ERR-CODE
                       perform 22700-CALL-ANO-PGM-ANO
                     END-IF
                   ELSE
                     MOVE 32 TO ERR-CODE
                     perform 22700-CALL-ANO-PGM-ANO
             IF GEOGRAPHIE-MVT-VALIDE
               perform 22107-CHECK-AGENCE-MVT
               IF AGENCE-MVT-VALIDE
                 perform 22108-CHECK-MODELE-MVT
                 IF MODELE-MVT-VALIDE
                   perform 22220-REWRITE-FICHE-ATTENTE
                 ELSE
                   MOVE 33 TO ERR-CODE
                   perform 22700-CALL-ANO-PGM-ANO
                 END-IF
               ELSE
                 MOVE 32 TO ERR-CODE
                 perform 22700-CALL-ANO-PGM-ANO
      * posee ('C'/'M'/'R') pour que la balance de fin de run tombe
      * juste.
       22220-REWRITE-FICHE-ATTENTE.
           perform 22178-PRIME-GARANTIES-MVT
           MOVE PRIME-A4 TO ANC-PRIME-W
           MOVE TAUX-A4 TO ANC-TAUX-W
           MOVE BM-A4 TO ANC-BM-W
           MOVE assures-out TO FICHE-AVANT-W
           MOVE NOM-PRE-MVT TO NOM-PRE-A4
           MOVE RUE-MVT TO RUE-A4
             continue
           ELSE
             MOVE TYPE-VEHICULE TO TYPE-V-A4
             MOVE PRIME-VEHIC-MVT-W TO PRIME-A4
             MOVE BM-MVT TO BM-A4
             MOVE TAUX-MVT TO TAUX-A4
           END-IF
           IF EMAIL-MVT NOT = SPACE
             MOVE EMAIL-MVT TO EMAIL-A4
           END-IF
           IF PREF-ENVOI-MVT NOT = SPACE
             MOVE PREF-ENVOI-MVT TO PREF-ENVOI-A4
           END-IF
           EVALUATE TRUE
             WHEN RIB-MVT-SUPPRIME
               MOVE SPACE TO RIB-A4
             WHEN RIB-MVT NOT = SPACE
               MOVE RIB-MVT TO RIB-A4
             WHEN OTHER
               continue
           END-EVALUATE
      * Le 'M' ressaisit l'adresse : un signal NPAI en place tombe.
           MOVE SPACE TO ADRESSE-INVALIDE-A4
           perform 22120-ACCUMULATE-PRIME-BM
           perform 22130-WRITE-LIGNE-RENOUV
           perform 22620-ECRIT-JOURNAL-ATTENTE
           perform 22800-ECRIT-HIST-PRIME
      * Seule une fiche deja en portefeuille a ete appelee : une
      * creation ou une reactivation du run n'a rien a ajuster.
           IF ORIGINE-FICHE-ATTENTE = 'M'
             perform 22385-PREPARE-AJUSTEMENT
           END-IF
           IF MODE-REEL
             perform 22140-MAJ-VEHICULE
           END-IF
           MOVE DATE-JOUR TO DATE-J
           MOVE TIME-F TO HEURE-J
           MOVE 'PROJETM' TO PROG-J
           perform 22640-POSE-DATE-EFFET-J
           MOVE FICHE-AVANT-W TO IMAGE-AVANT-J
           MOVE assures-out TO IMAGE-APRES-J
           MOVE SPACE TO MOTIF-S-J
           WRITE e-journal
           .

      * Journal d'une resiliation appliquee (run reel seulement,
      * comme la photographie du releve) : l'avant-image est la
      * fiche resiliee, sauvegardee dans FICHE-AVANT-W par
      * l'appelant ; il n'y a pas d'apres. Le motif y est repris
      * pour la conformite et l'analyse des departs.
       22650-ECRIT-JOURNAL-RESIL.
           MOVE MAT-MVT TO MAT-J
           MOVE CODE-MVT TO CODE-MVT-J
           MOVE DATE-JOUR TO DATE-J
           MOVE TIME-F TO HEURE-J
           MOVE 'PROJETM' TO PROG-J
           perform 22640-POSE-DATE-EFFET-J
           MOVE FICHE-AVANT-W TO IMAGE-AVANT-J
           MOVE SPACES TO IMAGE-APRES-J
           MOVE MOTIF-S-MVT TO MOTIF-S-J
           WRITE e-journal
           .

      * Date d'effet portee par le mouvement, a defaut celle du run :
      * l'avenant edite depuis le journal la reprend.
       22640-POSE-DATE-EFFET-J.
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-J
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-J
           END-IF
           .

      * Controle de domaine sur les zones du mouvement avant ecriture
      * dans le master : type de vehicule connu, code bonus/malus
      * valide et taux dans la plage autorisee.
           IF NOT USAGE-MVT-CONNU
             SET DOMAINE-MVT-INVALIDE TO TRUE
           END-IF
           IF NOT PREF-ENVOI-MVT-CONNUE
             SET DOMAINE-MVT-INVALIDE TO TRUE
           END-IF
      * Le retrait vise un conducteur secondaire.
           IF NOT RETRAIT-COND-CONNU
             SET DOMAINE-MVT-INVALIDE TO TRUE
           END-IF
           IF RETRAIT-COND-DEMANDE AND RANG-COND-MVT < 2
             SET DOMAINE-MVT-INVALIDE TO TRUE
           END-IF
      * Garanties : O, N ou blanc ; la RC obligatoire ne se resilie
      * pas.
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             IF NOT GARANTIE-MVT-CONNUE(IDX-GAR)
               SET DOMAINE-MVT-INVALIDE TO TRUE
             END-IF
           END-PERFORM
           IF GARANTIE-MVT(1) = 'N'
             SET DOMAINE-MVT-INVALIDE TO TRUE
           END-IF
      * Une date d'effet renseignee doit etre une vraie date du
      * calendrier, controlee par le sous-programme partage.
           IF DATE-EFFET-MVT > 0
           END-IF
           .

      * Criblage d'une creation contre le fichier professionnel des
      * polices resiliees pour impaye ou fraude chez un confrere :
      * nom, adresse et, s'il est porte, numero d'immatriculation.
      * Un 'C' deja signale en amont (devis, reprise) est retenu sans
      * nouvelle recherche ; un signalement leve par le souscripteur
      * passe.
       22109-CHECK-CRIBLE-MVT.
           SET CRIBLE-MVT-VALIDE TO TRUE
           EVALUATE TRUE
             WHEN CRIBLE-LEVE-MVT
               continue
             WHEN CRIBLE-SIGNALE-MVT
               SET CRIBLE-MVT-INVALIDE TO TRUE
             WHEN OTHER
               SET CRIBLE-CONTROLE TO TRUE
               MOVE NOM-PRE-MVT TO NOM-CR
               MOVE RUE-MVT TO RUE-CR
               MOVE CP-MVT TO CP-CR
               MOVE IMMAT-MVT TO IMMAT-CR
               CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
               IF CRIBLE-SIGNALE
                 SET CRIBLE-MVT-INVALIDE TO TRUE
               END-IF
           END-EVALUATE
           .

      * La creation retenue attend dans DDMVTSUS que le souscripteur
      * la libere ou la refuse dans PROJCOR (l'anomalie bloquante
      * entre dans sa file de travail par PROJQALM).
       22115-RETIENT-MVT-CRIBLE.
           IF MODE-REEL
             MOVE MAT-MVT TO MAT-SUS
             MOVE DATE-JOUR TO DATE-SUS
             MOVE e-mvt TO MVT-SUS
             WRITE e-mvt-sus
               INVALID KEY
                 REWRITE e-mvt-sus
             END-WRITE
           END-IF
           .

      * Controle du code modele du mouvement contre le referentiel
      * DDMODELE : un code renseigne doit y figurer. Blanc laisse le
      * modele du vehicule inchange et reste valide ; referentiel
      * non charge : controle debranche.
       22108-CHECK-MODELE-MVT.
           SET MODELE-MVT-VALIDE TO TRUE
           IF NB-MODELES > 0 AND CODE-MODELE-MVT NOT = SPACE
             SET MODELE-MVT-INVALIDE TO TRUE
             PERFORM VARYING IDX-MODELE FROM 1 BY 1
                       UNTIL IDX-MODELE > NB-MODELES
                          OR MODELE-MVT-VALIDE
               IF CODE-MODELE-T(IDX-MODELE) = CODE-MODELE-MVT
                 SET MODELE-MVT-VALIDE TO TRUE
               END-IF
             END-PERFORM
           END-IF
           .

      * Le motif de la resiliation doit etre un code connu : il
      * alimente le journal, l'archive et l'analyse des departs. Un
      * motif a blanc reste admis (emetteurs anterieurs au motif).
       22300-CHECK-DELETE-MVT.
           IF NOT MOTIF-S-MVT-CONNU
             MOVE 34 TO ERR-CODE
             perform 22700-CALL-ANO-PGM-ANO
           ELSE
             IF S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1
               perform 22345-RETIRE-VEHICULE-MVT
             ELSE
               perform 22305-APPLIQUE-DELETE-MVT
             END-IF
           END-IF
           .

      * Perte totale d'un vehicule secondaire : seul ce vehicule
      * quitte la police, qui reste en portefeuille avec ses autres
      * vehicules. La fiche (en attente ou encore a l'ASSUR3) n'est
      * ni consommee ni journalisee ; la fraction non courue de la
      * prime du vehicule est remboursee comme sur une resiliation
      * et le journal des vehicules garde la trace du retrait.
       22345-RETIRE-VEHICULE-MVT.
           IF (FICHE-EN-ATTENTE AND MAT-FICHE-ATTENTE = MAT-MVT)
            OR MAT-A3 = MAT-MVT
             MOVE MAT-MVT TO MAT-AV
             MOVE RANG-V-MVT TO RANG-AV
             READ f-vehic
               INVALID KEY
                 MOVE 4 TO ERR-CODE
                 perform 22700-CALL-ANO-PGM-ANO
               NOT INVALID KEY
                 ADD 1 TO CPT-RETRAITS-VEHIC
                 MOVE PRIME-AV TO PRIME-RESIL-W
                 MOVE TAUX-AV TO TAUX-RESIL-W
                 MOVE BM-AV TO BM-RESIL-W
                 IF FICHE-EN-ATTENTE AND MAT-FICHE-ATTENTE = MAT-MVT
                   MOVE DATE-ANNIV-A4 TO DATE-ANNIV-RESIL-W
                 ELSE
                   MOVE DATE-ANNIV-A3 TO DATE-ANNIV-RESIL-W
                 END-IF
                 MOVE 0 TO MONTANT-AVOIR-W
                 perform 22360-EMET-AVOIR-PRORATA
                 ADD MONTANT-AVOIR-W TO TOTAL-AVOIR-RETRAITS
                 IF MODE-REEL
                   perform 22342-SUPPRIME-UN-VEHICULE
                 END-IF
             END-READ
           ELSE
             MOVE 4 TO ERR-CODE
             perform 22700-CALL-ANO-PGM-ANO
           END-IF
           .

       22305-APPLIQUE-DELETE-MVT.
           IF FICHE-EN-ATTENTE AND MAT-FICHE-ATTENTE = MAT-MVT
             perform 22350-ANNULE-FICHE-ATTENTE
           ELSE
             MOVE TAUX-A4 TO TAUX-RS-F
             perform 22380-SNAPSHOT-RESILIATION
             perform 22340-SUPPRIME-VEHICULES
             MOVE assures-out TO FICHE-AVANT-W
             perform 22650-ECRIT-JOURNAL-RESIL
           END-IF
           .

             MOVE MAT-NOUVEAU-MVT TO MAT-A4
             MOVE MAT-MVT TO MAT-ORIGINE-A4
             perform 22620-ECRIT-JOURNAL-ATTENTE
             perform 22515-ECRIT-FICHE-TRANSFEREE
             IF MODE-REEL
               perform 22530-TRANSFERE-VEHICULES
             END-IF
             SET PAS-DE-FICHE-ATTENTE TO TRUE
           ELSE
             MOVE 10 TO ERR-CODE
           MOVE EMAIL-A3 TO EMAIL-A4
           MOVE RIB-A3 TO RIB-A4
           MOVE ADRESSE-INVALIDE-A3 TO ADRESSE-INVALIDE-A4
           MOVE FOYER-A3 TO FOYER-A4
           MOVE PREF-ENVOI-A3 TO PREF-ENVOI-A4
           perform 22515-ECRIT-FICHE-TRANSFEREE

           ADD 1 TO CPT-TRANSFERT
           perform 22600-ECRIT-JOURNAL
           END-IF
           .

      * Fiche sous son nouveau matricule : dans l'ASSUR4, ou, en
      * partition, dans DDTRFPAR quand le nouveau matricule releve
      * d'une partition suivante (la fusion l'y inserera). Les
      * vehicules, conducteurs et garanties, tenus en place, suivent
      * le transfert dans tous les cas.
       22515-ECRIT-FICHE-TRANSFEREE.
           IF MODE-PARTITION AND MAT-A4 > MAT-FIN-PART-W
             IF MODE-REEL
               WRITE e-trfpar FROM assures-out
             END-IF
             ADD 1 TO CPT-TRF-SORTANT
           ELSE
             IF MODE-REEL
               write assures-out
             END-IF
             MOVE MAT-A4 TO PREV-MAT-A4
           END-IF
           .

      * Refait porter les vehicules de l'ancien matricule par le
      * nouveau : chaque enregistrement est relu, supprime puis
      * reecrit sous la nouvelle cle, rang inchange.
                       REWRITE e-immidx
                   END-WRITE
                 END-IF
                 perform 22535-TRANSFERE-GARANTIES
             END-READ
           END-PERFORM
      * Les conducteurs suivent eux aussi le nouveau matricule.
           END-PERFORM
           .

      * Les garanties du vehicule suivent le meme changement de cle.
       22535-TRANSFERE-GARANTIES.
           MOVE MAT-MVT TO MAT-GA
           MOVE RANG-AV TO RANG-GA
           READ f-garant
             INVALID KEY
               continue
             NOT INVALID KEY
               DELETE f-garant
               MOVE MAT-NOUVEAU-MVT TO MAT-GA
               WRITE e-garant
                 INVALID KEY
                   REWRITE e-garant
               END-WRITE
           END-READ
           .

      * La reactivation ne s'applique qu'a un matricule absent de
      * l'ASSUR3 du jour (deja supprime) : on le restaure a partir
      * de la derniere sauvegarde ASSUR3SV sans ressaisir la fiche.
           MOVE AGENCE-A3SV TO AGENCE-A4
           MOVE STATUT-A3SV TO STATUT-A4
           MOVE DATE-ANNIV-A3SV TO DATE-ANNIV-A4
      * La sauvegarde ne porte ni les coordonnees ni le mandat ni
      * le mode d'envoi (papier par defaut) : a ressaisir par
      * mouvement apres reactivation.
           MOVE SPACE TO TEL-A4
           MOVE SPACE TO EMAIL-A4
           MOVE SPACE TO RIB-A4
           MOVE 0 TO FOYER-A4
           MOVE SPACE TO PREF-ENVOI-A4
           SET FICHE-EN-ATTENTE TO TRUE
           MOVE MAT-A3SV TO MAT-FICHE-ATTENTE
           MOVE 'R' TO ORIGINE-FICHE-ATTENTE
      * zones repartent a zero plutot que d'heriter de ce que la
      * zone d'enregistrement portait encore d'un autre vehicule.
           MOVE ZERO TO REMISE-FLOTTE-AV
           MOVE ZERO TO REMISE-FOYER-AV
           MOVE ZERO TO FRANCHISE-AV
           MOVE SPACE TO CODE-MODELE-AV
           MOVE ZERO TO COEFF-MODELE-AV
           WRITE e-vehic
             INVALID KEY
               REWRITE e-vehic
           END-WRITE
           MOVE SPACE TO SAVE-VEHIC-AVANT
           perform 22170-ECRIT-JOURNAL-VEHIC
           perform 22188-REACTIVE-GARANTIES
           .

       21000-WRITE-ASSURES-NO-MVT.
           .
       
       22110-WRITE-ASSURES-OUT.
           perform 22178-PRIME-GARANTIES-MVT
           MOVE MAT-MVT TO MAT-A4
           MOVE NOM-PRE-MVT TO NOM-PRE-A4
           MOVE RUE-MVT TO RUE-A4
           MOVE CP-MVT TO CP-A4
           MOVE VILLE-MVT TO VILLE-A4
           MOVE TYPE-VEHICULE TO TYPE-V-A4
           MOVE PRIME-VEHIC-MVT-W TO PRIME-A4
           MOVE BM-MVT TO BM-A4
           MOVE TAUX-MVT TO TAUX-A4
           MOVE ZERO TO MAT-ORIGINE-A4
           MOVE EMAIL-MVT TO EMAIL-A4
           MOVE RIB-MVT TO RIB-A4
           MOVE SPACE TO ADRESSE-INVALIDE-A4
           MOVE 0 TO FOYER-A4
           MOVE PREF-ENVOI-MVT TO PREF-ENVOI-A4
           SET FICHE-EN-ATTENTE TO TRUE
           MOVE MAT-MVT TO MAT-FICHE-ATTENTE
           MOVE 'C' TO ORIGINE-FICHE-ATTENTE
           ADD 1 TO CPT-CREATE
           perform 22120-ACCUMULATE-PRIME-BM
           perform 22130-WRITE-LIGNE-RENOUV
      * Une creation n'a pas d'avant : l'avant-image reste a blanc.
           MOVE SPACE TO FICHE-AVANT-W
           perform 22620-ECRIT-JOURNAL-ATTENTE
           IF MODE-REEL
             perform 22140-MAJ-VEHICULE
           END-IF
           END-IF
      * L'ancienne immatriculation du vehicule, si elle change,
      * laisse une entree d'index perimee a retirer ; la franchise
      * en place se conserve quand le mouvement n'en porte pas, de
      * meme que le modele.
           MOVE SPACE TO ANCIEN-IMMAT-W
           MOVE 0 TO ANCIENNE-FRANCHISE-W
           MOVE SPACE TO ANCIEN-CODE-MODELE-W
           MOVE SPACE TO SAVE-VEHIC-AVANT
           READ f-vehic
             INVALID KEY
               IF FRANCHISE-AV NUMERIC
                 MOVE FRANCHISE-AV TO ANCIENNE-FRANCHISE-W
               END-IF
               MOVE CODE-MODELE-AV TO ANCIEN-CODE-MODELE-W
               MOVE e-vehic TO SAVE-VEHIC-AVANT
           END-READ
           MOVE MAT-MVT TO MAT-AV
             MOVE RANG-V-MVT TO RANG-AV
           END-IF
           MOVE TYPE-VEHICULE TO TYPE-V-AV
           MOVE PRIME-VEHIC-MVT-W TO PRIME-AV
           MOVE BM-MVT TO BM-AV
           MOVE TAUX-MVT TO TAUX-AV
           MOVE IMMAT-MVT TO IMMAT-AV
           ELSE
             MOVE ANCIENNE-FRANCHISE-W TO FRANCHISE-AV
           END-IF
           IF CODE-MODELE-MVT NOT = SPACE
             MOVE CODE-MODELE-MVT TO CODE-MODELE-AV
           ELSE
             MOVE ANCIEN-CODE-MODELE-W TO CODE-MODELE-AV
           END-IF
      * La prime posee par le mouvement n'a pas encore recu de
      * coefficient de groupe : la retarification le posera.
           MOVE ZERO TO COEFF-MODELE-AV
      * La remise flotte en place datait de l'ancienne prime : le
      * mouvement pose une prime neuve, la remise repart a zero et
      * la prochaine retarification la reposera s'il y a lieu -
      * sans quoi une creation heriterait de la remise d'un autre
      * vehicule restee dans la zone d'enregistrement.
           MOVE ZERO TO REMISE-FLOTTE-AV
           MOVE ZERO TO REMISE-FOYER-AV
           WRITE e-vehic
             INVALID KEY
               REWRITE e-vehic
           perform 22170-ECRIT-JOURNAL-VEHIC
           perform 22150-MAJ-INDEX-IMMAT
           perform 22160-MAJ-CONDUCTEUR
           perform 22180-MAJ-GARANTIES
           .

      * Prime du vehicule vise par le mouvement : PRIME-MVT est sa
      * prime tous risques, le vehicule paie le poids de ses
      * garanties en vigueur une fois le mouvement applique (meme
      * regle que 22180 : RC d'office sur un vehicule nouveau). Un
      * vehicule anterieur aux garanties, sans fiche et vise par un
      * mouvement qui n'en porte aucune, garde la prime du
      * mouvement. Les zones de la fiche lue ici sont relues par
      * 22180 avant toute ecriture.
       22178-PRIME-GARANTIES-MVT.
           MOVE PRIME-MVT TO PRIME-VEHIC-MVT-W
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-GAR-W
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-GAR-W
           END-IF
           MOVE MAT-MVT TO MAT-GA MAT-AV
           IF RANG-V-MVT < 1
             MOVE 1 TO RANG-GA RANG-AV
           ELSE
             MOVE RANG-V-MVT TO RANG-GA RANG-AV
           END-IF
           READ f-garant
             INVALID KEY
               SET FICHE-GAR-ABSENTE TO TRUE
             NOT INVALID KEY
               SET FICHE-GAR-PRESENTE TO TRUE
           END-READ
           IF FICHE-GAR-ABSENTE
             READ f-vehic
               INVALID KEY
                 perform 22182-INIT-GARANTIES
               NOT INVALID KEY
                 IF GARANTIES-MVT NOT = SPACE
                   perform 22182-INIT-GARANTIES
                 END-IF
             END-READ
           END-IF
           IF NOT FICHE-GAR-ABSENTE
             PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
               perform 22184-APPLIQUE-GARANTIE
               MOVE SOUSCRITE-GA(IDX-GAR) TO SOUSCR-GAR-W(IDX-GAR)
             END-PERFORM
             CALL 'CALCGAR' USING
              BY CONTENT PRIME-MVT
              BY CONTENT SOUSCR-GAR-V
              BY REFERENCE PRIME-VEHIC-MVT-W
              BY REFERENCE PARTS-GAR-V
           END-IF
           .

      * Tient les garanties du vehicule au fil du mouvement : une
      * garantie demandee O entre en vigueur a la date d'effet, une
      * garantie N en sort a la meme date, blanc la laisse en
      * l'etat. Un vehicule nouveau recoit d'office la RC. Un
      * vehicule anterieur aux garanties, vise par un mouvement qui
      * n'en porte aucune, reste sans fiche : sa couverture n'est
      * pas connue et le controle des sinistres ne s'y applique pas.
      * La prime du vehicule, posee par 22178 au tarif de ces
      * garanties, est chaque fois reventilee ; la prime tous
      * risques du mouvement reste sur la fiche.
       22180-MAJ-GARANTIES.
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-GAR-W
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-GAR-W
           END-IF
           MOVE MAT-AV TO MAT-GA
           MOVE RANG-AV TO RANG-GA
           READ f-garant
             INVALID KEY
               SET FICHE-GAR-ABSENTE TO TRUE
             NOT INVALID KEY
               SET FICHE-GAR-PRESENTE TO TRUE
           END-READ
           IF FICHE-GAR-ABSENTE
            AND (SAVE-VEHIC-AVANT = SPACE OR GARANTIES-MVT NOT = SPACE)
             perform 22182-INIT-GARANTIES
           END-IF
           IF NOT FICHE-GAR-ABSENTE
             PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
               perform 22184-APPLIQUE-GARANTIE
             END-PERFORM
             MOVE PRIME-MVT TO PRIME-TR-GA
             perform 22186-VENTILE-PRIME-GAR
             perform 22189-ECRIT-GARANTIES
           END-IF
           .

      * Fiche garanties neuve du vehicule courant : RC en vigueur
      * depuis la date d'effet, le reste jamais souscrit.
       22182-INIT-GARANTIES.
           INITIALIZE e-garant
           MOVE MAT-AV TO MAT-GA
           MOVE RANG-AV TO RANG-GA
           MOVE 'O' TO SOUSCRITE-GA(1)
           MOVE DATE-EFFET-GAR-W TO DATE-DEBUT-GA(1)
           SET FICHE-GAR-NOUVELLE TO TRUE
           .

       22184-APPLIQUE-GARANTIE.
           EVALUATE GARANTIE-MVT(IDX-GAR)
             WHEN 'O'
               IF NOT GARANTIE-EN-VIGUEUR(IDX-GAR)
                 MOVE 'O' TO SOUSCRITE-GA(IDX-GAR)
                 MOVE DATE-EFFET-GAR-W TO DATE-DEBUT-GA(IDX-GAR)
                 MOVE 0 TO DATE-FIN-GA(IDX-GAR)
               END-IF
             WHEN 'N'
               IF GARANTIE-EN-VIGUEUR(IDX-GAR)
                 MOVE 'N' TO SOUSCRITE-GA(IDX-GAR)
                 MOVE DATE-EFFET-GAR-W TO DATE-FIN-GA(IDX-GAR)
               END-IF
             WHEN OTHER
               continue
           END-EVALUATE
           .

      * Ventile la prime du vehicule courant (PRIME-AV) entre les
      * garanties en vigueur de la fiche.
       22186-VENTILE-PRIME-GAR.
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE SOUSCRITE-GA(IDX-GAR) TO SOUSCR-GAR-W(IDX-GAR)
           END-PERFORM
           MOVE 0 TO PRIME-TR-W
           CALL 'CALCGAR' USING
            BY CONTENT PRIME-TR-W
            BY CONTENT SOUSCR-GAR-V
            BY CONTENT PRIME-AV
            BY REFERENCE PARTS-GAR-V
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE PART-GAR-W(IDX-GAR) TO PRIME-GA(IDX-GAR)
           END-PERFORM
           .

      * Reactivation : le vehicule principal restaure repart sur la
      * RC seule, les autres garanties etant a ressouscrire par
      * mouvement comme les autres vehicules.
       22188-REACTIVE-GARANTIES.
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-GAR-W
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-GAR-W
           END-IF
           perform 22182-INIT-GARANTIES
           perform 22186-VENTILE-PRIME-GAR
           perform 22189-ECRIT-GARANTIES
           .

       22189-ECRIT-GARANTIES.
           MOVE DATE-JOUR TO DATE-MAJ-GA
           IF FICHE-GAR-PRESENTE
             REWRITE e-garant
           ELSE
             WRITE e-garant
               INVALID KEY
                 REWRITE e-garant
             END-WRITE
           END-IF
           .

      * Journal des vehicules : l'image avant est celle posee par
      * conducteurs de la police inchanges, un rang a zero designe
      * le conducteur principal (rang 1).
       22160-MAJ-CONDUCTEUR.
           IF RETRAIT-COND-DEMANDE
             perform 22167-RETIRE-CONDUCTEUR
           END-IF
           IF NOM-COND-MVT = SPACE OR RETRAIT-COND-DEMANDE
             continue
           ELSE
             MOVE MAT-MVT TO MAT-CD
             MOVE NOM-COND-MVT TO NOM-CD
             MOVE DATE-NAIS-COND-MVT TO DATE-NAIS-CD
             MOVE DATE-PERMIS-COND-MVT TO DATE-PERMIS-CD
      * Un conducteur nouveau prend la date du run comme date
      * d'ajout ; un conducteur deja declare garde la sienne.
             MOVE DATE-JOUR TO DATE-AJOUT-CD
             WRITE e-conduc
               INVALID KEY
                 perform 22165-REECRIT-CONDUCTEUR
             END-WRITE
           END-IF
           .

      * Les enregistrements anterieurs a la date d'ajout portent
      * des blancs dans la zone : ils valent zero.
       22165-REECRIT-CONDUCTEUR.
           MOVE 0 TO DATE-AJOUT-SAUVE-W
           READ f-conduc
             INVALID KEY
               continue
             NOT INVALID KEY
               IF DATE-AJOUT-CD NUMERIC
                 MOVE DATE-AJOUT-CD TO DATE-AJOUT-SAUVE-W
               END-IF
           END-READ
           MOVE NOM-COND-MVT TO NOM-CD
           MOVE DATE-NAIS-COND-MVT TO DATE-NAIS-CD
           MOVE DATE-PERMIS-COND-MVT TO DATE-PERMIS-CD
           MOVE DATE-AJOUT-SAUVE-W TO DATE-AJOUT-CD
           REWRITE e-conduc
           .

      * Retrait d'un conducteur secondaire demande par le
      * mouvement ; un rang deja absent ne change rien.
       22167-RETIRE-CONDUCTEUR.
           MOVE MAT-MVT TO MAT-CD
           MOVE RANG-COND-MVT TO RANG-CD
           DELETE f-conduc
             INVALID KEY
               continue
           END-DELETE
           .

      * Tient l'index des immatriculations au fil du vehicule : la
      * nouvelle plaque s'indexe, l'ancienne entree tombe quand la
      * plaque du vehicule a change.
      * rang superieur, la fiche garde le vehicule principal issu
      * de l'ASSUR3 et seul ASSURVEH est mis a jour.
       22210-REWRITE-ASSURES-OUT.
           perform 22178-PRIME-GARANTIES-MVT
           MOVE PRIME-A3 TO ANC-PRIME-W
           MOVE TAUX-A3 TO ANC-TAUX-W
           MOVE BM-A3 TO ANC-BM-W
           MOVE MAT-MVT TO MAT-A4
           MOVE NOM-PRE-MVT TO NOM-PRE-A4
           MOVE RUE-MVT TO RUE-A4
             MOVE TAUX-A3 TO TAUX-A4
           ELSE
             MOVE TYPE-VEHICULE TO TYPE-V-A4
             MOVE PRIME-VEHIC-MVT-W TO PRIME-A4
             MOVE BM-MVT TO BM-A4
             MOVE TAUX-MVT TO TAUX-A4
           END-IF
           MOVE TEL-A3 TO TEL-A4
           MOVE EMAIL-A3 TO EMAIL-A4
           MOVE RIB-A3 TO RIB-A4
      * Le foyer suit la fiche jusqu'au prochain calcul des foyers.
           MOVE FOYER-A3 TO FOYER-A4
           MOVE PREF-ENVOI-A3 TO PREF-ENVOI-A4
           IF TEL-MVT NOT = SPACE
             MOVE TEL-MVT TO TEL-A4
           END-IF
           IF EMAIL-MVT NOT = SPACE
             MOVE EMAIL-MVT TO EMAIL-A4
           END-IF
           IF PREF-ENVOI-MVT NOT = SPACE
             MOVE PREF-ENVOI-MVT TO PREF-ENVOI-A4
           END-IF
           EVALUATE TRUE
             WHEN RIB-MVT-SUPPRIME
               MOVE SPACE TO RIB-A4
             WHEN RIB-MVT NOT = SPACE
               MOVE RIB-MVT TO RIB-A4
             WHEN OTHER
               continue
           END-EVALUATE
      * Le 'M' ressaisit l'adresse : un signal NPAI en place tombe.
           MOVE SPACE TO ADRESSE-INVALIDE-A4
           SET FICHE-EN-ATTENTE TO TRUE
           perform 22130-WRITE-LIGNE-RENOUV
           perform 22600-ECRIT-JOURNAL
           perform 22800-ECRIT-HIST-PRIME
           perform 22385-PREPARE-AJUSTEMENT
           IF MODE-REEL
             perform 22140-MAJ-VEHICULE
           END-IF
           MOVE DATE-JOUR TO DATE-J
           MOVE TIME-F TO HEURE-J
           MOVE 'PROJETM' TO PROG-J
           perform 22640-POSE-DATE-EFFET-J
           MOVE e-assures-in TO IMAGE-AVANT-J
           MOVE assures-out TO IMAGE-APRES-J
           MOVE SPACE TO MOTIF-S-J
           WRITE e-journal
           .

      * affiche en fin de run (31000-DISPLAY-STATS).
       22120-ACCUMULATE-PRIME-BM.
           CALL 'CALCBM' USING
            BY CONTENT PRIME-VEHIC-MVT-W
            BY CONTENT TAUX-MVT
            BY CONTENT BM-MVT
            BY REFERENCE PRIME-BM-MVT
             MOVE TAUX-A3 TO TAUX-RS-F
             perform 22380-SNAPSHOT-RESILIATION
             perform 22340-SUPPRIME-VEHICULES
             MOVE e-assures-in TO FICHE-AVANT-W
             perform 22650-ECRIT-JOURNAL-RESIL
           END-IF
           .

             SET CREANCE-AVOIR TO TRUE
             MOVE 0 TO PENALITE-RC
             MOVE 1 TO NIVEAU-RELANCE-RC
             MOVE 0 TO FRAIS-REJET-RC NB-REJETS-RC DATE-REJET-RC
                       TAXE-RC
             MOVE SPACE TO MOTIF-REJET-RC
             SET ORIGINE-AVOIR TO TRUE
             WRITE e-recev
               INVALID KEY
                 ADD 1 TO CPT-AVOIRS-NON-POSES
           END-IF
           .

      * Ancienne et nouvelle prime du vehicule vise par le 'M', avant
      * la mise a jour d'ASSURVEH : la fiche pour le vehicule
      * principal, l'enregistrement vehicule pour un rang superieur
      * (zero pour un vehicule ajoute). Une police suspendue n'est
      * plus appelee, il n'y a rien a ajuster.
       22385-PREPARE-AJUSTEMENT.
           IF POLICE-SUSPENDUE-A4
             continue
           ELSE
             IF RANG-V-MVT > 1
               MOVE MAT-MVT TO MAT-AV
               MOVE RANG-V-MVT TO RANG-AV
               READ f-vehic
                 INVALID KEY
                   MOVE 0 TO ANC-PRIME-AJ-W
                   MOVE 0 TO ANC-TAUX-AJ-W
                   MOVE SPACE TO ANC-BM-AJ-W
                 NOT INVALID KEY
                   MOVE PRIME-AV TO ANC-PRIME-AJ-W
                   MOVE TAUX-AV TO ANC-TAUX-AJ-W
                   MOVE BM-AV TO ANC-BM-AJ-W
               END-READ
               MOVE PRIME-VEHIC-MVT-W TO NOUV-PRIME-AJ-W
               MOVE TAUX-MVT TO NOUV-TAUX-AJ-W
               MOVE BM-MVT TO NOUV-BM-AJ-W
             ELSE
               MOVE ANC-PRIME-W TO ANC-PRIME-AJ-W
               MOVE ANC-TAUX-W TO ANC-TAUX-AJ-W
               MOVE ANC-BM-W TO ANC-BM-AJ-W
               MOVE PRIME-A4 TO NOUV-PRIME-AJ-W
               MOVE TAUX-A4 TO NOUV-TAUX-AJ-W
               MOVE BM-A4 TO NOUV-BM-AJ-W
             END-IF
             perform 22390-EMET-AJUSTEMENT-PRORATA
           END-IF
           .

      * Ecart de prime annuelle totale, couru de la date d'effet du
      * 'M' (a defaut la date du run) a la prochaine echeance, au
      * 365eme comme l'avoir de resiliation.
       22390-EMET-AJUSTEMENT-PRORATA.
           CALL 'CALCBM' USING
            BY CONTENT ANC-PRIME-AJ-W
            BY CONTENT ANC-TAUX-AJ-W
            BY CONTENT ANC-BM-AJ-W
            BY REFERENCE PRIME-BM-AJ-W
            BY REFERENCE ANC-TOTALE-AJ-W
           CALL 'CALCBM' USING
            BY CONTENT NOUV-PRIME-AJ-W
            BY CONTENT NOUV-TAUX-AJ-W
            BY CONTENT NOUV-BM-AJ-W
            BY REFERENCE PRIME-BM-AJ-W
            BY REFERENCE NOUV-TOTALE-AJ-W
           COMPUTE ECART-AJ-W = NOUV-TOTALE-AJ-W - ANC-TOTALE-AJ-W
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-AJ-W
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-AJ-W
           END-IF
           MOVE 0 TO MONTANT-AJUST-W
           IF ECART-AJ-W NOT = 0
            AND MOIS-EFFET-AJ-W > 0 AND MOIS-EFFET-AJ-W < 13
             perform 22392-POSE-PROCHAINE-ECHEANCE
             IF ECART-AJ-W < 0
               MOVE 'C' TO SENS-AJUST-W
               COMPUTE MONTANT-AJUST-W ROUNDED =
                 0 - ECART-AJ-W * JOURS-ECHEANCE-W / 365
             ELSE
               MOVE 'D' TO SENS-AJUST-W
               COMPUTE MONTANT-AJUST-W ROUNDED =
                 ECART-AJ-W * JOURS-ECHEANCE-W / 365
             END-IF
           END-IF
           IF MONTANT-AJUST-W > 0
             IF SENS-AJUST-W = 'C'
               ADD 1 TO CPT-AJUST-CREDIT
               ADD MONTANT-AJUST-W TO TOTAL-AJUST-CREDIT
             ELSE
               ADD 1 TO CPT-AJUST-DEBIT
               ADD MONTANT-AJUST-W TO TOTAL-AJUST-DEBIT
             END-IF
             perform 22396-POSE-AJUSTEMENT-RECEV
           END-IF
           .

      * Prochaine echeance apres la date d'effet : les echeances
      * tombent au jour anniversaire de la police, de mois en mois
      * selon la periodicite a partir du mois anniversaire (janvier
      * pour une fiche sans anniversaire, comme PROJFACT). Le jour
      * est ramene au dernier jour des mois plus courts. Nombre de
      * jours sur l'annee de 365 jours de CUMUL-JOURS.
       22392-POSE-PROCHAINE-ECHEANCE.
           EVALUATE TRUE
             WHEN FREQ-MENSUELLE-A4
               MOVE 1 TO PAS-ECHEANCE-W
             WHEN FREQ-TRIMESTRIELLE-A4
               MOVE 3 TO PAS-ECHEANCE-W
             WHEN FREQ-SEMESTRIELLE-A4
               MOVE 6 TO PAS-ECHEANCE-W
             WHEN OTHER
               MOVE 12 TO PAS-ECHEANCE-W
           END-EVALUATE
           MOVE DATE-ANNIV-A4 TO DATE-ANNIV-AJ-W
           IF DATE-ANNIV-A4 NOT NUMERIC
            OR MOIS-ANNIV-AJ-W < 1 OR MOIS-ANNIV-AJ-W > 12
            OR JOUR-ANNIV-AJ-W < 1
             MOVE 1 TO MOIS-ANNIV-AJ-W
             MOVE 1 TO JOUR-ANNIV-AJ-W
           END-IF
      * Echeance de la periode en cours : le mois de la date d'effet
      * recule jusqu'au dernier mois d'echeance.
           COMPUTE ECART-MOIS-AJ-W = MOIS-EFFET-AJ-W - MOIS-ANNIV-AJ-W
           IF ECART-MOIS-AJ-W < 0
             ADD 12 TO ECART-MOIS-AJ-W
           END-IF
           DIVIDE ECART-MOIS-AJ-W BY PAS-ECHEANCE-W
             GIVING QUOTIENT-AJ-W REMAINDER RESTE-AJ-W
           MOVE AN-EFFET-AJ-W TO AN-ECH-AJ-W
           COMPUTE MOIS-CALC-AJ-W = MOIS-EFFET-AJ-W - RESTE-AJ-W
           IF MOIS-CALC-AJ-W < 1
             ADD 12 TO MOIS-CALC-AJ-W
             SUBTRACT 1 FROM AN-ECH-AJ-W
           END-IF
           MOVE MOIS-CALC-AJ-W TO MOIS-ECH-AJ-W
           perform 22394-BORNE-JOUR-ECHEANCE
      * Echeance deja passee a la date d'effet : la suivante.
           IF DATE-ECHEANCE-AJ-9 <= DATE-EFFET-AJ-9
             COMPUTE MOIS-CALC-AJ-W = MOIS-ECH-AJ-W + PAS-ECHEANCE-W
             IF MOIS-CALC-AJ-W > 12
               SUBTRACT 12 FROM MOIS-CALC-AJ-W
               ADD 1 TO AN-ECH-AJ-W
             END-IF
             MOVE MOIS-CALC-AJ-W TO MOIS-ECH-AJ-W
             perform 22394-BORNE-JOUR-ECHEANCE
           END-IF
           COMPUTE JOURS-ECHEANCE-W =
             CUMUL-JOURS(MOIS-ECH-AJ-W) + JOUR-ECH-AJ-W
             + 365 * (AN-ECH-AJ-W - AN-EFFET-AJ-W)
             - CUMUL-JOURS(MOIS-EFFET-AJ-W) - JOUR-EFFET-AJ-W
           IF JOURS-ECHEANCE-W < 0
             MOVE 0 TO JOURS-ECHEANCE-W
           END-IF
           .

       22394-BORNE-JOUR-ECHEANCE.
           IF MOIS-ECH-AJ-W = 12
             MOVE 31 TO JOURS-MOIS-AJ-W
           ELSE
             COMPUTE JOURS-MOIS-AJ-W =
               CUMUL-JOURS(MOIS-ECH-AJ-W + 1)
               - CUMUL-JOURS(MOIS-ECH-AJ-W)
           END-IF
           IF JOUR-ANNIV-AJ-W > JOURS-MOIS-AJ-W
             MOVE JOURS-MOIS-AJ-W TO JOUR-ECH-AJ-W
           ELSE
             MOVE JOUR-ANNIV-AJ-W TO JOUR-ECH-AJ-W
           END-IF
           .

      * Pose l'ajustement dans la base des creances, date au jour du
      * run. Une creance du jour deja posee pour le matricule (autre
      * 'M' du meme run, quittance du jour) et encore intacte recoit
      * l'ajustement en cumul, le sens suivant le solde ; une
      * creance deja reglee en partie est signalee dans les
      * statistiques plutot que modifiee.
       22396-POSE-AJUSTEMENT-RECEV.
           IF MODE-REEL
             MOVE MAT-MVT TO MAT-RC
             MOVE DATE-JOUR TO DATE-RC
             READ f-recev
               INVALID KEY
                 MOVE MONTANT-AJUST-W TO MONTANT-DU-RC
                 MOVE 0 TO MONTANT-REGLE-RC
                 SET CREANCE-OUVERTE TO TRUE
                 MOVE SENS-AJUST-W TO SENS-RC
                 MOVE 0 TO PENALITE-RC
                 MOVE 1 TO NIVEAU-RELANCE-RC
                 MOVE 0 TO FRAIS-REJET-RC NB-REJETS-RC DATE-REJET-RC
                           TAXE-RC
                 MOVE SPACE TO MOTIF-REJET-RC
                 SET ORIGINE-AJUSTEMENT TO TRUE
                 WRITE e-recev
               NOT INVALID KEY
                 perform 22398-CUMULE-AJUSTEMENT
             END-READ
           END-IF
           .

       22398-CUMULE-AJUSTEMENT.
           IF CREANCE-OUVERTE AND MONTANT-REGLE-RC = 0
            AND PENALITE-RC = 0
             IF CREANCE-AVOIR
               COMPUTE SOLDE-CUMUL-AJ-W = 0 - MONTANT-DU-RC
             ELSE
               MOVE MONTANT-DU-RC TO SOLDE-CUMUL-AJ-W
             END-IF
             IF SENS-AJUST-W = 'C'
               SUBTRACT MONTANT-AJUST-W FROM SOLDE-CUMUL-AJ-W
             ELSE
               ADD MONTANT-AJUST-W TO SOLDE-CUMUL-AJ-W
             END-IF
             IF SOLDE-CUMUL-AJ-W < 0
               SET CREANCE-AVOIR TO TRUE
               COMPUTE MONTANT-DU-RC = 0 - SOLDE-CUMUL-AJ-W
             ELSE
               MOVE 'D' TO SENS-RC
               MOVE SOLDE-CUMUL-AJ-W TO MONTANT-DU-RC
             END-IF
             REWRITE e-recev
           ELSE
             ADD 1 TO CPT-AJUST-NON-POSES
           END-IF
           .

      * Retire d'ASSURVEH tous les vehicules de la police
      * supprimee, quel que soit leur rang.
       22340-SUPPRIME-VEHICULES.
               INVALID KEY
                 continue
               NOT INVALID KEY
                 perform 22342-SUPPRIME-UN-VEHICULE
             END-READ
           END-PERFORM
      * Les conducteurs de la police supprimee partent avec elle.
           END-PERFORM
           .

      * Retire un vehicule lu d'ASSURVEH, avec son entree a l'index
      * des immatriculations et ses garanties.
       22342-SUPPRIME-UN-VEHICULE.
           IF IMMAT-AV NOT = SPACE
             MOVE IMMAT-AV TO IMMAT-IX
             DELETE f-immidx
               INVALID KEY
                 continue
             END-DELETE
           END-IF
      * La suppression laisse sa trace au journal des vehicules :
      * avant-image pleine, apres-image a blanc.
           MOVE e-vehic TO SAVE-VEHIC-AVANT
           DELETE f-vehic
           MOVE MAT-AV TO MAT-JV
           MOVE RANG-AV TO RANG-JV
           MOVE DATE-JOUR TO DATE-JV
           MOVE TIME-F TO HEURE-JV
           MOVE 'PROJETM' TO PROG-JV
           MOVE SAVE-VEHIC-AVANT TO IMAGE-AVANT-JV
           MOVE SPACE TO IMAGE-APRES-JV
           WRITE e-vehjrn
      * Les garanties du vehicule partent avec lui.
           MOVE MAT-AV TO MAT-GA
           MOVE RANG-AV TO RANG-GA
           DELETE f-garant
             INVALID KEY
               continue
           END-DELETE
           .

       30000-END-PGM.
           perform write-ano-footer
           close f-assures-in f-mvt f-etatano
                 f-mvt-arc f-histprm f-anohis f-vehjrn
           IF MODE-REEL
             close f-assures-out f-renouv f-mvt-att-out f-recev
                   f-immidx f-resil f-garant f-mvt-sus
           ELSE
             close f-garant
           END-IF
           perform 31000-DISPLAY-STATS
           perform 31600-CHECK-BALANCE
           perform 31800-WRITE-STATS-FIN
           close f-stats
           MOVE RETURN-CODE TO RC-TECHNIQUE-W
           perform 31900-POSE-CODE-RETOUR
           IF MODE-PARTITION AND MODE-REEL
             perform 31950-ECRIT-TOTAUX-PARTITION
             close f-trfpar f-partct
           END-IF

           STOP RUN
           .
             END-PERFORM
             ADD CPT-ANO-GEOGRAPHIE TO CPT-ANO-BLOQUANTES
             ADD CPT-ANO-AGENCE TO CPT-ANO-BLOQUANTES
             ADD CPT-ANO-MODELE TO CPT-ANO-BLOQUANTES
             ADD CPT-ANO-MOTIF-S TO CPT-ANO-BLOQUANTES
             ADD CPT-ANO-CRIBLE TO CPT-ANO-BLOQUANTES
             IF CPT-ANO-BLOQUANTES > 0
               MOVE 8 TO RETURN-CODE
             ELSE
           END-IF
           .

      * Totaux de controle de la partition pour la fusion. Un code
      * retour deja a 8 avant les anomalies (abandon sur incident
      * fichier, balance fausse) marque la partition abandonnee.
       31950-ECRIT-TOTAUX-PARTITION.
           MOVE SPACE TO e-partct
           MOVE NUM-PARTITION-W TO NUM-PARTITION-PC
           MOVE MAT-DEBUT-PART-W TO MAT-DEBUT-PC
           MOVE MAT-FIN-PART-W TO MAT-FIN-PC
           MOVE DATE-JOUR TO DATE-PC
           MOVE HEURE-DEBUT-RUN-W TO HEURE-DEBUT-PC
           ACCEPT TIME-F FROM TIME
           MOVE TIME-F TO HEURE-FIN-PC
           IF RC-TECHNIQUE-W > 4
             SET PARTITION-ABANDONNEE TO TRUE
           ELSE
             MOVE 'N' TO ABANDON-PC
           END-IF
           MOVE RETURN-CODE TO RC-PC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 35
             MOVE CPT-STATS(I) TO CPT-STATS-PC(I)
           END-PERFORM
           MOVE CPT-BALANCE-ATTENDU TO BALANCE-ATTENDU-PC
           MOVE CPT-BALANCE-REEL TO BALANCE-REEL-PC
           MOVE CPT-MVT-REPORTES TO CPT-MVT-REPORTES-PC
           MOVE CPT-AVOIRS TO CPT-AVOIRS-PC
           MOVE CPT-AVOIRS-NON-POSES TO CPT-AVOIRS-NP-PC
           MOVE TOTAL-REMBOURSE-PRORATA TO TOTAL-REMBOURSE-PC
           MOVE TOTAL-PRIME-FACTUREE TO TOTAL-PRIME-PC
           MOVE CPT-AJUST-DEBIT TO CPT-AJUST-DEBIT-PC
           MOVE CPT-AJUST-CREDIT TO CPT-AJUST-CREDIT-PC
           MOVE CPT-AJUST-NON-POSES TO CPT-AJUST-NP-PC
           MOVE TOTAL-AJUST-DEBIT TO TOTAL-AJUST-DEBIT-PC
           MOVE TOTAL-AJUST-CREDIT TO TOTAL-AJUST-CREDIT-PC
           MOVE CPT-TRF-SORTANT TO CPT-TRF-SORTANT-PC
           WRITE e-partct
           .

      * Derniere ligne du step dans le journal consolide PROJSTAT.
       31800-WRITE-STATS-FIN.
           ACCEPT TIME-F FROM TIME
           MOVE PROG-STATS-W TO PROG-FIN-F
           MOVE CORRESPONDING TIME-F TO FORMAT-STATS-FIN
           WRITE stats-rec FROM FORMAT-STATS-FIN
           .
           END-PERFORM
           ADD CPT-ANO-GEOGRAPHIE TO CPT-ANOMALIE
           ADD CPT-ANO-AGENCE TO CPT-ANOMALIE
           ADD CPT-ANO-MODELE TO CPT-ANOMALIE
           ADD CPT-ANO-MOTIF-S TO CPT-ANOMALIE
           ADD CPT-ANO-CRIBLE TO CPT-ANOMALIE

           perform 31100-DISPLAY-STATS-HEADER

           perform VARYING I from 11 by 1 until I > 35
              perform 31700-CALL-ANO-PGM-STATS
              MOVE CPT-STATS(I) TO CPTI-F
              DISPLAY FORMAT-ENRGMT-STATS
             DISPLAY FORMAT-AVOIRS-REJET-STATS
             WRITE stats-rec FROM FORMAT-AVOIRS-REJET-STATS
           END-IF
           MOVE ' AJUSTEMENTS PRORATA (DEBIT) : ' TO LIB-AJUST-F
           MOVE CPT-AJUST-DEBIT TO CPT-AJUST-F
           MOVE TOTAL-AJUST-DEBIT TO TOTAL-AJUST-F
           DISPLAY FORMAT-AJUST-STATS
           WRITE stats-rec FROM FORMAT-AJUST-STATS
           MOVE ' AJUSTEMENTS PRORATA (AVOIR) : ' TO LIB-AJUST-F
           MOVE CPT-AJUST-CREDIT TO CPT-AJUST-F
           MOVE TOTAL-AJUST-CREDIT TO TOTAL-AJUST-F
           DISPLAY FORMAT-AJUST-STATS
           WRITE stats-rec FROM FORMAT-AJUST-STATS
           IF CPT-AJUST-NON-POSES > 0
             MOVE ' AJUSTEMENTS NON POSES (REGLE) :' TO LIB-AJUST-F
             MOVE CPT-AJUST-NON-POSES TO CPT-AJUST-F
             MOVE 0 TO TOTAL-AJUST-F
             DISPLAY FORMAT-AJUST-STATS
             WRITE stats-rec FROM FORMAT-AJUST-STATS
           END-IF
           IF CPT-RETRAITS-VEHIC > 0
             MOVE ' VEHICULES RETIRES (PERTE TOT.):' TO LIB-AJUST-F
             MOVE CPT-RETRAITS-VEHIC TO CPT-AJUST-F
             MOVE TOTAL-AVOIR-RETRAITS TO TOTAL-AJUST-F
             DISPLAY FORMAT-AJUST-STATS
             WRITE stats-rec FROM FORMAT-AJUST-STATS
           END-IF
           .

       31100-DISPLAY-STATS-HEADER.
