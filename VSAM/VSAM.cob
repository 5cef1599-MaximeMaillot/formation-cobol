            RECORD KEY IS CLE-PB
            FILE STATUS IS CR-APPROB.

      * Revues de souscription avant renouvellement posees par
      * PROJREVU : le souscripteur y porte sa decision en mode 9.
           SELECT OPTIONAL f-revue ASSIGN DDREVUE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RV
            FILE STATUS IS CR-REVUE.

      * Carte parametre : seuil de changement de prime au-dela
      * duquel la mise a jour part en approbation (6 chiffres
      * centimes compris). Absente, seuil de repli.
            RECORD KEY IS IMMAT-IX
            FILE STATUS IS CR-IMMIDX.

      * Master du jour : les coordonnees de contact (telephone,
      * courriel) posees par les mouvements y sont lues pour
      * s'afficher avec la fiche.
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Foyers calcules chaque nuit : les autres polices a la meme
      * adresse s'affichent sous la fiche.
           SELECT OPTIONAL f-foyer ASSIGN DDFOYER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FOYER-X-FO
            ALTERNATE RECORD KEY IS ADR-NORM-FO
            FILE STATUS IS CR-FOYER.

      * Referentiel des modeles de vehicule, le meme que PROJTAR :
      * le devis applique le coefficient de groupe du modele du
      * vehicule principal.
           SELECT OPTIONAL f-modeles ASSIGN DDMODELE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MODELES.

      * Historique des courriers envoyes a l'assure (JOURCORR), liste
      * avec la fiche en ordre chronologique : type, reference,
      * adresse du pli et retour NPAI.
           SELECT OPTIONAL f-corres ASSIGN DDCORRES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-CU
            FILE STATUS IS CR-CORRES.

      * Journal des consultations : chaque fiche affichee y laisse
      * l'operateur, l'heure, le matricule et l'option du menu.
           SELECT OPTIONAL f-consul ASSIGN DDCONSUL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CONSUL.

      * Declarations de sinistre prises au telephone (mode 0), au
      * format du flux FSINIST des agences : le fichier se joint au
      * flux du prochain passage de PROJSIN1, qui ouvre le sinistre
      * et envoie l'accuse de reception.
           SELECT OPTIONAL f-sindec ASSIGN DDSINDEC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINDEC.
      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       01 e-assures4.
           COPY CASSURE4.

       fd f-foyer.
       01 e-foyer.
           COPY CFOYER.

       fd f-modeles
           DATA RECORD IS e-modele.
       01 e-modele.
           COPY CMODELE.

       fd f-sinist.
       01 e-sinist.
       01 e-approb.
           COPY CAPPROB.

       fd f-revue.
       01 e-revue.
           COPY CREVUE.

       fd f-vsamprm.
       01 e-vsamprm                PIC X(80).

       fd f-consul.
       01 e-consul.
           COPY CCONSULT.

       fd f-corres.
       01 e-corres.
           COPY CCORRES.

       fd f-sindec.
       01 e-sindec.
           COPY CSINIST REPLACING ==CLE-SIN== BY ==CLE-SIN-DC==
                                  ==MAT-SIN== BY ==MAT-SIN-DC==
                                  ==NUM-SIN== BY ==NUM-SIN-DC==
                                  ==CLE-X-SIN== BY ==CLE-X-SIN-DC==
                                  ==DATE-SIN== BY ==DATE-SIN-DC==
                                  ==TYPE-SIN== BY ==TYPE-SIN-DC==
                                  ==TYPE-SIN-CONNU== BY
                                    ==TYPE-SIN-CONNU-DC==
                                  ==MONTANT-SIN== BY ==MONTANT-SIN-DC==
                                  ==RESP-SIN== BY ==RESP-SIN-DC==
                                  ==RESP-ENGAGEE== BY
                                    ==RESP-ENGAGEE-DC==
                                  ==RESP-NON-ENGAGEE== BY
                                    ==RESP-NON-ENGAGEE-DC==
                                  ==STATUT-SIN== BY ==STATUT-SIN-DC==
                                  ==SIN-OUVERT== BY ==SIN-OUVERT-DC==
                                  ==SIN-CLOS== BY ==SIN-CLOS-DC==
                                  ==SIN-ROUVERT== BY
                                    ==SIN-ROUVERT-DC==
                                  ==RESERVE-SIN== BY
                                    ==RESERVE-SIN-DC==
                                  ==RANG-V-SIN== BY ==RANG-V-SIN-DC==
                                  ==ASSUREUR-TIERS-SIN== BY
                                    ==ASSUREUR-TIERS-SIN-DC==
                                  ==GARAGE-SIN== BY ==GARAGE-SIN-DC==
                                  ==PERTE-TOTALE-SIN== BY
                                    ==PERTE-TOTALE-SIN-DC==
                                  ==SIN-PERTE-TOTALE== BY
                                    ==SIN-PERTE-TOTALE-DC==
                                  ==VALEUR-VENALE-SIN== BY
                                    ==VALEUR-VENALE-SIN-DC==.

       WORKING-STORAGE SECTION.
       01 CR-NOTES                PIC 99.
       77 FIN-NOTES-SW            PIC X.
         05 OPERATEUR-NT-F        PIC X(8).
         05                       PIC X(2) VALUE ': '.
         05 TEXTE-NT-F            PIC X(52).
       01 CR-CORRES               PIC 99.
       77 FIN-CORRES-SW           PIC X.
         88 FIN-CORRES VALUE 'O'.

       01 FORMAT-LIGNE-COURRIER.
         05                       PIC X(2).
         05 DATE-CU-F             PIC 9(8).
         05                       PIC X(1).
         05 LIB-DOC-CU-F          PIC X(12).
         05                       PIC X(1).
         05 REF-CU-F              PIC X(16).
         05                       PIC X(1).
         05 RUE-CU-F              PIC X(18).
         05                       PIC X(1).
         05 CP-CU-F               PIC 9(5).
         05                       PIC X(1).
         05 RETOUR-CU-F           PIC X(4).
         05                       PIC X(10).
       01 CR-CONDUC               PIC 99.
       77 RANG-COND-MAX           PIC 99 VALUE 10.
       77 IDX-RANG-CD             PIC 99.
         05 DATE-PERMIS-CD-F      PIC 9(8).
         05                       PIC X(9).
       01 CR-ASSURES4             PIC 99.
       01 CR-FOYER                PIC 99.
       77 IDX-FOYER               PIC 99.
       77 FOYER-AFFICHE-W         PIC 9(6).
       77 MAT-FICHE-W             PIC 9(6).

       01 FORMAT-LIGNE-FOYER.
         05                       PIC X(10) VALUE '  FOYER : '.
         05 FOYER-F               PIC 9(6).
         05                       PIC X(3) VALUE ' - '.
         05 NB-POLICES-FOYER-F    PIC Z9.
         05                       PIC X(9) VALUE ' POLICES '.
         05                       PIC X(50).

       01 FORMAT-LIGNE-MEMBRE.
         05                       PIC X(18)
           VALUE '    AUTRE POLICE '.
         05 MAT-MEMBRE-F          PIC 9(6).
         05                       PIC X(3) VALUE ' : '.
         05 NOM-MEMBRE-F          PIC X(20).
         05                       PIC X(33).

      * Zone d'appel de l'ouverture de session (CTRLOPER).
       01 CTRLOP-W.
           COPY CCTRLOP.
       77 PROFIL-W                PIC X(1).
       77 AGENCE-OPER-W           PIC X(2) VALUE SPACE.

       01 CR-SINIST               PIC 99.
         88 EOF-SINIST VALUE 10.
         05 EMAIL-C-F             PIC X(30).
         05                       PIC X(13).

       01 FORMAT-LIGNE-ENVOI.
         05                       PIC X(25)
           VALUE '  ENVOI DES DOCUMENTS : '.
         05 ENVOI-C-F             PIC X(20).
         05                       PIC X(35).

       01 FORMAT-LIGNE-RIB.
         05                       PIC X(23)
           VALUE '  MANDAT PRELEVEMENT : '.
       01  CR-RAPPORT             PIC 99.

       01 CHOIX-MODE              PIC 9.
         88 MODE-DECLARATION VALUE 0.
         88 MODE-INTERACTIF VALUE 1.
         88 MODE-BATCH VALUE 2.
         88 MODE-MAJ VALUE 3.
         88 MODE-IMMAT VALUE 6.
         88 MODE-NOTE VALUE 7.
         88 MODE-APPROB VALUE 8.
         88 MODE-REVUE VALUE 9.

       01 CR-APPROB               PIC 99.
       01 CR-VSAMPRM              PIC 99.
       01 CR-CONSUL               PIC 99.
      * Seuil d'approbation sur le changement de prime ; l'ecart
      * absolu au-dela du seuil route la mise a jour vers la file
      * d'approbation au lieu de la reecriture directe.
         88 FIN-APPROB VALUE 'O'.
       77 ACCEPT-DECISION         PIC X(1).

      * Revue de souscription : la majoration se saisit en pour
      * cent, deux chiffres.
       01 CR-REVUE                PIC 99.
       77 FIN-REVUE-SW            PIC X.
         88 FIN-REVUE VALUE 'O'.
       01 ACCEPT-MAJORATION       PIC X(2).
       01 IMAGE-AVANT-RV          PIC X(80).

       01 CR-IMMIDX               PIC 99.
       01 ACCEPT-IMMAT            PIC X(10).

      * quittance.
       77 PRIME-BM-W              PIC 9(4)V9(2).
       77 PRIME-TOTALE-W          PIC 9(5)V9(2).

      * Modeles du referentiel pour le devis (500 au plus). La prime
      * de base de la fiche porte deja le coefficient de groupe
      * retenu a la derniere tarification (COEFF-MODELE-AV, zero ou
      * blanc valant 1,00) : le devis le remplace par celui du
      * modele actuel du vehicule principal.
       01 CR-MODELES              PIC 99.
         88 EOF-MODELES VALUE 10.
       01 TAB-MODELES.
         05 NB-MODELES            PIC 9(3) VALUE 0.
         05 MODELE-T OCCURS 500.
           10 CODE-MODELE-T       PIC X(5).
           10 MARQUE-T            PIC X(15).
           10 LIBELLE-MODELE-T    PIC X(20).
           10 GROUPE-T            PIC 9(2).
           10 COEFF-MODELE-T      PIC 9V9(2).
       77 IDX-MODELE              PIC 9(3).
       77 COEFF-MODELE-W          PIC 9V9(2).
       77 COEFF-TARIFE-W          PIC 9V9(2).
       77 PRIME-DEVIS-W           PIC 9(4)V9(2).
       01 FORMAT-LIGNE-MODELE.
         05                       PIC X(10) VALUE '  MODELE  '.
         05 MARQUE-M-F            PIC X(15).
         05                       PIC X(1).
         05 LIBELLE-M-F           PIC X(20).
         05                       PIC X(10) VALUE ' GROUPE : '.
         05 GROUPE-M-F            PIC Z9.
         05                       PIC X(10) VALUE ' COEFF : '.
         05 COEFF-M-F             PIC 9,99.
         05                       PIC X(8).
       01 FORMAT-DEVIS-MONTANT.
         05 LIB-DEVIS-F           PIC X(26).
         05 MONTANT-DEVIS-F       PIC Z(4)9,99.
      * rend un code retour 4 pour les signaler a l'ordonnanceur.
       77 CPT-ABSENT-BATCH         PIC 9(6) VALUE 0.

      * Declaration de sinistre au telephone (mode 0) : saisies de
      * l'operateur, controlees avant toute ecriture. Le montant
      * estime se saisit sur 8 chiffres, centimes compris.
       01 CR-SINDEC               PIC 99.
         88 EOF-SINDEC VALUE 10.
       01 ACCEPT-RANG-V           PIC X(2).
       01 ACCEPT-RANG-V-9 REDEFINES ACCEPT-RANG-V
                                  PIC 9(2).
       01 ACCEPT-DATE-SIN         PIC X(8).
       01 ACCEPT-DATE-SIN-9 REDEFINES ACCEPT-DATE-SIN
                                  PIC 9(8).
       01 ACCEPT-TYPE-SIN         PIC X(1).
         88 ACCEPT-TYPE-CONNU     VALUES 'C' 'B' 'V' 'I'.
       01 ACCEPT-MONTANT          PIC X(8).
       01 ACCEPT-MONTANT-9 REDEFINES ACCEPT-MONTANT
                                  PIC 9(6)V9(2).
       01 ACCEPT-RESP             PIC X(1).
       01 ACCEPT-CIRCONST         PIC X(44).
       77 MOTIF-DECL-W            PIC X(40).
       77 NUM-SIN-MAX-W           PIC 9(4).
       77 FIN-NUM-SW              PIC X.
         88 FIN-NUMEROTATION VALUE 'O'.
       77 CPT-DECLARATIONS        PIC 9(4) VALUE 0.

      * Controle des dates de la declaration par CALCDATE.
       77 FONCTION-CALC-W         PIC X(1).
       77 DATE1-CALC-W            PIC 9(8).
       77 DATE2-CALC-W            PIC 9(8).
       77 NBJOURS-CALC-W          PIC S9(5).
       77 JOURS-CALC-W            PIC S9(7).
       77 DATE-RESULT-CALC-W      PIC 9(8).
       77 VALIDE-CALC-W           PIC X(1).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
               PERFORM 70000-TRAITEMENT-NOTE
             WHEN MODE-APPROB
               PERFORM 80000-TRAITEMENT-APPROB
             WHEN MODE-REVUE
               PERFORM 90000-TRAITEMENT-REVUE
             WHEN MODE-DECLARATION
               PERFORM 95000-TRAITEMENT-DECLARATION
             WHEN OTHER
               PERFORM 20000-TRAITEMENT
           END-EVALUATE
           DISPLAY '5-DEVIS PRIME TOTALE'
           DISPLAY '6-RECHERCHE PAR IMMATRICULATION'
           DISPLAY '7-SAISIE D UNE NOTE  8-APPROBATIONS EN ATTENTE'
           DISPLAY '9-REVUE DE SOUSCRIPTION AVANT RENOUVELLEMENT'
           DISPLAY '0-DECLARATION DE SINISTRE'
           ACCEPT CHOIX-MODE
           IF NOT MODE-BATCH
             perform 10010-CHECK-TOKEN
           OPEN I-O IDX-ASSURES
           OPEN INPUT f-vehic
           OPEN INPUT f-assures4
           OPEN INPUT f-foyer
           OPEN INPUT f-sinist
           OPEN INPUT f-recev
           OPEN INPUT f-conduc
           OPEN I-O f-notes
           OPEN INPUT f-corres
           OPEN I-O f-approb
           perform 10030-LIT-SEUIL-APPROB
      * Pas de consultation sans trace : un journal inaccessible
      * refuse l'acces aux fiches.
           OPEN EXTEND f-consul
           IF CR-CONSUL > 9
             DISPLAY 'ERROR DDCONSUL : ' CR-CONSUL
                     ' - ACCES REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CR-ASSURES > 0
             DISPLAY 'ERROR DDASSUR : ' CR-ASSURES
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF MODE-DEVIS
             perform 10600-CHARGE-MODELES
           END-IF
           IF MODE-BATCH
             OPEN INPUT F-LISTE-MAT
             OPEN OUTPUT F-RAPPORT
                 ACCEPT ACCEPT-IMMAT
               WHEN MODE-APPROB
                 continue
               WHEN MODE-REVUE
                 OPEN I-O f-revue
               WHEN OTHER
                 ACCEPT ACCEPT-SYSIN
             END-EVALUATE
           END-IF
           .

       10600-CHARGE-MODELES.
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
                     MOVE MARQUE-MD TO MARQUE-T(NB-MODELES)
                     MOVE LIBELLE-MODELE-MD
                       TO LIBELLE-MODELE-T(NB-MODELES)
                     MOVE GROUPE-MD TO GROUPE-T(NB-MODELES)
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

      * Ouverture de session par CTRLOPER (code operateur et code
      * secret contre le referentiel DDOPER) : un identifiant
      * inconnu, ferme ou verrouille est refuse, et le mode mise a
      * jour exige un profil M ou A - la piste d'audit ne repose
      * plus sur ce que l'operateur veut bien taper.
       10020-CONTROLE-OPERATEUR.
           SET CO-OUVERTURE TO TRUE
           MOVE 'VSAM1' TO PROG-CO
           CALL 'CTRLOPER' USING BY REFERENCE CTRLOP-W
           IF OUVERTURE-REFUSEE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE CODE-CO TO OPERATEUR-W
           MOVE PROFIL-CO TO PROFIL-W
           MOVE AGENCE-CO TO AGENCE-OPER-W
           IF (MODE-MAJ OR MODE-NOTE OR MODE-REVUE
               OR MODE-DECLARATION)
            AND PROFIL-W NOT = 'M' AND PROFIL-W NOT = 'A'
             DISPLAY 'PROFIL CONSULTATION SEULE - MISE A JOUR '
                     'REFUSEE'
           READ IDX-ASSURES
           EVALUATE TRUE
             WHEN ASSURES-OK
               perform 39000-ECRIT-CONSULTATION
               MOVE MATRICULE TO MATRICULE-F
               MOVE NOM-PRENOM TO NOM-PRENOM-F
               MOVE VILLE TO VILLE-F
           READ IDX-ASSURES
           EVALUATE TRUE
             WHEN ASSURES-OK
               perform 39000-ECRIT-CONSULTATION
               DISPLAY E-ASSURES
               MOVE E-ASSURES TO IMAGE-AVANT-W
               DISPLAY 'NOUVEAU NOM-PRENOM : '
           END-IF
           .

      * Trace de la consultation : operateur (la chaine pour la
      * recherche par liste), heure, matricule, agence de la police
      * relue au master et option du menu.
       39000-ECRIT-CONSULTATION.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           MOVE SPACE TO e-consul
           IF MODE-BATCH
             MOVE 'CHAINE' TO OPERATEUR-CS
           ELSE
             MOVE OPERATEUR-W TO OPERATEUR-CS
             MOVE AGENCE-OPER-W TO AGENCE-OP-CS
           END-IF
           MOVE DATE-F TO DATE-CS
           MOVE TIME-F TO HEURE-CS
           MOVE KEY-ASSURES TO MAT-CS
           IF CR-ASSURES4 < 10
             MOVE KEY-ASSURES TO MAT-A4
             READ f-assures4
               INVALID KEY
                 continue
               NOT INVALID KEY
                 MOVE AGENCE-A4 TO AGENCE-POL-CS
             END-READ
           END-IF
           MOVE CHOIX-MODE TO MODE-CS
           MOVE 'VSAM1' TO PROG-CS
           WRITE e-consul
           .

       36600-ECRIT-HIST-PRIME.
           OPEN EXTEND f-histprm
           IF CR-HISTPRM = 0
                 SET FIN-RECHERCHE TO TRUE
               NOT AT END
                 IF NOM-PRENOM = ACCEPT-NOM
                   perform 39000-ECRIT-CONSULTATION
                   DISPLAY E-ASSURES
                 ELSE
                   SET FIN-RECHERCHE TO TRUE
           READ IDX-ASSURES
           EVALUATE TRUE
             WHEN ASSURES-OK
               perform 39000-ECRIT-CONSULTATION
               DISPLAY E-ASSURES
               perform 22000-AFFICHE-VEHICULES
               perform 51100-APPLIQUE-GROUPE-MODELE
               CALL 'CALCBM' USING
                BY CONTENT PRIME-DEVIS-W
                BY CONTENT TAUX
                BY CONTENT BONUS-MALUS
                BY REFERENCE PRIME-BM-W
               MOVE 'PRIME DE BASE           : ' TO LIB-DEVIS-F
               MOVE PRIME-DE-BASE TO MONTANT-DEVIS-F
               DISPLAY FORMAT-DEVIS-MONTANT
               IF PRIME-DEVIS-W NOT = PRIME-DE-BASE
                 MOVE 'PRIME GROUPE DU MODELE  : ' TO LIB-DEVIS-F
                 MOVE PRIME-DEVIS-W TO MONTANT-DEVIS-F
                 DISPLAY FORMAT-DEVIS-MONTANT
               END-IF
               IF BONUS-MALUS = 'M'
                 MOVE 'MAJORATION (MALUS)      : ' TO LIB-DEVIS-F
               ELSE
           END-EVALUATE
           .

      * Coefficient de groupe du modele du vehicule principal (rang
      * 1 d'ASSURVEH) : la prime de base est ramenee hors du
      * coefficient deja tarife puis portee au coefficient actuel ;
      * modele non renseigne ou inconnu du referentiel : prime de
      * base inchangee.
       51100-APPLIQUE-GROUPE-MODELE.
           MOVE PRIME-DE-BASE TO PRIME-DEVIS-W
           IF CR-VEHIC < 10 AND NB-MODELES > 0
             MOVE KEY-ASSURES TO MAT-AV
             MOVE 1 TO RANG-AV
             READ f-vehic
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF CODE-MODELE-AV NOT = SPACE
                   perform 51200-TROUVE-MODELE
                 END-IF
             END-READ
           END-IF
           .

       51200-TROUVE-MODELE.
           MOVE 0 TO COEFF-MODELE-W
           PERFORM VARYING IDX-MODELE FROM 1 BY 1
                     UNTIL IDX-MODELE > NB-MODELES
                        OR COEFF-MODELE-W > 0
             IF CODE-MODELE-T(IDX-MODELE) = CODE-MODELE-AV
               MOVE COEFF-MODELE-T(IDX-MODELE) TO COEFF-MODELE-W
               MOVE MARQUE-T(IDX-MODELE) TO MARQUE-M-F
               MOVE LIBELLE-MODELE-T(IDX-MODELE) TO LIBELLE-M-F
               MOVE GROUPE-T(IDX-MODELE) TO GROUPE-M-F
               MOVE COEFF-MODELE-T(IDX-MODELE) TO COEFF-M-F
             END-IF
           END-PERFORM
           IF COEFF-MODELE-W > 0
             DISPLAY FORMAT-LIGNE-MODELE
             MOVE 1,00 TO COEFF-TARIFE-W
             IF COEFF-MODELE-AV NUMERIC AND COEFF-MODELE-AV > 0
               MOVE COEFF-MODELE-AV TO COEFF-TARIFE-W
             END-IF
             COMPUTE PRIME-DEVIS-W ROUNDED =
               PRIME-DE-BASE / COEFF-TARIFE-W * COEFF-MODELE-W
           END-IF
           .

      * Affiche les conducteurs declares de la police, a la suite
      * des vehicules.
       22500-AFFICHE-CONDUCTEURS.
           END-IF
           .

      * Revues de souscription en attente de decision : la fiche
      * s'affiche en entier (vehicules, conducteurs, sinistres,
      * creances) avec les motifs de la revue, le souscripteur
      * decide ou passe. La decision part en chaine a l'echeance
      * (PROJREVM).
       90000-TRAITEMENT-REVUE.
           IF CR-REVUE > 9
             DISPLAY 'AUCUNE REVUE DE SOUSCRIPTION EN COURS'
           ELSE
             MOVE 'N' TO FIN-REVUE-SW
             MOVE LOW-VALUE TO CLE-X-RV
             START f-revue KEY IS NOT LESS THAN CLE-X-RV
               INVALID KEY
                 SET FIN-REVUE TO TRUE
             END-START
             perform until FIN-REVUE
               READ f-revue NEXT RECORD
                 AT END
                   SET FIN-REVUE TO TRUE
                 NOT AT END
                   IF REVUE-LISTEE
                     perform 91000-DECIDE-REVUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       91000-DECIDE-REVUE.
           DISPLAY ' '
           MOVE MAT-RV TO MATRICULE
           perform 21000-READ-ASSURES
           DISPLAY 'REVUE POUR L ECHEANCE DU ' ECHEANCE-RV
                   ' LISTEE LE ' DATE-LISTE-RV
           DISPLAY '  SINISTRES RESPONSABLES : ' NB-SIN-RESP-RV
                   '  S/P % : ' RATIO-SP-RV
           DISPLAY '  CREANCES RELANCEES : ' NB-RELANCES-RV
                   '  CONDUCTEUR AJOUTE RECEMMENT : ' COND-RECENT-RV
           DISPLAY 'RENOUVELER (R), MAJORER (M), NE PAS RENOUVELER '
                   '(N), PASSER (P) : '
           ACCEPT ACCEPT-DECISION
           MOVE e-revue TO IMAGE-AVANT-RV
           EVALUATE ACCEPT-DECISION
             WHEN 'R'
               SET DECISION-RENOUVELER TO TRUE
               MOVE 0 TO MAJORATION-PCT-RV
               perform 92000-ENREGISTRE-DECISION
             WHEN 'N'
               SET DECISION-NON-RENOUV TO TRUE
               MOVE 0 TO MAJORATION-PCT-RV
               perform 92000-ENREGISTRE-DECISION
             WHEN 'M'
               DISPLAY 'MAJORATION EN % (01 A 99) : '
               ACCEPT ACCEPT-MAJORATION
               IF ACCEPT-MAJORATION NUMERIC
                AND ACCEPT-MAJORATION > '00'
                 SET DECISION-MAJORER TO TRUE
                 MOVE ACCEPT-MAJORATION TO MAJORATION-PCT-RV
                 perform 92000-ENREGISTRE-DECISION
               ELSE
                 DISPLAY 'MAJORATION INVALIDE - REVUE LAISSEE '
                         'EN ATTENTE'
               END-IF
             WHEN OTHER
               continue
           END-EVALUATE
           .

       92000-ENREGISTRE-DECISION.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE OPERATEUR-W TO SOUSCRIPTEUR-RV
           MOVE DATE-F TO DATE-DECISION-RV
           SET REVUE-DECIDEE TO TRUE
           REWRITE e-revue
           perform 93000-ECRIT-AUDIT-REVUE
           DISPLAY 'DECISION ENREGISTREE SUR ' MAT-RV
           .

      * La decision s'audite sous l'identite du souscripteur, images
      * de la revue avant et apres.
       93000-ECRIT-AUDIT-REVUE.
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             ACCEPT TIME-F FROM TIME
             MOVE OPERATEUR-W TO OPERATEUR-AU
             MOVE DATE-F TO DATE-AU
             MOVE TIME-F TO HEURE-AU
             MOVE 'VSAM1' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE MAT-RV TO CLE-AU(1:6)
             EVALUATE TRUE
               WHEN DECISION-RENOUVELER
                 MOVE 'RENOUV.' TO CLE-AU(8:7)
               WHEN DECISION-MAJORER
                 MOVE 'MAJ.' TO CLE-AU(8:4)
                 MOVE MAJORATION-PCT-RV TO CLE-AU(12:2)
                 MOVE '%' TO CLE-AU(14:1)
               WHEN OTHER
                 MOVE 'NON REN' TO CLE-AU(8:7)
             END-EVALUATE
             MOVE IMAGE-AVANT-RV TO IMAGE-AVANT-AU
             MOVE e-revue TO IMAGE-APRES-AU
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

      * Declaration de sinistre au telephone : la fiche s'affiche
      * en entier (vehicules, sinistres deja connus), l'operateur
      * saisit le sinistre de l'appelant contre la police affichee
      * et lui donne la reference a rappeler. La declaration part
      * au flux FSINIST du prochain passage de PROJSIN1.
       95000-TRAITEMENT-DECLARATION.
           perform until ACCEPT-SYSIN = 999999
             MOVE ACCEPT-SYSIN TO MATRICULE
             perform 21000-READ-ASSURES
             IF ASSURES-OK
               perform 96000-SAISIE-DECLARATION
             END-IF
             ACCEPT ACCEPT-SYSIN
           END-PERFORM
           .

       96000-SAISIE-DECLARATION.
           DISPLAY 'RANG DU VEHICULE SINISTRE (2 CHIFFRES) : '
           MOVE SPACE TO ACCEPT-RANG-V
           ACCEPT ACCEPT-RANG-V
           DISPLAY 'DATE DU SINISTRE (AAAAMMJJ) : '
           MOVE SPACE TO ACCEPT-DATE-SIN
           ACCEPT ACCEPT-DATE-SIN
           DISPLAY 'TYPE (C COLLISION, B BRIS DE GLACE, V VOL, '
                   'I INCENDIE) : '
           MOVE SPACE TO ACCEPT-TYPE-SIN
           ACCEPT ACCEPT-TYPE-SIN
           DISPLAY 'MONTANT ESTIME (8 CHIFFRES, CENTIMES COMPRIS) : '
           MOVE SPACE TO ACCEPT-MONTANT
           ACCEPT ACCEPT-MONTANT
           DISPLAY 'RESPONSABILITE DE L ASSURE ENGAGEE (O/N) : '
           MOVE SPACE TO ACCEPT-RESP
           ACCEPT ACCEPT-RESP
           DISPLAY 'CIRCONSTANCES : '
           MOVE SPACE TO ACCEPT-CIRCONST
           ACCEPT ACCEPT-CIRCONST
           perform 96100-CONTROLE-DECLARATION
           IF MOTIF-DECL-W = SPACE
             perform 96300-NUMERO-SINISTRE
           END-IF
           IF MOTIF-DECL-W NOT = SPACE
             DISPLAY 'DECLARATION REFUSEE : ' MOTIF-DECL-W
           ELSE
             DISPLAY 'CONFIRMER LA DECLARATION (O/N) : '
             MOVE SPACE TO ACCEPT-DECISION
             ACCEPT ACCEPT-DECISION
             IF ACCEPT-DECISION = 'O'
               perform 97000-ECRIT-DECLARATION
             ELSE
               DISPLAY 'DECLARATION ABANDONNEE'
             END-IF
           END-IF
           .

      * Memes controles de zones que PROJSIN1, plus ceux que seul
      * l'appel permet : le vehicule est celui de la police et la
      * police est active a la date du sinistre (ni suspendue ni
      * en resiliation, sinistre posterieur a sa date d'effet et
      * pas dans le futur). Le master ne date pas la suspension :
      * une police non active repasse par l'agence.
       96100-CONTROLE-DECLARATION.
           MOVE SPACE TO MOTIF-DECL-W
           IF ACCEPT-RANG-V NOT NUMERIC OR ACCEPT-RANG-V-9 = 0
             MOVE 'RANG DU VEHICULE INVALIDE' TO MOTIF-DECL-W
           ELSE
             IF ACCEPT-DATE-SIN NOT NUMERIC
               MOVE 'DATE DU SINISTRE INVALIDE' TO MOTIF-DECL-W
             ELSE
               IF NOT ACCEPT-TYPE-CONNU
                 MOVE 'TYPE DE SINISTRE INCONNU' TO MOTIF-DECL-W
               ELSE
                 IF ACCEPT-MONTANT NOT NUMERIC
                   MOVE 'MONTANT NON NUMERIQUE' TO MOTIF-DECL-W
                 ELSE
                   IF ACCEPT-RESP NOT = 'O' AND ACCEPT-RESP NOT = 'N'
                     MOVE 'RESPONSABILITE INVALIDE' TO MOTIF-DECL-W
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF

           IF MOTIF-DECL-W = SPACE
             perform 96200-CONTROLE-DATE-SIN
           END-IF

           IF MOTIF-DECL-W = SPACE
             IF CR-VEHIC > 9
               MOVE 'FICHIER DES VEHICULES INDISPONIBLE'
                 TO MOTIF-DECL-W
             ELSE
               MOVE KEY-ASSURES TO MAT-AV
               MOVE ACCEPT-RANG-V-9 TO RANG-AV
               READ f-vehic
                 INVALID KEY
                   MOVE 'VEHICULE ABSENT DE LA POLICE'
                     TO MOTIF-DECL-W
                 NOT INVALID KEY
                   DISPLAY 'VEHICULE ' RANG-AV ' : ' IMMAT-AV
               END-READ
             END-IF
           END-IF

           IF MOTIF-DECL-W = SPACE
             IF STATUT-ASSURE = 'S' OR STATUT-ASSURE = 'R'
               MOVE 'POLICE SUSPENDUE OU EN RESILIATION'
                 TO MOTIF-DECL-W
             ELSE
               MOVE KEY-ASSURES TO MAT-A4
               READ f-assures4
                 INVALID KEY
                   MOVE 'POLICE ABSENTE DU MASTER' TO MOTIF-DECL-W
                 NOT INVALID KEY
                   IF NOT POLICE-ACTIVE-A4
                     MOVE 'POLICE SUSPENDUE OU EN RESILIATION'
                       TO MOTIF-DECL-W
                   ELSE
                     IF DATE-ANNIV-A4 NUMERIC
                      AND DATE-ANNIV-A4 > ACCEPT-DATE-SIN-9
                       MOVE 'SINISTRE ANTERIEUR A L EFFET DU CONTRAT'
                         TO MOTIF-DECL-W
                     END-IF
                   END-IF
               END-READ
             END-IF
           END-IF
           .

      * Date du sinistre valide au calendrier et au plus egale au
      * jour de l'appel.
       96200-CONTROLE-DATE-SIN.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'J' TO FONCTION-CALC-W
           MOVE ACCEPT-DATE-SIN-9 TO DATE1-CALC-W
           MOVE DATE-F TO DATE2-CALC-W
           MOVE 0 TO NBJOURS-CALC-W JOURS-CALC-W
           CALL 'CALCDATE' USING
            BY CONTENT FONCTION-CALC-W
            BY CONTENT DATE1-CALC-W
            BY CONTENT DATE2-CALC-W
            BY CONTENT NBJOURS-CALC-W
            BY REFERENCE JOURS-CALC-W
            BY REFERENCE DATE-RESULT-CALC-W
            BY REFERENCE VALIDE-CALC-W
           IF VALIDE-CALC-W NOT = 'V'
             MOVE 'DATE DU SINISTRE INVALIDE' TO MOTIF-DECL-W
           ELSE
             IF JOURS-CALC-W < 0
               MOVE 'DATE DU SINISTRE POSTERIEURE AU JOUR'
                 TO MOTIF-DECL-W
             END-IF
           END-IF
           .

      * Numero du sinistre : le suivant du plus grand deja connu de
      * la police, dans DDSINIST comme dans les declarations pas
      * encore passees par PROJSIN1.
       96300-NUMERO-SINISTRE.
           MOVE 0 TO NUM-SIN-MAX-W
           IF CR-SINIST < 10
             MOVE 'N' TO FIN-NUM-SW
             MOVE KEY-ASSURES TO MAT-SIN
             MOVE 0 TO NUM-SIN
             START f-sinist KEY IS NOT LESS THAN CLE-X-SIN
               INVALID KEY
                 SET FIN-NUMEROTATION TO TRUE
             END-START
             perform until FIN-NUMEROTATION
               READ f-sinist NEXT RECORD
                 AT END
                   SET FIN-NUMEROTATION TO TRUE
                 NOT AT END
                   IF MAT-SIN = KEY-ASSURES
                     IF NUM-SIN > NUM-SIN-MAX-W
                       MOVE NUM-SIN TO NUM-SIN-MAX-W
                     END-IF
                   ELSE
                     SET FIN-NUMEROTATION TO TRUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           MOVE 0 TO CR-SINDEC
           OPEN INPUT f-sindec
           IF CR-SINDEC < 10
             perform until EOF-SINDEC
               READ f-sindec
                 AT END
                   continue
                 NOT AT END
                   IF MAT-SIN-DC = KEY-ASSURES
                    AND NUM-SIN-DC NUMERIC
                    AND NUM-SIN-DC > NUM-SIN-MAX-W
                     MOVE NUM-SIN-DC TO NUM-SIN-MAX-W
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-sindec
           END-IF
           IF NUM-SIN-MAX-W = 9999
             MOVE 'NUMEROTATION DES SINISTRES EPUISEE'
               TO MOTIF-DECL-W
           END-IF
           .

      * Une declaration nouvelle (code a blanc en colonne 29) ; la
      * provision est posee par PROJSIN1 a l'ouverture.
       97000-ECRIT-DECLARATION.
           OPEN EXTEND f-sindec
           IF CR-SINDEC > 9
             DISPLAY 'ERROR DDSINDEC : ' CR-SINDEC
                     ' - DECLARATION NON ENREGISTREE'
           ELSE
             MOVE SPACE TO e-sindec
             MOVE KEY-ASSURES TO MAT-SIN-DC
             ADD 1 TO NUM-SIN-MAX-W GIVING NUM-SIN-DC
             MOVE ACCEPT-DATE-SIN-9 TO DATE-SIN-DC
             MOVE ACCEPT-TYPE-SIN TO TYPE-SIN-DC
             MOVE ACCEPT-MONTANT-9 TO MONTANT-SIN-DC
             MOVE ACCEPT-RESP TO RESP-SIN-DC
             MOVE 0 TO RESERVE-SIN-DC
             MOVE ACCEPT-RANG-V-9 TO RANG-V-SIN-DC
             MOVE 0 TO VALEUR-VENALE-SIN-DC
             WRITE e-sindec
             CLOSE f-sindec
             ADD 1 TO CPT-DECLARATIONS
             perform 97100-ECRIT-AUDIT-DECL
             perform 97200-ECRIT-NOTE-DECL
             DISPLAY 'SINISTRE ENREGISTRE - REFERENCE A RAPPELER : '
                     MAT-SIN-DC '/' NUM-SIN-DC
           END-IF
           .

      * La declaration s'audite sous l'identite de l'operateur,
      * image de l'enregistrement FSINIST en apres.
       97100-ECRIT-AUDIT-DECL.
           OPEN EXTEND f-audit
           IF CR-AUDIT = 0
             ACCEPT DATE-F FROM DATE YYYYMMDD
             ACCEPT TIME-F FROM TIME
             MOVE OPERATEUR-W TO OPERATEUR-AU
             MOVE DATE-F TO DATE-AU
             MOVE TIME-F TO HEURE-AU
             MOVE 'VSAM1' TO PROG-AU
             MOVE SPACE TO CLE-AU
             MOVE MAT-SIN-DC TO CLE-AU(1:6)
             MOVE 'SIN' TO CLE-AU(8:3)
             MOVE NUM-SIN-DC TO CLE-AU(11:4)
             MOVE SPACE TO IMAGE-AVANT-AU
             MOVE e-sindec TO IMAGE-APRES-AU
             WRITE e-audit
             CLOSE f-audit
           END-IF
           .

      * Les circonstances racontees par l'appelant restent sur la
      * police comme une note du centre d'appel, numero de sinistre
      * en tete.
       97200-ECRIT-NOTE-DECL.
           IF ACCEPT-CIRCONST NOT = SPACE AND CR-NOTES < 10
             MOVE KEY-ASSURES TO MAT-NT
             MOVE DATE-F TO DATE-NT
             MOVE TIME-F TO HEURE-NT
             MOVE OPERATEUR-W TO OPERATEUR-NT
             MOVE SPACE TO TEXTE-NT
             STRING 'SINISTRE ' NUM-SIN-DC ' : ' ACCEPT-CIRCONST
               DELIMITED BY SIZE INTO TEXTE-NT
             END-STRING
             WRITE e-note
               INVALID KEY
                 DISPLAY 'CIRCONSTANCES NON NOTEES SUR LA POLICE'
             END-WRITE
           END-IF
           .

      * Notes du centre d'appel de la police, en ordre
      * chronologique (l'ordre de la cle) : l'histoire de la police
      * suit la police, d'une equipe a l'autre.
           END-IF
           .

      * Courriers envoyes a l'assure, du plus ancien au plus recent :
      * le centre d'appel repond a "je n'ai rien recu" avec la date,
      * la reference et l'adresse du pli, et voit s'il est revenu
      * non distribuable.
       26500-AFFICHE-COURRIERS.
           IF CR-CORRES > 9
             continue
           ELSE
             MOVE 'N' TO FIN-CORRES-SW
             MOVE KEY-ASSURES TO MAT-CU
             MOVE 0 TO DATE-CU
             MOVE 0 TO SEQ-CU
             START f-corres KEY IS NOT LESS THAN CLE-X-CU
               INVALID KEY
                 SET FIN-CORRES TO TRUE
             END-START
             perform until FIN-CORRES
               READ f-corres NEXT RECORD
                 AT END
                   SET FIN-CORRES TO TRUE
                 NOT AT END
                   IF MAT-CU = KEY-ASSURES
                     perform 26600-AFFICHE-COURRIER
                   ELSE
                     SET FIN-CORRES TO TRUE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       26600-AFFICHE-COURRIER.
           MOVE DATE-CU TO DATE-CU-F
           EVALUATE TRUE
             WHEN DOC-AVIS-CU
               MOVE 'AVIS RENOUV' TO LIB-DOC-CU-F
             WHEN DOC-NON-RENOUV-CU
               MOVE 'NON-RENOUV' TO LIB-DOC-CU-F
             WHEN DOC-ATTESTATION-CU
               MOVE 'ATTESTATION' TO LIB-DOC-CU-F
             WHEN DOC-RELANCE-CU
               MOVE 'RELANCE' TO LIB-DOC-CU-F
             WHEN DOC-ACCUSE-SIN-CU
               MOVE 'ACCUSE SIN' TO LIB-DOC-CU-F
             WHEN DOC-RELEVE-INF-CU
               MOVE 'RELEVE INFO' TO LIB-DOC-CU-F
             WHEN DOC-RELEVE-CPT-CU
               MOVE 'RELEVE CPTE' TO LIB-DOC-CU-F
             WHEN DOC-QUITTANCE-CU
               MOVE 'QUITTANCE' TO LIB-DOC-CU-F
             WHEN DOC-CONDITIONS-CU
               MOVE 'COND. PART.' TO LIB-DOC-CU-F
             WHEN DOC-AVENANT-CU
               MOVE 'AVENANT' TO LIB-DOC-CU-F
             WHEN OTHER
               MOVE TYPE-DOC-CU TO LIB-DOC-CU-F
           END-EVALUATE
           MOVE REF-CU TO REF-CU-F
           MOVE RUE-CU TO RUE-CU-F
           MOVE CP-CU TO CP-CU-F
           IF PLI-RETOUR-NPAI-CU
             MOVE 'NPAI' TO RETOUR-CU-F
           ELSE
             MOVE SPACE TO RETOUR-CU-F
           END-IF
           DISPLAY FORMAT-LIGNE-COURRIER
           .

      * Saisie d'une note libre sur la police, auditee comme une
      * mise a jour : operateur, matricule, texte.
       70000-TRAITEMENT-NOTE.
           IF MODE-IMMAT
             CLOSE f-immidx
           END-IF
           IF MODE-REVUE
             CLOSE f-revue
           END-IF
           IF MODE-DECLARATION
             DISPLAY 'DECLARATIONS ENREGISTREES : ' CPT-DECLARATIONS
           END-IF
           CLOSE IDX-ASSURES f-vehic f-assures4 f-sinist f-recev
                 f-conduc f-notes f-approb f-foyer f-consul f-corres
           STOP RUN
           .

           READ IDX-ASSURES
           EVALUATE TRUE
             WHEN ASSURES-OK
               perform 39000-ECRIT-CONSULTATION
               DISPLAY E-ASSURES
               perform 21500-AFFICHE-STATUT
               perform 22000-AFFICHE-VEHICULES
               perform 24000-AFFICHE-CREANCES
               perform 25000-AFFICHE-HISTO-PRIMES
               perform 26000-AFFICHE-NOTES
               perform 26500-AFFICHE-COURRIERS
             WHEN ASSURES-DUPLICATE-KEY
               DISPLAY "DUPLICATE KEY : " MATRICULE
             WHEN ASSURES-KEY-NOT-FOUND
                   MOVE EMAIL-A4 TO EMAIL-C-F
                   DISPLAY FORMAT-LIGNE-CONTACT
                 END-IF
                 IF NOT ENVOI-PAPIER-A4
                   IF ENVOI-COURRIEL-A4
                     MOVE 'COURRIEL' TO ENVOI-C-F
                   ELSE
                     MOVE 'COURRIEL ET PAPIER' TO ENVOI-C-F
                   END-IF
                   DISPLAY FORMAT-LIGNE-ENVOI
                 END-IF
                 IF RIB-A4 NOT = SPACE
                   MOVE RIB-A4 TO RIB-C-F
                   DISPLAY FORMAT-LIGNE-RIB
                 END-IF
                 IF FOYER-A4 NUMERIC AND FOYER-A4 > 0
                   perform 21700-AFFICHE-FOYER
                 END-IF
             END-READ
           END-IF
           .

      * Autres polices du foyer de la fiche, avec le nom de leur
      * assure relu au master ; une police seule a son adresse
      * n'affiche rien.
       21700-AFFICHE-FOYER.
           IF CR-FOYER > 9
             continue
           ELSE
             MOVE FOYER-A4 TO FOYER-FO
             MOVE MAT-A4 TO MAT-FICHE-W
             READ f-foyer
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF NB-POLICES-FO > 1
                   MOVE FOYER-FO TO FOYER-F
                   MOVE NB-POLICES-FO TO NB-POLICES-FOYER-F
                   DISPLAY FORMAT-LIGNE-FOYER
                   PERFORM VARYING IDX-FOYER FROM 1 BY 1
                             UNTIL IDX-FOYER > 10
                               OR IDX-FOYER > NB-POLICES-FO
                     IF MAT-POLICE-FO(IDX-FOYER) NOT = MAT-FICHE-W
                       perform 21750-AFFICHE-MEMBRE
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-IF
           .

       21750-AFFICHE-MEMBRE.
           MOVE MAT-POLICE-FO(IDX-FOYER) TO MAT-A4
           MOVE MAT-A4 TO MAT-MEMBRE-F
           READ f-assures4
             INVALID KEY
               MOVE SPACE TO NOM-MEMBRE-F
             NOT INVALID KEY
               MOVE NOM-PRE-A4 TO NOM-MEMBRE-F
           END-READ
           DISPLAY FORMAT-LIGNE-MEMBRE
           .

      * Affiche les vehicules assures de la police, avec leur
      * identification, a la suite de la fiche.
       22000-AFFICHE-VEHICULES.
