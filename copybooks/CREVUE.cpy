      * CREVUE - Revue de souscription avant renouvellement (fichier
      * DDREVUE), cle matricule + echeance a venir. Alimente par
      * PROJREVU, qui y pose chaque mois les polices a mauvais
      * profil dont l'anniversaire approche ; le souscripteur y
      * porte sa decision en mode 9 de VSAM1 ; PROJREVM la
      * transforme en mouvement pour la chaine a l'echeance, et
      * PROJAVIS en tient compte pour l'avis de renouvellement.
           02 CLE-RV.
             03 MAT-RV               PIC 9(6).
             03 ECHEANCE-RV          PIC 9(8).
           02 CLE-X-RV REDEFINES CLE-RV
                                     PIC X(14).
           02 DATE-LISTE-RV          PIC 9(8).
      * Motifs de la mise en revue, releves au dernier passage de
      * PROJREVU : sinistres responsables de la periode observee,
      * S/P de la periode en pourcentage, creances relancees,
      * conducteur ajoute recemment (O/N).
           02 NB-SIN-RESP-RV         PIC 9(2).
           02 RATIO-SP-RV            PIC 9(4).
           02 NB-RELANCES-RV         PIC 9(2).
           02 COND-RECENT-RV         PIC X(1).
      * Decision du souscripteur : blanc a decider, R renouveler
      * aux conditions en place, M renouveler avec majoration de
      * la prime, N ne pas renouveler.
           02 DECISION-RV            PIC X(1).
             88 DECISION-A-PRENDRE   VALUE ' '.
             88 DECISION-RENOUVELER  VALUE 'R'.
             88 DECISION-MAJORER     VALUE 'M'.
             88 DECISION-NON-RENOUV  VALUE 'N'.
           02 MAJORATION-PCT-RV      PIC 9(2).
           02 SOUSCRIPTEUR-RV        PIC X(8).
           02 DATE-DECISION-RV       PIC 9(8).
      * Etat de la revue : L listee (decision attendue), D decidee,
      * T transmise a la chaine (mouvement emis par PROJREVM).
           02 STATUT-RV              PIC X(1).
             88 REVUE-LISTEE         VALUE 'L'.
             88 REVUE-DECIDEE        VALUE 'D'.
             88 REVUE-TRANSMISE      VALUE 'T'.
           02                        PIC X(29).
