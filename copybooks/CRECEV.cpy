      * matricule + date d'emission. Alimente par les creances des
      * quittances de COB4 et par les avoirs de resiliation prorata
      * de la chaine (PROJETM), solde par les reglements et balaye
      * pour les relances par PROJRECV, rouvert par les rejets de
      * prelevement (PROJREJP).
           02 CLE-RC.
             03 MAT-RC               PIC 9(6).
             03 DATE-RC              PIC 9(8).
      * (1 a 4) : la meme penalite ne se reapplique pas a chaque
      * run de recouvrement.
           02 NIVEAU-RELANCE-RC      PIC 9(1).
      * Prelevement rejete par la banque (PROJREJP) : la creance
      * se rouvre, les frais de rejet s'ajoutent au du (detailles
      * ici comme les penalites), le nombre de rejets, le dernier
      * motif bancaire et sa date sont gardes. Zero et blancs pour
      * une creance jamais rejetee.
           02 FRAIS-REJET-RC         PIC 9(3)V9(2).
           02 NB-REJETS-RC           PIC 9(1).
           02 MOTIF-REJET-RC         PIC X(4).
           02 DATE-REJET-RC          PIC 9(8).
      * Taxe d'assurance comprise dans MONTANT-DU-RC (quittance ou
      * appel de prime), zero pour un avoir ou un ajustement.
           02 TAXE-RC                PIC 9(5)V9(2).
      * Origine de la creance, pour le rapprochement de l'auxiliaire
      * clients avec la comptabilite (PROJAUXI) : Q quittance COB4
      * (comptabilisee par PROJCPTA), P appel de prime preleve
      * (PROJPREL), A avoir de resiliation et J ajustement de prime
      * (chaine), F franchise refacturee apres paiement direct d'un
      * garage (PROJSINP, comptabilisee par PROJCPTA). Blanc pour
      * les creances anterieures a la zone.
           02 ORIGINE-RC             PIC X(1).
             88 ORIGINE-QUITTANCE    VALUE 'Q'.
             88 ORIGINE-APPEL        VALUE 'P'.
             88 ORIGINE-AVOIR        VALUE 'A'.
             88 ORIGINE-AJUSTEMENT   VALUE 'J'.
             88 ORIGINE-FRANCHISE    VALUE 'F'.
             88 ORIGINE-INCONNUE     VALUE ' '.
           02                        PIC X(16).
