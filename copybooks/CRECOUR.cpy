      * CRECOUR - Dossier de recours (fichier DDRECOUR), cle
      * matricule + numero de sinistre. Ouvert par PROJSINP au
      * premier reglement d'un sinistre non responsable, le montant
      * reclame a l'assureur du tiers suivant ce qui a ete paye ;
      * les encaissements du recours y sont imputes par PROJRECO.
           02 CLE-RO.
             03 MAT-RO               PIC 9(6).
             03 NUM-SIN-RO           PIC 9(4).
           02 CLE-X-RO REDEFINES CLE-RO
                                     PIC X(10).
           02 ASSUREUR-RO            PIC X(10).
           02 TYPE-SIN-RO            PIC X(1).
           02 DATE-OUVERTURE-RO      PIC 9(8).
           02 MONTANT-RECLAME-RO     PIC 9(7)V9(2).
           02 MONTANT-RECOUVRE-RO    PIC 9(7)V9(2).
           02 NB-ENCAISSEMENTS-RO    PIC 9(3).
           02 DATE-DERNIER-ENC-RO    PIC 9(8).
      * O recours en cours, S solde (tout le reclame recouvre).
      * Un nouveau reglement sur un recours solde le rouvre.
           02 STATUT-RO              PIC X(1).
             88 RECOURS-EN-COURS     VALUE 'O'.
             88 RECOURS-SOLDE        VALUE 'S'.
           02 DATE-STATUT-RO         PIC 9(8).
           02                        PIC X(13).
