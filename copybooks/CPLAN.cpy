      * CPLAN - Echeancier de paiement negocie (fichier DDECHEAN), cle
      * matricule. Pose par le recouvrement (PROJECHE) sur des
      * creances de DDRECEV deja en relance : tant qu'il est tenu,
      * PROJRECV n'envoie ni relance ni penalite et ne suspend pas
      * la police pour les creances couvertes ; les reglements de
      * ces creances s'imputent sur les echeances dans l'ordre. Une
      * echeance restee impayee au-dela du delai de grace rompt
      * l'echeancier et la relance reprend au niveau atteint.
           02 MAT-PL                 PIC 9(6).
           02 MAT-X-PL REDEFINES MAT-PL
                                     PIC X(6).
           02 DATE-ACCORD-PL         PIC 9(8).
      * A echeancier en cours, T termine (echeances reglees ou
      * creances soldees), R rompu. Date du passage a T ou R.
           02 STATUT-PL              PIC X(1).
             88 PLAN-ACTIF           VALUE 'A'.
             88 PLAN-TERMINE         VALUE 'T'.
             88 PLAN-ROMPU           VALUE 'R'.
           02 DATE-STATUT-PL         PIC 9(8).
      * Creances couvertes : dates des quittances du matricule.
           02 NB-CREANCES-PL         PIC 9(2).
           02 DATE-QUIT-PL           PIC 9(8) OCCURS 8.
      * Echeances convenues, dans l'ordre des dates, et ce qui en
      * a ete regle.
           02 NB-ECHEANCES-PL        PIC 9(2).
           02 ECHEANCE-PL OCCURS 12.
             03 DATE-ECH-PL          PIC 9(8).
             03 MONTANT-ECH-PL       PIC 9(5)V9(2).
             03 REGLE-ECH-PL         PIC 9(5)V9(2).
           02                        PIC X(45).
