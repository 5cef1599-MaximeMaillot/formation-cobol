      * CGARHIS - Historique des factures de garages (DDGARHIS,
      * ouvert en EXTEND par PROJSINP) : une ligne par facture d'un
      * garage connu du referentiel, payee ou mise en litige avec
      * son motif. Releve mensuel par garage de PROJGARS.
           02 GARAGE-GH              PIC X(5).
           02 MAT-GH                 PIC 9(6).
           02 NUM-SIN-GH             PIC 9(4).
           02 NUM-FACTURE-GH         PIC X(10).
           02 DATE-FACTURE-GH        PIC 9(8).
           02 DATE-TRAITEMENT-GH     PIC 9(8).
           02 MONTANT-FACTURE-GH     PIC 9(6)V9(2).
           02 MONTANT-PAYE-GH        PIC 9(6)V9(2).
      * Franchise du vehicule refacturee a l'assure (DDRECEV).
           02 FRANCHISE-GH           PIC 9(4)V9(2).
           02 STATUT-GH              PIC X(1).
             88 FACTURE-PAYEE-GH     VALUE 'P'.
             88 FACTURE-LITIGE-GH    VALUE 'L'.
           02 MOTIF-GH               PIC X(40).
