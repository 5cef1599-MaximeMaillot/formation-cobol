      * CGARAGE - Referentiel des garages reparateurs (fichier
      * DDGARAG), cle code garage. Tenu par PROJGARM (creation,
      * modification, coordonnees bancaires, agrement), consulte par
      * PROJSIN1 pour le garage designe sur le sinistre et par
      * PROJSINP pour le paiement direct des factures de reparation.
           02 CODE-GR                PIC X(5).
           02 NOM-GR                 PIC X(20).
           02 ADRESSE-GR             PIC X(16).
           02 CP-GR                  PIC X(5).
           02 VILLE-GR               PIC X(10).
      * RIB du garage (banque, guichet, compte, cle), destinataire
      * du virement de la facture payee en direct.
           02 RIB-GR                 PIC X(23).
      * Agrement : E en attente (garage cree, pas encore agree), A
      * agree (paiement direct accepte), S suspendu, R retire.
           02 STATUT-GR              PIC X(1).
             88 GARAGE-EN-ATTENTE    VALUE 'E'.
             88 GARAGE-AGREE         VALUE 'A'.
             88 GARAGE-SUSPENDU      VALUE 'S'.
             88 GARAGE-RETIRE        VALUE 'R'.
