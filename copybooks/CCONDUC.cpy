           02 NOM-CD                 PIC X(20).
           02 DATE-NAIS-CD           PIC 9(8).
           02 DATE-PERMIS-CD         PIC 9(8).
      * Date d'ajout du conducteur a la police (date du run qui a
      * cree l'enregistrement) ; zero pour les conducteurs
      * anterieurs a la date. Sert a la revue de souscription.
           02 DATE-AJOUT-CD          PIC 9(8).
           02                        PIC X(28).
