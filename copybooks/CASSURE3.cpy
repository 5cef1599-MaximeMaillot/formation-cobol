           02 RIB-A3                 PIC X(23).
      * Signal NPAI de la veille (voir CASSURE4).
           02 ADRESSE-INVALIDE-A3    PIC X(1).
      * Foyer de la police (voir CASSURE4).
           02 FOYER-A3               PIC 9(6).
      * Mode d'envoi des documents (voir CASSURE4).
           02 PREF-ENVOI-A3          PIC X(1).
