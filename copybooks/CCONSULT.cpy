      * CCONSULT - Journal des consultations de polices (DDCONSUL,
      * ouvert en EXTEND par VSAM1). Une ligne par fiche affichee :
      * operateur et son agence, date et heure, matricule, agence
      * de la police et option du menu. Exploite chaque semaine par
      * PROJCONS (volumes anormaux, consultations hors agence, qui
      * a consulte telle police).
           02 OPERATEUR-CS           PIC X(8).
           02 AGENCE-OP-CS           PIC X(2).
           02 DATE-CS                PIC 9(8).
           02 HEURE-CS               PIC 9(6).
           02 MAT-CS                 PIC 9(6).
      * Agence de la police au moment de la consultation (blanc si
      * la fiche est absente du master).
           02 AGENCE-POL-CS          PIC X(2).
      * Option du menu de VSAM1 : 1 recherche interactive, 2 liste,
      * 3 mise a jour, 4 nom, 5 devis, 6 immatriculation, 9 revue
      * de souscription, 0 declaration de sinistre.
           02 MODE-CS                PIC 9(1).
             88 CONSULT-PAR-LISTE    VALUE 2.
           02 PROG-CS                PIC X(8).
           02                        PIC X(39).
