      * signal). Blanc ou N : adresse reputee bonne.
           02 ADRESSE-INVALIDE-A4    PIC X(1).
             88 ADRESSE-INVALIDE-NPAI VALUE 'O'.
      * Foyer de la police : polices a la meme adresse normalisee,
      * identifiees par le plus petit matricule du foyer (fichier
      * DDFOYER, recalcule par PROJFOYR). Zero ou blancs : foyer
      * pas encore calcule (creation du jour, fiche anterieure).
           02 FOYER-A4               PIC 9(6).
      * Mode d'envoi des documents choisi par l'assure : P ou blanc
      * papier (fiches anterieures au choix), E courriel seul, D
      * courriel et papier. Pose par le mouvement et les demandes
      * internet, repasse a P quand le prestataire de courriel
      * renvoie l'adresse en erreur (PROJRCEL).
           02 PREF-ENVOI-A4          PIC X(1).
             88 ENVOI-PAPIER-A4      VALUES 'P' ' '.
             88 ENVOI-COURRIEL-A4    VALUE 'E'.
             88 ENVOI-DOUBLE-A4      VALUE 'D'.
