      * CMODELE - Enregistrement du referentiel des modeles de
      * vehicule (fichier DDMODELE, 80 octets), tenu par l'actuariat
      * comme DDZONES et DDAGEBAR : code modele, marque, libelle du
      * modele, puissance fiscale et groupe de tarification avec son
      * coefficient (3 chiffres centiemes compris, 115 = 1,15).
      * Consomme par la chaine (controle du code modele des
      * mouvements), par la retarification, les devis et VSAM1.
           02 CODE-MODELE-MD         PIC X(5).
           02 MARQUE-MD              PIC X(15).
           02 LIBELLE-MODELE-MD      PIC X(20).
           02 PUISSANCE-FISC-MD      PIC 9(2).
           02 GROUPE-MD              PIC 9(2).
           02 COEFF-GROUPE-MD        PIC 9V9(2).
           02                        PIC X(33).
