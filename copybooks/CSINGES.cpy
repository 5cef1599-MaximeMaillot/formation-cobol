      * CSINGES - Dossier de gestion d'un sinistre (fichier
      * DDSINGES), cle matricule + numero de sinistre comme
      * DDSINIST. Ouvert par PROJSIN1 a la declaration avec le
      * gestionnaire designe par la table des regles d'affectation
      * (DDGESREG), reaffecte par PROJGESM, date a chaque
      * intervention sur le sinistre (PROJSIN1, PROJSINP) pour le
      * suivi hebdomadaire de la charge des gestionnaires PROJGESR.
           02 CLE-GS.
             03 MAT-GS               PIC 9(6).
             03 NUM-SIN-GS           PIC 9(4).
           02 CLE-X-GS REDEFINES CLE-GS
                                     PIC X(10).
      * Gestionnaire : code operateur (DDOPER). Blanc : aucune regle
      * ne couvrait le sinistre, il attend son affectation.
           02 GESTION-GS             PIC X(8).
      * Origine de l'affectation : R regle, M reaffectation.
           02 ORIGINE-GS             PIC X(1).
             88 AFFECT-REGLE-GS      VALUE 'R'.
             88 AFFECT-MANUELLE-GS   VALUE 'M'.
           02 DATE-AFFECT-GS         PIC 9(8).
      * Ouverture du dossier (declaration ; date du sinistre pour un
      * sinistre anterieur a la gestion), derniere intervention,
      * cloture (zero tant que le sinistre est ouvert).
           02 DATE-OUVERT-GS         PIC 9(8).
           02 DATE-ACTIV-GS          PIC 9(8).
           02 DATE-CLOT-GS           PIC 9(8).
      * Derniere lettre a l'assure sur les pieces justificatives
      * manquantes (PROJPIEL), zero si aucune.
           02 DATE-LETTRE-PIECES-GS  PIC 9(8).
           02                        PIC X(21).
