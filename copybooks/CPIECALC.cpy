      * CPIECALC - Zone d'appel du module CTRLPIEC (pieces
      * justificatives encore manquantes a un sinistre). Sinistre
      * vise par matricule, numero et type ; FACTURE-GARAGE a O
      * quand la facture de reparation vient du garage (paiement
      * direct, ou sinistre confie a un garage du reseau).
           02 MAT-PQ                 PIC 9(6).
           02 NUM-SIN-PQ             PIC 9(4).
           02 TYPE-SIN-PQ            PIC X(1).
           02 FACTURE-GARAGE-PQ      PIC X(1).
             88 FACTURE-PAR-GARAGE-PQ VALUE 'O'.
      * Retour : C pieces obligatoires toutes recues, M au moins une
      * manque, I liste des pieces absente (rien n'est exige).
           02 RESULTAT-PQ            PIC X(1).
             88 PIECES-COMPLETES-PQ  VALUE 'C'.
             88 PIECES-MANQUANTES-PQ VALUE 'M'.
             88 LISTE-INDISPONIBLE-PQ VALUE 'I'.
      * Pieces manquantes (obligatoires puis utiles, 10 au plus) ;
      * NB-OBLIG-PQ compte les seules obligatoires.
           02 NB-MANQUANTES-PQ       PIC 9(2).
           02 NB-OBLIG-PQ            PIC 9(2).
           02 MANQUANTE-PQ OCCURS 10.
             03 CODE-PIECE-PQ        PIC X(2).
             03 LIBELLE-PQ           PIC X(30).
             03 OBLIGATOIRE-PQ       PIC X(1).
