      * CPIELST - Liste des pieces justificatives par type de
      * sinistre (fichier DDPIELST, 80 octets), tenue par le service
      * indemnisation. Une ligne par piece attendue : le reglement
      * (PROJSINP) est refuse tant qu'une piece obligatoire du type
      * du sinistre n'est pas arrivee au fichier des pieces recues
      * DDPIECES (saisie du courrier, PROJPIEC) ; l'assure recoit la
      * liste de ce qui manque (PROJPIEL) et les sinistres bloques
      * sont suivis chaque semaine (PROJPIEB).
      * Type de sinistre comme TYPE-SIN : C B V I.
           02 TYPE-SIN-PL            PIC X(1).
           02 CODE-PIECE-PL          PIC X(2).
           02 LIBELLE-PL             PIC X(30).
      * O piece obligatoire au reglement ; N piece utile, demandee
      * a l'assure mais qui ne bloque pas le paiement.
           02 OBLIGATOIRE-PL         PIC X(1).
             88 PIECE-OBLIGATOIRE-PL VALUE 'O'.
      * F facture de reparation : sur un sinistre confie a un
      * garage du reseau, c'est la facture du garage (DDGARFAC)
      * qui la fournit, elle n'est pas demandee a l'assure.
           02 NATURE-PL              PIC X(1).
             88 PIECE-FACTURE-PL     VALUE 'F'.
           02                        PIC X(45).
