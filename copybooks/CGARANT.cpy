      * CGARANT - Garanties souscrites d'un vehicule (fichier
      * DDGARANT), cle matricule + rang comme ASSURVEH. Un poste par
      * garantie du catalogue CGARLIB (1 RC, 2 vol, 3 incendie,
      * 4 bris de glace, 5 dommages tous accidents), avec sa periode
      * de souscription et sa part de la prime du vehicule. Tenu par
      * la chaine depuis les zones garanties du mouvement, reventile
      * par la retarification, consulte par PROJSIN1 (couverture a
      * la date du sinistre), COB4 et PROJATTE (liste imprimee).
           02 CLE-GA.
             03 MAT-GA               PIC 9(6).
             03 RANG-GA              PIC 9(2).
           02 CLE-X-GA REDEFINES CLE-GA
                                     PIC X(8).
           02 GARANTIE-GA OCCURS 5.
      * Etat de la garantie : O en vigueur depuis DATE-DEBUT, N
      * sortie a DATE-FIN, blanc jamais souscrite.
             03 SOUSCRITE-GA         PIC X(1).
               88 GARANTIE-EN-VIGUEUR VALUE 'O'.
               88 GARANTIE-SORTIE    VALUE 'N'.
             03 DATE-DEBUT-GA        PIC 9(8).
             03 DATE-FIN-GA          PIC 9(8).
      * Part de PRIME-AV affectee a la garantie (zero hors vigueur).
             03 PRIME-GA             PIC 9(4)V9(2).
           02 DATE-MAJ-GA            PIC 9(8).
      * Prime tous risques d'ou la prime du vehicule est tiree (voir
      * CALCGAR) : celle du dernier mouvement, a zero tant que la
      * fiche n'a pas ete tenue par un mouvement.
           02 PRIME-TR-GA            PIC 9(4)V9(2).
           02                        PIC X(23).
