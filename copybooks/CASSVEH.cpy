      * sinistre la deduit du montant paye au lieu du calcul a la
      * main sur l'annexe papier.
           02 FRANCHISE-AV           PIC 9(4)V9(2).
      * Remise multi-polices du foyer posee par la retarification
      * sur les vehicules des polices du foyer autres que la
      * premiere (voir CFOYER) : PRIME-AV est nette des deux
      * remises, chacune reste visible pour la quittance.
           02 REMISE-FOYER-AV        PIC 9(4)V9(2).
      * Modele du vehicule au referentiel DDMODELE (voir CMODELE) ;
      * blanc : modele non renseigne, coefficient de groupe 1,00.
      * Le coefficient de groupe retenu a la derniere tarification
      * est garde pour que le devis VSAM1 puisse repartir de la
      * prime hors groupe.
           02 CODE-MODELE-AV         PIC X(5).
           02 COEFF-MODELE-AV        PIC 9V9(2).
           02                        PIC X(9).
