      * l'ouverture, ajustee par les mises a jour, reduite par les
      * reglements, a zero a la cloture.
           02 RESERVE-SIN            PIC 9(6)V9(2).
      * Rang du vehicule sinistre sur la police (cle ASSURVEH et
      * DDGARANT) ; zero sur les sinistres anterieurs, vehicule 1.
           02 RANG-V-SIN             PIC 9(2).
      * Assureur du tiers (code ou sigle, colonnes 40-49 de la
      * declaration) : sur un sinistre non responsable, c'est
      * aupres de lui que s'exerce le recours (DDRECOUR).
           02 ASSUREUR-TIERS-SIN     PIC X(10).
      * Garage reparateur designe (referentiel DDGARAG, colonnes
      * 50-54 de la declaration) : sa facture est payee en direct
      * par PROJSINP. Blanc : l'assure est indemnise.
           02 GARAGE-SIN             PIC X(5).
      * Perte totale du vehicule : O quand le montant du sinistre a
      * depasse le seuil de sa classe au referentiel des valeurs
      * (VALVEH), pose par PROJSIN1 ou PROJSINP avec la valeur
      * venale retenue. La provision est alors plafonnee a cette
      * valeur (l'indemnite nette, franchise deduite, a la valeur
      * moins la franchise) et le vehicule quitte la police par un
      * mouvement 'S' de motif P. Blanc : pas de perte totale.
           02 PERTE-TOTALE-SIN       PIC X(1).
             88 SIN-PERTE-TOTALE     VALUE 'O'.
           02 VALEUR-VENALE-SIN      PIC 9(6)V9(2).
           02                        PIC X(17).
