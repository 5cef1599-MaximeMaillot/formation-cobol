      * CVALVEH - Enregistrement du referentiel des valeurs de
      * vehicules (fichier DDVALVEH, 80 octets), tenu par le service
      * indemnisation (PROJVALM). Une classe par type de vehicule
      * (V M U C, comme TYPE-V-AV) et groupe de tarification du
      * modele (GROUPE-MD de CMODELE) ; le groupe 00 vaut pour les
      * vehicules du type sans modele connu ou dont le groupe n'a
      * pas de classe propre. La valeur a neuf de la classe decote
      * selon l'age du vehicule en annees pleines depuis sa premiere
      * mise en circulation : TAUX-AGE-VL donne le pourcentage de la
      * valeur a neuf retenu a 0 an, 1 an ... 10 ans et plus, sans
      * descendre sous la valeur plancher. Un montant de sinistre
      * au-dela de SEUIL-PERTE-VL pour cent de cette valeur classe
      * le sinistre en perte totale (seuil a zero : 70 %).
           02 CLE-VL.
             03 TYPE-V-VL            PIC X(1).
             03 GROUPE-VL            PIC 9(2).
           02 CLE-X-VL REDEFINES CLE-VL
                                     PIC X(3).
           02 LIBELLE-VL             PIC X(20).
           02 VALEUR-NEUF-VL         PIC 9(6)V9(2).
           02 VALEUR-PLANCHER-VL     PIC 9(5)V9(2).
           02 SEUIL-PERTE-VL         PIC 9(3).
      * Decote : a zero au premier age, la classe vient d'etre
      * creee et attend sa regle ; elle ne valorise rien.
           02 TAUX-DECOTE-VL.
             03 TAUX-AGE-VL          PIC 9(3) OCCURS 11.
           02                        PIC X(6).
