      * CTAXDET - Detail de la taxe d'assurance des quittances
      * (fichier DDTAXDET, ouvert en EXTEND par COB4) : une ligne par
      * quittance et par garantie taxee, avec la base HT et la taxe,
      * pour la declaration trimestrielle PROJTAXE.
           02 MAT-TD                 PIC 9(6).
           02 DATE-TD                PIC 9(8).
      * Poste de la garantie au catalogue CGARLIB et taux applique.
           02 GARANTIE-TD            PIC 9(1).
           02 CODE-GAR-TD            PIC X(3).
           02 TAUX-TD                PIC 9(2)V9(2).
           02 BASE-TD                PIC 9(7)V9(2).
           02 TAXE-TD                PIC 9(7)V9(2).
           02                        PIC X(40).
