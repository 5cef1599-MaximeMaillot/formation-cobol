      * CGARLIB - Catalogue des garanties, dans l'ordre des postes de
      * CGARANT et des zones GARANTIE-MVT : code court, libelle et
      * poids de la garantie en pourcentage de la prime tous
      * risques (somme des poids : 100). La prime d'un vehicule est
      * la prime tous risques du tarif multipliee par la somme des
      * poids de ses garanties en vigueur, sur 100 (voir CALCGAR).
      * A redefinir par le programme qui l'inclut, comme le libelle
      * des jours WEEKDAY.
           05 PIC X(3)  VALUE 'RC'.
           05 PIC X(17) VALUE 'RESP. CIVILE'.
           05 PIC 9(2)  VALUE 40.
           05 PIC X(3)  VALUE 'VOL'.
           05 PIC X(17) VALUE 'VOL'.
           05 PIC 9(2)  VALUE 15.
           05 PIC X(3)  VALUE 'INC'.
           05 PIC X(17) VALUE 'INCENDIE'.
           05 PIC 9(2)  VALUE 10.
           05 PIC X(3)  VALUE 'BDG'.
           05 PIC X(17) VALUE 'BRIS DE GLACE'.
           05 PIC 9(2)  VALUE 10.
           05 PIC X(3)  VALUE 'DTA'.
           05 PIC X(17) VALUE 'DOMMAGES TS ACC.'.
           05 PIC 9(2)  VALUE 25.
