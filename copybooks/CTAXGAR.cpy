      * CTAXGAR - Taux de la taxe sur les conventions d'assurance par
      * garantie, dans l'ordre des postes de CGARANT et du catalogue
      * CGARLIB : code court et taux en pourcentage de la prime HT
      * (la responsabilite civile porte en plus la contribution
      * obligatoire). Un vehicule sans fiche garanties est taxe en
      * entier au taux du premier poste. A redefinir par le
      * programme qui l'inclut, comme CGARLIB.
           05 PIC X(3)  VALUE 'RC'.
           05 PIC 9(2)V9(2) VALUE 33,00.
           05 PIC X(3)  VALUE 'VOL'.
           05 PIC 9(2)V9(2) VALUE 18,00.
           05 PIC X(3)  VALUE 'INC'.
           05 PIC 9(2)V9(2) VALUE 18,00.
           05 PIC X(3)  VALUE 'BDG'.
           05 PIC 9(2)V9(2) VALUE 18,00.
           05 PIC X(3)  VALUE 'DTA'.
           05 PIC 9(2)V9(2) VALUE 18,00.
