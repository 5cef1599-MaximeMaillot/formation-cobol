           02 DEPT-DV                PIC 9(2).
           02 USAGE-DV               PIC X(1).
           02 FREQ-DV                PIC X(1).
      * Prime tous risques du bareme ; la prime totale est celle des
      * garanties du devis (voir CALCGAR), bonus/malus compris.
           02 PRIME-BASE-DV          PIC 9(4)V9(2).
           02 BM-DV                  PIC X(1).
           02 TAUX-DV                PIC 9(2).
           02 PRIME-TOTALE-DV        PIC 9(5)V9(2).
      * Statut : E devis emis, C converti en mouvement 'C', P
      * perime (constate a la conversion, ou pose par la relance
      * hebdomadaire PROJDEVR des la date de validite depassee).
           02 STATUT-DV              PIC X(1).
             88 DEVIS-EMIS           VALUE 'E'.
             88 DEVIS-CONVERTI       VALUE 'C'.
             88 DEVIS-PERIME         VALUE 'P'.
      * Modele du vehicule au referentiel DDMODELE (voir CMODELE),
      * repris sur le mouvement 'C' a la conversion ; blanc : non
      * renseigne.
           02 CODE-MODELE-DV         PIC X(5).
      * Partenaire apporteur du prospect (code du canal, blanc :
      * non renseigne).
           02 PARTENAIRE-DV          PIC X(5).
      * Poses par PROJDEVC a la conversion : matricule attribue a la
      * police et delai en jours depuis l'emission du devis. Zero :
      * devis non converti ou converti avant le suivi.
           02 MAT-CONVERSION-DV      PIC 9(6).
           02 DELAI-CONVERSION-DV    PIC 9(3).
      * Garanties du devis, ordre du catalogue CGARLIB (O comprise,
      * RC toujours), reprises sur le mouvement 'C'. Les devis
      * anterieurs aux garanties sont passes a 'OOOOO' (tous
      * risques, comme leur prime) par la bascule PROJRFMT DDDEVIS.
           02 GARANTIES-DV           PIC X(5).
