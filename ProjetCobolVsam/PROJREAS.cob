      * Carte parametre : seuil de retention en colonnes 1-7 (7
      * chiffres centimes compris, 0080000 = 800,00) et taux de
      * cession en colonnes 8-11 (4 chiffres centiemes compris,
      * 3000 = 30,00 %). Absente, valeurs de repli. Les colonnes
      * 12-19 portent la retention par sinistre de l'excedent, lue
      * par PROJREAR pour les recuperations sur sinistres.
           SELECT OPTIONAL f-param ASSIGN REASPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.
