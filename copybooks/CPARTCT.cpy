      * CPARTCT - Totaux de controle d'une partition du run de nuit
      * (fichier DDPARTCT, un enregistrement ecrit en fin de run par
      * PROJETM lance en partition). La fusion (PROJPFUS) lit ceux
      * de toutes les partitions, concatenes, pour le bloc PROJSTAT
      * consolide et la balance generale de l'ASSUR4.
           02 NUM-PARTITION-PC       PIC 9(1).
           02 MAT-DEBUT-PC           PIC 9(6).
           02 MAT-FIN-PC             PIC 9(6).
           02 DATE-PC                PIC 9(8).
           02 HEURE-DEBUT-PC         PIC 9(6).
           02 HEURE-FIN-PC           PIC 9(6).
      * O : la partition a abandonne (incident fichier ou balance
      * fausse), son ASSUR4 n'est pas fiable.
           02 ABANDON-PC             PIC X(1).
             88 PARTITION-ABANDONNEE VALUE 'O'.
           02 RC-PC                  PIC 9(2).
      * Tableau a plat des compteurs de statistiques de PROJETM
      * (positions 11 a 35 editees dans PROJSTAT).
           02 CPT-STATS-PC           PIC 9(6) OCCURS 35.
      * Balance de la partition : fiches attendues sur l'ASSUR4 et
      * fiches comptees comme ecrites (transferts sortants compris).
           02 BALANCE-ATTENDU-PC     PIC 9(7).
           02 BALANCE-REEL-PC        PIC 9(7).
           02 CPT-MVT-REPORTES-PC    PIC 9(6).
           02 CPT-AVOIRS-PC          PIC 9(6).
           02 CPT-AVOIRS-NP-PC       PIC 9(6).
           02 TOTAL-REMBOURSE-PC     PIC 9(9)V9(2).
           02 TOTAL-PRIME-PC         PIC 9(9)V9(2).
           02 CPT-AJUST-DEBIT-PC     PIC 9(6).
           02 CPT-AJUST-CREDIT-PC    PIC 9(6).
           02 CPT-AJUST-NP-PC        PIC 9(6).
           02 TOTAL-AJUST-DEBIT-PC   PIC 9(9)V9(2).
           02 TOTAL-AJUST-CREDIT-PC  PIC 9(9)V9(2).
      * Fiches transferees vers un matricule d'une partition
      * suivante, ecrites dans DDTRFPAR au lieu de l'ASSUR4.
           02 CPT-TRF-SORTANT-PC     PIC 9(6).
           02                        PIC X(54).
