      * CCAISSE - Journal de caisse des guichets d'agence (fichier
      * DDCAISSE, un fichier par journee, ouvert en EXTEND par
      * PROJCAIS). Une ligne R par recu delivre, une ligne F a
      * l'arrete de caisse de l'operateur, quand le comptage
      * physique a equilibre le journal. Les recus partent dans les
      * reglements de la nuit (PROJBANQ vers DDPAIEM).
           02 TYPE-CA                PIC X(1).
             88 LIGNE-RECU           VALUE 'R'.
             88 LIGNE-FERMETURE      VALUE 'F'.
           02 DATE-CA                PIC 9(8).
           02 HEURE-CA               PIC 9(6).
           02 OPERATEUR-CA           PIC X(8).
      * Agence de l'operateur (blanc pour le siege).
           02 AGENCE-CA              PIC X(2).
      * Recu : numero dans la journee de l'operateur, creance reglee
      * (matricule + date de quittance), moyen de paiement, montant
      * et, pour un cheque, son numero.
           02 DETAIL-RECU-CA.
             03 NUM-RECU-CA          PIC 9(4).
             03 MAT-CA               PIC 9(6).
             03 DATE-QUIT-CA         PIC 9(8).
             03 MODE-CA              PIC X(1).
               88 PAIEMENT-ESPECES   VALUE 'E'.
               88 PAIEMENT-CHEQUE    VALUE 'C'.
             03 MONTANT-CA           PIC 9(7)V9(2).
             03 NUM-CHEQUE-CA        PIC X(10).
             03                      PIC X(17).
      * Arrete : totaux du journal de l'operateur, egaux au comptage.
           02 DETAIL-FERMETURE-CA REDEFINES DETAIL-RECU-CA.
             03 NB-RECUS-CA          PIC 9(4).
             03 NB-CHEQUES-CA        PIC 9(4).
             03 TOTAL-ESPECES-CA     PIC 9(7)V9(2).
             03 TOTAL-CHEQUES-CA     PIC 9(7)V9(2).
             03                      PIC X(29).
