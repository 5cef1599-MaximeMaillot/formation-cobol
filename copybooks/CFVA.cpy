      * CFVA - Declaration des vehicules assures au fichier
      * national (DDFVAJOU quotidien, DDFVASTK stock mensuel) et
      * retour d'acquittement du fichier national (DDFVAACQ), meme
      * enregistrement de 80 octets : le fichier national renvoie
      * chaque ligne recue avec son code retour.
      * Une entete '0' (assureur declarant, date, nature J ou S) et
      * une fin '9' (nombre de lignes) encadrent les lignes, comme
      * le fichier des mouvements.
           02 TYPE-FV                PIC X(1).
             88 ENTETE-FV            VALUE '0'.
             88 DEBUT-COUVERTURE-FV  VALUE 'D'.
             88 FIN-COUVERTURE-FV    VALUE 'F'.
             88 STOCK-FV             VALUE 'S'.
             88 FIN-FICHIER-FV       VALUE '9'.
      * Ligne vehicule : plaque, date de debut (D, S) ou de fin (F)
      * de couverture, contrat (matricule et rang du vehicule),
      * cause (C creation, M ajout ou changement de vehicule, T
      * transfert, S resiliation, I suspension pour impayes, V
      * remise en vigueur ; blanc sur le stock).
           02 LIGNE-FV.
             03 IMMAT-FV             PIC X(10).
             03 DATE-FV              PIC 9(8).
             03 MAT-FV               PIC 9(6).
             03 RANG-FV              PIC 9(2).
             03 CAUSE-FV             PIC X(1).
             03 TYPE-V-FV            PIC X(1).
      * Retour du fichier national, a blanc a l'envoi : 00 ligne
      * acceptee, tout autre code ligne rejetee avec son libelle.
             03 CODE-RETOUR-FV       PIC X(2).
               88 LIGNE-ACCEPTEE-FV  VALUES '00' '  '.
             03 LIB-RETOUR-FV        PIC X(30).
             03                      PIC X(19).
           02 ENTETE-FV-R REDEFINES LIGNE-FV.
             03 ASSUREUR-FV          PIC X(5).
             03 DATE-FICHIER-FV      PIC 9(8).
             03 NATURE-FV            PIC X(1).
               88 NATURE-JOUR-FV     VALUE 'J'.
               88 NATURE-STOCK-FV    VALUE 'S'.
             03                      PIC X(65).
           02 FIN-FV-R REDEFINES LIGNE-FV.
             03 NB-LIGNES-FV         PIC 9(7).
             03                      PIC X(72).
