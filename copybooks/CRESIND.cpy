      * CRESIND - Fichier professionnel des polices resiliees
      * (DDRESIND), charge par PROJRESI depuis l'echange entre
      * assureurs : personnes dont la police a ete resiliee pour
      * impaye ou fraude chez un confrere. Cle normalisee par
      * CRIBRES (nom, code postal, rue, immatriculation) ; une
      * immatriculation a blanc vaut pour tout vehicule.
           02 CLE-RI.
             03 NOM-RI               PIC X(20).
             03 CP-RI                PIC 9(5).
             03 RUE-RI               PIC X(18).
             03 IMMAT-RI             PIC X(10).
           02 CLE-X-RI REDEFINES CLE-RI
                                     PIC X(53).
           02 VILLE-RI               PIC X(12).
      * Motif de la resiliation chez le confrere : I impaye, F
      * fraude.
           02 MOTIF-RI               PIC X(1).
             88 RESIL-IMPAYE-RI      VALUE 'I'.
             88 RESIL-FRAUDE-RI      VALUE 'F'.
           02 DATE-RESIL-RI          PIC 9(8).
           02 ASSUREUR-RI            PIC X(5).
           02 DATE-CHARGE-RI         PIC 9(8).
           02                        PIC X(13).
