      * CSIGNKO - Journal des ouvertures de session refusees
      * (DDSIGNKO, ouvert en EXTEND par CTRLOPER). Une ligne par
      * refus : code saisi, programme, motif et compteur d'echecs
      * de l'operateur apres le refus.
           02 DATE-KO                PIC 9(8).
           02 HEURE-KO               PIC 9(6).
           02 PROG-KO                PIC X(8).
           02 CODE-KO                PIC X(8).
           02 MOTIF-KO               PIC X(1).
             88 KO-INCONNU           VALUE 'I'.
             88 KO-FERME             VALUE 'F'.
             88 KO-SECRET            VALUE 'S'.
             88 KO-VERROUILLE        VALUE 'V'.
             88 KO-CHANGEMENT        VALUE 'C'.
           02 LIB-MOTIF-KO           PIC X(30).
           02 NB-ECHECS-KO           PIC 9(1).
           02                        PIC X(18).
