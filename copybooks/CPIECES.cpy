      * CPIECES - Piece justificative recue pour un sinistre
      * (fichier DDPIECES), cle matricule + numero de sinistre +
      * code de la piece a la liste DDPIELST. Posee par PROJPIEC a
      * la saisie quotidienne du courrier, lue par le module
      * CTRLPIEC pour dire ce qui manque encore au dossier.
           02 CLE-PC.
             03 MAT-PC               PIC 9(6).
             03 NUM-SIN-PC           PIC 9(4).
             03 CODE-PIECE-PC        PIC X(2).
           02 CLE-X-PC REDEFINES CLE-PC
                                     PIC X(12).
      * Date de reception au courrier, date de la saisie.
           02 DATE-RECEPTION-PC      PIC 9(8).
           02 DATE-SAISIE-PC         PIC 9(8).
           02                        PIC X(52).
