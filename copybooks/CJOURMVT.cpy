      * CJOURMVT - Journal avant/apres des mouvements appliques au
      * master (DDJOURNL). Une ligne par mouvement 'C', 'M', 'T' ou
      * 'S' applique, avec l'image complete de la fiche avant et
      * apres, pour pouvoir repondre aux demandes de la conformite
      * sans dependre de la seule sauvegarde ASSUR3SV. Une creation
      * n'a pas d'avant : son avant-image est a blanc ; une
      * resiliation n'a pas d'apres. PROJRECV y ajoute ses
      * changements de statut : 'I' police suspendue pour impayes,
      * 'V' police remise en vigueur (creances soldees).
           02 MAT-J                  PIC 9(6).
           02 CODE-MVT-J             PIC X(01).
           02 DATE-J                 PIC 9(8).
      * l'ajout du statut de police et de sa reserve de croissance).
           02 IMAGE-AVANT-J          PIC X(160).
           02 IMAGE-APRES-J          PIC X(160).
      * Date d'effet du mouvement (celle du mouvement, a defaut la
      * date du run), reprise sur l'avenant ; blancs ou zero sur
      * les lignes anterieures a la zone.
           02 DATE-EFFET-J           PIC 9(8).
      * Motif de resiliation d'une ligne 'S' (voir MOTIF-S-MVT de
      * CMVTPROJ) ; blanc sur les autres lignes.
           02 MOTIF-S-J              PIC X(1).
           02                        PIC X(2).
