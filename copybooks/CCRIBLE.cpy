      * CCRIBLE - Zone d'appel du sous-programme CRIBRES (criblage
      * des affaires nouvelles contre le fichier professionnel des
      * polices resiliees DDRESIND). Fonction N : normalise les
      * zones et rend la cle (chargement PROJRESI) ; fonction C :
      * cherche la personne dans le fichier.
           02 FONCTION-CR            PIC X(1).
             88 CRIBLE-NORMALISE     VALUE 'N'.
             88 CRIBLE-CONTROLE      VALUE 'C'.
           02 NOM-CR                 PIC X(20).
           02 RUE-CR                 PIC X(18).
           02 CP-CR                  PIC 9(5).
           02 IMMAT-CR               PIC X(10).
      * Retour : cle normalisee, resultat (O personne signalee, N
      * rien, I fichier indisponible - controle debranche) et, sur
      * un signalement, le detail de la resiliation trouvee.
           02 CLE-NORM-CR            PIC X(53).
           02 RESULTAT-CR            PIC X(1).
             88 CRIBLE-SIGNALE       VALUE 'O'.
             88 CRIBLE-NEANT         VALUE 'N'.
             88 CRIBLE-INDISPONIBLE  VALUE 'I'.
           02 MOTIF-RESIL-CR         PIC X(1).
           02 DATE-RESIL-CR          PIC 9(8).
           02 ASSUREUR-CR            PIC X(5).
