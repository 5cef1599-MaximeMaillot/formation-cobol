      * CCRIBGEL - Zone d'appel du sous-programme CRIBGEL (criblage
      * contre la liste des gels d'avoirs DDGELIND). Fonction N :
      * normalise nom et prenom et rend la cle (chargement
      * PROJGELC) ; fonction C : cherche la personne dans la liste.
           02 FONCTION-CG            PIC X(1).
             88 GEL-NORMALISE        VALUE 'N'.
             88 GEL-CONTROLE         VALUE 'C'.
      * Nom et prenom (le nom de la fiche, qui porte deja nom et
      * prenom, passe en entier dans NOM-CG) ; date de naissance,
      * zero si inconnue : elle ne departage que si elle est connue
      * des deux cotes.
           02 NOM-CG                 PIC X(30).
           02 PRENOM-CG              PIC X(20).
           02 DATE-NAIS-CG           PIC 9(8).
      * Retour : cle normalisee, resultat (O personne listee, N
      * rien, I liste indisponible) et, sur un signalement, la
      * mesure trouvee. La date de publication de la liste
      * consultee est toujours rendue, pour l'attestation.
           02 CLE-NORM-CG            PIC X(30).
           02 RESULTAT-CG            PIC X(1).
             88 GEL-SIGNALE          VALUE 'O'.
             88 GEL-NEANT            VALUE 'N'.
             88 GEL-INDISPONIBLE     VALUE 'I'.
           02 REF-GEL-CG             PIC X(10).
           02 NOM-GEL-CG             PIC X(30).
           02 PRENOM-GEL-CG          PIC X(20).
           02 DATE-PUB-CG            PIC 9(8).
