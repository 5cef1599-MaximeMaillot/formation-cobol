      * CGELIND - Liste officielle des gels d'avoirs (DDGELIND),
      * chargee par PROJGELC a chaque publication : personnes et
      * entites dont les avoirs sont geles, qu'on ne peut ni
      * assurer ni indemniser. Cle : nom et prenom normalises par
      * CRIBGEL, puis reference de la mesure (un meme nom peut
      * figurer sous plusieurs mesures ; chaque alias publie est
      * une entree a part).
      * L'enregistrement de cle a blanc est l'enregistrement de
      * controle : date de publication de la liste chargee.
           02 CLE-GL.
             03 NOM-NORM-GL          PIC X(30).
             03 REF-GL               PIC X(10).
           02 CLE-X-GL REDEFINES CLE-GL
                                     PIC X(40).
      * Nature : P personne physique, M personne morale.
           02 NATURE-GL              PIC X(1).
             88 PERSONNE-PHYSIQUE-GL VALUE 'P'.
             88 PERSONNE-MORALE-GL   VALUE 'M'.
           02 NOM-GL                 PIC X(30).
           02 PRENOM-GL              PIC X(20).
      * Date de naissance, zero si la mesure ne la donne pas.
           02 DATE-NAIS-GL           PIC 9(8).
           02 DATE-PUB-GL            PIC 9(8).
           02 DATE-CHARGE-GL         PIC 9(8).
           02                        PIC X(5).
