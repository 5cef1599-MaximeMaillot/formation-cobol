           IF TIRAGE-S-SW = 'O'
             perform 23000-PREPARE-MVT
             MOVE 'S' TO CODE-MVT
             SET S-DEMANDE-ASSURE-MVT TO TRUE
             MOVE MAT-COURANT TO MAT-MVT
             perform 22500-POSE-DERNIER
             perform 24000-ECRIT-MVT
             perform 23000-PREPARE-MVT
             MOVE 'C' TO CODE-MVT
             MOVE MAT-NOUVEAU-W TO MAT-MVT
      * Toutes garanties souscrites : la prime tiree est la prime
      * du vehicule (voir CALCGAR).
             MOVE 'OOOOO' TO GARANTIES-MVT
             SET C-EMIS-FICHE TO TRUE
             perform 22500-POSE-DERNIER
             perform 24000-ECRIT-MVT
