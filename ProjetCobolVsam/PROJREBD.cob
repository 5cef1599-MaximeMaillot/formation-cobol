             MOVE TEL-A3 TO TEL-A4
             MOVE EMAIL-A3 TO EMAIL-A4
             MOVE RIB-A3 TO RIB-A4
             MOVE FOYER-A3 TO FOYER-A4
             MOVE PREF-ENVOI-A3 TO PREF-ENVOI-A4
             WRITE e-assures-reb
             ADD 1 TO CPT-DEPART
             perform 21000-READ-ASSURES-DEP
               perform 27100-REJOUE-CREATE
             WHEN 'M'
               perform 27200-REJOUE-REWRITE
      * La perte totale d'un vehicule secondaire ne touche que
      * ASSURVEH : rien a rejouer sur le master.
             WHEN 'S'
               IF S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1
                 continue
               ELSE
                 perform 27300-REJOUE-DELETE
               END-IF
             WHEN 'T'
               perform 27500-REJOUE-TRANSFERT
             WHEN 'R'
           MOVE TEL-MVT TO TEL-A4
           MOVE EMAIL-MVT TO EMAIL-A4
           MOVE RIB-MVT TO RIB-A4
           MOVE PREF-ENVOI-MVT TO PREF-ENVOI-A4
      * Comme dans la chaine, une police rejouee en creation nait
      * active, son anniversaire a la date d'effet du mouvement (a
      * defaut la date d'archivage du mouvement rejoue).
               IF EMAIL-MVT NOT = SPACE
                 MOVE EMAIL-MVT TO EMAIL-A4
               END-IF
               IF PREF-ENVOI-MVT NOT = SPACE
                 MOVE PREF-ENVOI-MVT TO PREF-ENVOI-A4
               END-IF
               EVALUATE TRUE
                 WHEN RIB-MVT-SUPPRIME
                   MOVE SPACE TO RIB-A4
                 WHEN RIB-MVT NOT = SPACE
                   MOVE RIB-MVT TO RIB-A4
                 WHEN OTHER
                   continue
               END-EVALUATE
               REWRITE e-assures-reb
               ADD 1 TO CPT-REWRITE
           END-READ
