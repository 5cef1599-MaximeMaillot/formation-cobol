         05 CODE-Q-F                  PIC X(1).
         05                           PIC X(37).

       01 FORMAT-LIGNE-MOTIF.
         05                           PIC X(2).
         05                           PIC X(12) VALUE 'MOTIF     : '.
         05 MOTIF-Q-F                 PIC X(1).
         05                           PIC X(3) VALUE ' - '.
         05 LIB-MOTIF-Q-F             PIC X(30).
         05                           PIC X(32).

       01 FORMAT-LIGNE-ZONE.
         05                           PIC X(2).
         05 LIB-ZONE-F                PIC X(10).
           DISPLAY FORMAT-ENTETE-MVT
           MOVE IMAGE-AVANT-J TO FICHE-AVANT-Q
           MOVE IMAGE-APRES-J TO FICHE-APRES-Q
           IF CODE-MVT-J = 'S'
             perform 23100-AFFICHE-MOTIF-S
           END-IF
           perform 24000-AFFICHE-ZONES-CHANGEES
           .

      * Motif d'une resiliation, en clair (codes de MOTIF-S-MVT).
       23100-AFFICHE-MOTIF-S.
           MOVE MOTIF-S-J TO MOTIF-Q-F
           EVALUATE MOTIF-S-J
             WHEN 'A'
               MOVE 'DEMANDE DE L''ASSURE' TO LIB-MOTIF-Q-F
             WHEN 'V'
               MOVE 'VEHICULE VENDU' TO LIB-MOTIF-Q-F
             WHEN 'I'
               MOVE 'IMPAYE' TO LIB-MOTIF-Q-F
             WHEN 'Q'
               MOVE 'DEPART A LA CONCURRENCE' TO LIB-MOTIF-Q-F
             WHEN 'D'
               MOVE 'DECES' TO LIB-MOTIF-Q-F
             WHEN 'N'
               MOVE 'NON-RENOUVELLEMENT SOUSCRIPTEUR'
                 TO LIB-MOTIF-Q-F
             WHEN 'C'
               MOVE 'CESSION DE PORTEFEUILLE' TO LIB-MOTIF-Q-F
             WHEN 'P'
               MOVE 'PERTE TOTALE DU VEHICULE' TO LIB-MOTIF-Q-F
             WHEN OTHER
               MOVE 'NON PRECISE' TO LIB-MOTIF-Q-F
           END-EVALUATE
           DISPLAY FORMAT-LIGNE-MOTIF
           .

      * Compare les images zone par zone et n'affiche que ce qui a
      * change, l'avant et l'apres alignes : les zones touchees par
      * le mouvement sautent aux yeux sans dechiffrer 160 octets.
