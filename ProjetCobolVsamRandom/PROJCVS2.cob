           MOVE DATE-JOUR TO DATE-J
           MOVE TIME-F TO HEURE-J
           MOVE 'PROJETM' TO PROG-J
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-EFFET-J
           ELSE
             MOVE DATE-JOUR TO DATE-EFFET-J
           END-IF
           MOVE ASSURES4 TO IMAGE-APRES-J
           WRITE e-journal
           .
