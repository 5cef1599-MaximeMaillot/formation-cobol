           MOVE PRIME-BASE-QA TO PRIME-Q-F
           MOVE BM-QA TO BM-Q-F
           MOVE TAUX-QA TO TAUX-Q-F
      * Total TTC a payer tel qu'imprime ; les quittances emises
      * avant la taxe d'assurance n'ont que le total HT.
           IF TOTAL-TTC-QA NUMERIC AND TOTAL-TTC-QA > 0
             MOVE TOTAL-TTC-QA TO TOTAL-Q-F
           ELSE
             MOVE TOTAL-QA TO TOTAL-Q-F
           END-IF
           DISPLAY FORMAT-LIGNE-QUIT
           ADD 1 TO CPT-TROUVE
           .
