      * Remise flotte totale de la quittance (vehicules au-dela du
      * premier), pour que la reedition la montre comme l'original.
           02 REMISE-FLOTTE-QA       PIC 9(4)V9(2).
      * Taxe d'assurance de la quittance et total TTC a payer
      * (TOTAL-QA reste le total HT).
           02 TAXE-QA                PIC 9(5)V9(2).
           02 TOTAL-TTC-QA           PIC 9(5)V9(2).
           02                        PIC X(10).
