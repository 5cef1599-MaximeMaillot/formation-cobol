         05 NB-PRODUIT             PIC 9(4).
         05 PU-PRODUIT             PIC 9(4).
         05 NB-MIN                 PIC 9(4).
      * Cout moyen pondere d'achat et valeur du stock, tenus par
      * COB9MAJ a chaque mouvement ; a blanc sur les fiches
      * anterieures, repris du prix unitaire a la premiere mise a
      * jour.
         05 CMP-STOCK              PIC 9(4)V9(4).
         05 VALEUR-STOCK           PIC 9(8)V9(2).
         05                        PIC X(44).       
       fd F-COMPTA.
       01 COMPTA                   PIC X(80).
       fd F-DEPASSEMENT.
             END-READ
           END-PERFORM
           .
      * Gere le fichier compta : valeur du stock au cout moyen
      * pondere tenu par COB9MAJ, a defaut au prix unitaire.
       21000-COMPTA.
           MOVE NUM-STOCK TO NUM-STOCK-F
           IF VALEUR-STOCK NUMERIC
             COMPUTE PRIX-TOT-F ROUNDED = VALEUR-STOCK
           ELSE
             COMPUTE PRIX-TOT-F = NB-PRODUIT * PU-PRODUIT
           END-IF
           MOVE FORMAT-COMPTA TO COMPTA
           WRITE COMPTA
           ADD 1 TO CPT-COMPTA
