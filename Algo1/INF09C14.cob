      * trace au lieu d'une retouche a la main.
           select f-ajust assign ddstkadj
            FILE STATUS IS CR-AJUST.
      * Etat des ecarts valorises au cout moyen pondere, avec la
      * demarque totale pour les comptables.
           select f-rapport assign ddinvrap
            FILE STATUS IS CR-RAPPORT.
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
       fd F-INVENT
           BLOCK CONTAINS 0
           DATA RECORD IS E-INVENT.
         05 NUM-AJUST              PIC 9(6).
         05 CODE-AJUST             PIC X(1).
         05 QTE-AJUST              PIC 9(4).
         05                        PIC X(20).
      * Ajustement marque d'inventaire : valorise au cout moyen par
      * COB9MAJ, sans bon de commande.
         05 ORIGINE-AJUST          PIC X(1).
         05                        PIC X(48).
       fd F-RAPPORT.
       01 LIGNE-RAPPORT            PIC X(80).


       77 ECART-W                  PIC S9(5).
       77 VALEUR-ECART-W           PIC S9(9).
       77 COUT-VALO                PIC 9(4)V9(4).

      * ------------- Compteurs -----------
       01 CPT.
             CONTINUE
           ELSE
             ADD 1 TO CPT-ECARTS
             IF CMP-STOCK NUMERIC AND CMP-STOCK > 0
               MOVE CMP-STOCK TO COUT-VALO
             ELSE
               MOVE PU-PRODUIT TO COUT-VALO
             END-IF
             COMPUTE VALEUR-ECART-W ROUNDED = ECART-W * COUT-VALO
             MOVE NUM-STOCK TO NUM-ECART-F
             MOVE NB-PRODUIT TO NB-STOCK-F
             MOVE QTE-INV-T(IDX-INV) TO QTE-COMPTEE-F
       24000-ECRIT-AJUSTEMENT.
           MOVE SPACE TO E-AJUST
           MOVE NUM-STOCK TO NUM-AJUST
           MOVE 'I' TO ORIGINE-AJUST
           IF ECART-W > 0
             MOVE 'E' TO CODE-AJUST
             MOVE ECART-W TO QTE-AJUST
