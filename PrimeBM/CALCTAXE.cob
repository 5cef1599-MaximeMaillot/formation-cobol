       ID DIVISION.
       PROGRAM-ID. CALCTAXE.

      * Taxe sur les conventions d'assurance d'un vehicule, partagee
      * par COB4 (quittance) et PROJFACT (appels de prime) : la prime
      * HT du vehicule se ventile entre ses garanties au prorata de
      * leur part de prime (la derniere prenant l'arrondi, comme
      * CALCGAR), chaque base est taxee au taux de sa garantie
      * (CTAXGAR). Sans part de garantie (vehicule sans fiche
      * garanties), toute la prime est taxee au taux du premier
      * poste.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TAUX-GARANTIES.
           COPY CTAXGAR.
       01 TAB-TAUX REDEFINES TAUX-GARANTIES.
         05 TAUX-GAR OCCURS 5.
           10 CODE-TAXE-T              PIC X(3).
           10 TAUX-TAXE-T              PIC 9(2)V9(2).

       77 IDX-GAR                      PIC 9(2).
       77 DERNIERE-GAR                 PIC 9(2).
       77 SOMME-PARTS                  PIC 9(6)V9(2).
       77 CUMUL-BASES                  PIC 9(5)V9(2).

       LINKAGE SECTION.
       01 MONTANT-HT-L                 PIC 9(5)V9(2).
      * Part de prime de chaque garantie (zero hors vigueur), ordre
      * du catalogue.
       01 PARTS-L.
         05 PART-T                     PIC 9(4)V9(2) OCCURS 5.
       01 BASES-L.
         05 BASE-T                     PIC 9(5)V9(2) OCCURS 5.
       01 TAXES-L.
         05 TAXE-T                     PIC 9(5)V9(2) OCCURS 5.
       01 TAXE-L                       PIC 9(5)V9(2).

       PROCEDURE DIVISION USING MONTANT-HT-L PARTS-L BASES-L TAXES-L
           TAXE-L.

           MOVE 0 TO SOMME-PARTS DERNIERE-GAR CUMUL-BASES TAXE-L
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE 0 TO BASE-T(IDX-GAR) TAXE-T(IDX-GAR)
             IF PART-T(IDX-GAR) NUMERIC AND PART-T(IDX-GAR) > 0
               ADD PART-T(IDX-GAR) TO SOMME-PARTS
               MOVE IDX-GAR TO DERNIERE-GAR
             END-IF
           END-PERFORM
           IF SOMME-PARTS = 0
             MOVE 1 TO DERNIERE-GAR
           ELSE
             PERFORM VARYING IDX-GAR FROM 1 BY 1
                     UNTIL IDX-GAR >= DERNIERE-GAR
               IF PART-T(IDX-GAR) NUMERIC AND PART-T(IDX-GAR) > 0
                 COMPUTE BASE-T(IDX-GAR) ROUNDED =
                   MONTANT-HT-L * PART-T(IDX-GAR) / SOMME-PARTS
                 ADD BASE-T(IDX-GAR) TO CUMUL-BASES
               END-IF
             END-PERFORM
           END-IF
           COMPUTE BASE-T(DERNIERE-GAR) = MONTANT-HT-L - CUMUL-BASES
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             COMPUTE TAXE-T(IDX-GAR) ROUNDED =
               BASE-T(IDX-GAR) * TAUX-TAXE-T(IDX-GAR) / 100
             ADD TAXE-T(IDX-GAR) TO TAXE-L
           END-PERFORM
           GOBACK
           .
