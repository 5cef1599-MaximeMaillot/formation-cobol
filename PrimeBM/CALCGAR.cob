       ID DIVISION.
       PROGRAM-ID. CALCGAR.

      * Prime d'un vehicule selon ses garanties en vigueur, partagee
      * par PROJETM (mouvements), PROJTAR (retarification) et
      * PROJDEVB (devis) : chaque garantie coute son poids au
      * catalogue CGARLIB en pourcentage de la prime tous risques,
      * la prime du vehicule est la somme de ces parts. Une prime
      * tous risques a zero laisse la prime du vehicule telle que
      * l'appelant l'a posee (remises deja faites) et ne fait que
      * la ventiler. La derniere garantie en vigueur prend
      * l'arrondi pour que la somme des parts retombe exactement
      * sur la prime ; les garanties hors vigueur ont une part a
      * zero.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CATALOGUE-GARANTIES.
           COPY CGARLIB.
       01 TAB-CATALOGUE REDEFINES CATALOGUE-GARANTIES.
         05 GARANTIE-CAT OCCURS 5.
           10 CODE-GAR-T               PIC X(3).
           10 LIB-GAR-T                PIC X(17).
           10 POIDS-GAR-T              PIC 9(2).

       77 IDX-GAR                      PIC 9(2).
       77 DERNIERE-GAR                 PIC 9(2).
       77 SOMME-POIDS                  PIC 9(3).
       77 CUMUL-PARTS                  PIC 9(5)V9(2).

       LINKAGE SECTION.
       01 PRIME-TR-L                   PIC 9(4)V9(2).
      * Etat de chaque garantie (O en vigueur), ordre du catalogue.
       01 SOUSCR-L.
         05 SOUSCR-T                   PIC X(1) OCCURS 5.
      * Prime du vehicule : calculee, ou a ventiler si PRIME-TR-L
      * est a zero.
       01 PRIME-L                      PIC 9(4)V9(2).
       01 PARTS-L.
         05 PART-T                     PIC 9(4)V9(2) OCCURS 5.

       PROCEDURE DIVISION USING PRIME-TR-L SOUSCR-L PRIME-L
                                PARTS-L.

           MOVE 0 TO SOMME-POIDS DERNIERE-GAR CUMUL-PARTS
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             MOVE 0 TO PART-T(IDX-GAR)
             IF SOUSCR-T(IDX-GAR) = 'O'
               ADD POIDS-GAR-T(IDX-GAR) TO SOMME-POIDS
               MOVE IDX-GAR TO DERNIERE-GAR
             END-IF
           END-PERFORM
           IF PRIME-TR-L > 0
             COMPUTE PRIME-L ROUNDED = PRIME-TR-L * SOMME-POIDS / 100
           END-IF
           IF SOMME-POIDS = 0
             GOBACK
           END-IF
           PERFORM VARYING IDX-GAR FROM 1 BY 1
                   UNTIL IDX-GAR >= DERNIERE-GAR
             IF SOUSCR-T(IDX-GAR) = 'O'
               COMPUTE PART-T(IDX-GAR) ROUNDED =
                 PRIME-L * POIDS-GAR-T(IDX-GAR) / SOMME-POIDS
               ADD PART-T(IDX-GAR) TO CUMUL-PARTS
             END-IF
           END-PERFORM
           COMPUTE PART-T(DERNIERE-GAR) = PRIME-L - CUMUL-PARTS
           GOBACK
           .
