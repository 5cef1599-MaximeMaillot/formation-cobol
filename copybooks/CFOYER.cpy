      * CFOYER - Foyer (fichier DDFOYER) : polices ASSUR4 portees a
      * la meme adresse normalisee (rue, code postal, ville en
      * majuscules, sans ponctuation ni blancs). Cle l'identifiant
      * du foyer, qui est le plus petit matricule du foyer ; cle
      * secondaire l'adresse normalisee. Recalcule chaque nuit par
      * PROJFOYR, qui reporte l'identifiant dans FOYER-A4 ; consulte
      * par VSAM1 (autres polices du foyer) et par la retarification
      * (remise multi-polices).
           02 FOYER-FO               PIC 9(6).
           02 FOYER-X-FO REDEFINES FOYER-FO
                                     PIC X(6).
           02 ADR-NORM-FO            PIC X(35).
      * Nombre de polices du foyer ; au-dela de dix, les suivantes
      * comptent sans etre listees.
           02 NB-POLICES-FO          PIC 9(2).
           02 MAT-POLICE-FO          PIC 9(6) OCCURS 10.
           02 DATE-MAJ-FO            PIC 9(8).
           02                        PIC X(9).
