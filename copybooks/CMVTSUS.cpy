      * CMVTSUS - Mouvements 'C' retenus par le criblage (fichier
      * DDMVTSUS), cle matricule : la creation signalee au fichier
      * professionnel des resilies y attend la decision du
      * souscripteur dans PROJCOR, qui la libere vers le rejeu ou
      * la refuse.
           02 MAT-SUS                PIC X(6).
           02 DATE-SUS               PIC 9(8).
           02 MVT-SUS                PIC X(240).
