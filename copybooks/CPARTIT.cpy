      * CPARTIT - Table des plages de matricules du run de nuit
      * partitionne (fichier DDPARTIT, une carte par partition, de 2
      * a 4 partitions numerotees dans l'ordre des plages). Les
      * plages se suivent sans trou de 000000 a 999999. Lue par le
      * decoupage (PROJPART), par chaque partition de PROJETM pour
      * sa propre plage et par la fusion (PROJPFUS).
           02 NUM-PARTITION-PT       PIC 9(1).
           02                        PIC X(1).
           02 MAT-DEBUT-PT           PIC 9(6).
           02                        PIC X(1).
           02 MAT-FIN-PT             PIC 9(6).
           02                        PIC X(65).
