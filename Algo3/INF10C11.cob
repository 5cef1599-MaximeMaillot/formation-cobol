         05 CLIENT2-ID             PIC 9(6). 
         05                        PIC X(44). 
       fd f-clientf.
      * Le client est suivi du fichier dont il vient (CLIENT1 ou
      * CLIENT2), repris par le delta de COB10DLT.
       01 CLIENTF.
         05 CLIENTF-DONNEES        PIC X(50).
         05 CLIENTF-SOURCE         PIC X(10).
         05                        PIC X(20).
       fd f-stats.
       01 STATS                    PIC X(80).

      * Ainsi que la lecture de client 1    
       21000-HANDLE-CLIENT1.
             MOVE E-CLIENT1 TO CLIENTF
             MOVE 'CLIENT1' TO CLIENTF-SOURCE
             WRITE CLIENTF
             ADD 1 TO CPT-CLIENT1
             MOVE CLIENT1-ID TO CLIENT-ID-TEMP
      * Ainsi que la lecture de client 2     
       22000-HANDLE-CLIENT2.
               MOVE E-CLIENT2 TO CLIENTF
               MOVE 'CLIENT2' TO CLIENTF-SOURCE
               WRITE CLIENTF
               ADD 1 TO CPT-CLIENT2
               MOVE CLIENT2-ID TO CLIENT-ID-TEMP
