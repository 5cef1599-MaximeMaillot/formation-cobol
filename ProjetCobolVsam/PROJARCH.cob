           VALUE ' SANS CARTE DE RETENTION - NON COUPE'.
         05                              PIC X(36).

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJARCH'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           OPEN INPUT f-param
           IF CR-PARAM > 0
             DISPLAY 'ERROR ARCHPRM : ' CR-PARAM
           END-IF
           .

      * PROJSTAT coupe dans ce step est remplace par DDSTANEW : la
      * FIN du step y est ajoutee pour ne pas se perdre avec
      * l'ancien journal.
       30000-END-PGM.
           CLOSE f-rapport
           IF COUPE-STATS = 0
             MOVE 'F' TO FONCTION-STAT-W
             CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                   LIGNE-STAT-W
           ELSE
             MOVE 'L' TO FONCTION-STAT-W
             CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                   LIGNE-STAT-W
             OPEN EXTEND f-stats-new
             WRITE e-stats-new FROM LIGNE-STAT-W
             CLOSE f-stats-new
           END-IF
           DISPLAY 'ARCHIVAGE TERMINE - VOIR DDARCRPT'
           STOP RUN
           .
