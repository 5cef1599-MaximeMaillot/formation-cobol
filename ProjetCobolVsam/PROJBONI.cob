         05 CPT-FLIPS-BONUS              PIC 9(6) VALUE 0.
         05 CPT-AVEC-SINISTRE            PIC 9(6) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJBONI'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           ACCEPT TIME-F FROM TIME
           OPEN INPUT f-param
           IF CR-PARAM < 10
           DISPLAY 'POLICES BONIFIEES    : ' CPT-BONIFIEES
           DISPLAY 'PASSAGES AU BONUS    : ' CPT-FLIPS-BONUS
           DISPLAY 'AVEC SIN. RESPONSABLE: ' CPT-AVEC-SINISTRE
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
