         05 TOT-SORTIES                  PIC 9(7) VALUE 0.
         05 TOT-TRANSFERTS               PIC 9(7) VALUE 0.

      * Marques DEBUT/FIN du step dans PROJSTAT (JOURSTAT).
       77 FONCTION-STAT-W                PIC X(1).
       77 PROG-STAT-W                    PIC X(8) VALUE 'PROJCLOT'.
       77 LIGNE-STAT-W                   PIC X(80).

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           MOVE 'D' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           MOVE YEAR-F TO AN-CLOT
           MOVE MONTH-F TO MOIS-CLOT
           OPEN INPUT f-param
             WHEN 'C'
               ADD 1 TO CPT-MVT-PERIODE
               ADD 1 TO NB-ENTREES-AG(IDX-AG)
      * La perte totale d'un vehicule secondaire laisse la police
      * en portefeuille : ce n'est pas une sortie.
             WHEN 'S'
               ADD 1 TO CPT-MVT-PERIODE
               IF S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1
                 continue
               ELSE
                 ADD 1 TO NB-SORTIES-AG(IDX-AG)
               END-IF
             WHEN 'T'
               ADD 1 TO CPT-MVT-PERIODE
               ADD 1 TO NB-TRANSFERTS-AG(IDX-AG)
           DISPLAY 'PERIODE CLOTUREE    : ' PERIODE-CLOTURE
           DISPLAY 'FICHES PHOTOGRAPHIEES : ' CPT-FICHES
           DISPLAY 'MOUVEMENTS PERIODE  : ' CPT-MVT-PERIODE
           MOVE 'F' TO FONCTION-STAT-W
           CALL 'JOURSTAT' USING FONCTION-STAT-W PROG-STAT-W
                                 LIGNE-STAT-W
           STOP RUN
           .
