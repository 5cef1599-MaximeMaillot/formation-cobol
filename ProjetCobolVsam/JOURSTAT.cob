       ID DIVISION.
       PROGRAM-ID. JOURSTAT.

      * Marques de debut et de fin de step dans le journal consolide
      * PROJSTAT, au format des lignes DEBUT/FIN de PROJETM (lues
      * par PROJSUPV, PROJARCH et le plan de production PROJPLAN)
      * pour les jobs periodiques : facturation, commissions,
      * cloture, avis, bonification, archivage. Une FIN n'est
      * posee qu'en fin normale du step : un DEBUT sans FIN est un
      * passage tombe.
      * Fonctions :
      *   'D' : ligne DEBUT du programme, datee et heuree ;
      *   'F' : ligne FIN du programme, heuree ;
      *   'L' : ligne FIN rendue dans LIGNE-L sans ecriture, pour
      *         le step qui reconstruit lui-meme PROJSTAT (PROJARCH).
      * La ligne ecrite est aussi rendue dans LIGNE-L. PROJSTAT est
      * ouvert et ferme a chaque appel, cree s'il n'existe pas ;
      * inaccessible, le step continue et le signale.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-stats ASSIGN PROJSTAT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-STATS.

       DATA DIVISION.
       FILE SECTION.
       fd f-stats.
       01 stats-rec                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-STATS                   PIC 99.

       01 DATE-F.
         05 YEAR-F                   PIC 9999.
         05 MONTH-F                  PIC 99.
         05 DAY-F                    PIC 99.
       01 TIME-F.
         05 HOUR-F                   PIC 99.
         05 MINUTE-F                 PIC 99.
         05 SECOND-F                 PIC 99.
         05                          PIC 99.

       01 FORMAT-STATS-DEBUT.
         05                          PIC X(8) VALUE 'DEBUT : '.
         05 PROG-DEBUT-F             PIC X(8).
         05                          PIC X(4) VALUE ' LE '.
         05 DAY-F                    PIC 99.
         05                          PIC X VALUE '/'.
         05 MONTH-F                  PIC 99.
         05                          PIC X VALUE '/'.
         05 YEAR-F                   PIC 9(4).
         05                          PIC X(3) VALUE ' A '.
         05 HOUR-F                   PIC 99.
         05                          PIC X VALUE ':'.
         05 MINUTE-F                 PIC 99.
         05                          PIC X VALUE ':'.
         05 SECOND-F                 PIC 99.
         05                          PIC X(39).

       01 FORMAT-STATS-FIN.
         05                          PIC X(8) VALUE 'FIN   : '.
         05 PROG-FIN-F               PIC X(8).
         05                          PIC X(3) VALUE ' A '.
         05 HOUR-F                   PIC 99.
         05                          PIC X VALUE ':'.
         05 MINUTE-F                 PIC 99.
         05                          PIC X VALUE ':'.
         05 SECOND-F                 PIC 99.
         05                          PIC X(53).

       LINKAGE SECTION.
       01 FONCTION-L                 PIC X(1).
       01 PROG-L                     PIC X(8).
       01 LIGNE-L                    PIC X(80).

       PROCEDURE DIVISION USING FONCTION-L PROG-L LIGNE-L.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           EVALUATE FONCTION-L
             WHEN 'D'
               MOVE PROG-L TO PROG-DEBUT-F
               MOVE CORRESPONDING DATE-F TO FORMAT-STATS-DEBUT
               MOVE CORRESPONDING TIME-F TO FORMAT-STATS-DEBUT
               MOVE FORMAT-STATS-DEBUT TO LIGNE-L
               perform 10000-ECRIT-LIGNE
             WHEN 'F'
             WHEN 'L'
               MOVE PROG-L TO PROG-FIN-F
               MOVE CORRESPONDING TIME-F TO FORMAT-STATS-FIN
               MOVE FORMAT-STATS-FIN TO LIGNE-L
               IF FONCTION-L = 'F'
                 perform 10000-ECRIT-LIGNE
               END-IF
             WHEN OTHER
               MOVE SPACE TO LIGNE-L
           END-EVALUATE
           GOBACK
           .

       10000-ECRIT-LIGNE.
           OPEN EXTEND f-stats
           IF CR-STATS < 10
             WRITE stats-rec FROM LIGNE-L
             CLOSE f-stats
           ELSE
             DISPLAY 'PROJSTAT INACCESSIBLE (' CR-STATS
                     ') - PASSAGE DE ' PROG-L ' NON JOURNALISE'
           END-IF
           .
