       ID DIVISION.
       PROGRAM-ID. JOURCORR.

      * Historique des courriers : chaque programme qui edite un pli
      * pour l'assure (PROJAVIS, PROJATTE, PROJRECV, PROJSIN1,
      * PROJRELI, PROJRELV, PROJCPAR, COB4) appelle ce module avec
      * le matricule, le type de document, sa reference et l'adresse
      * portee sur le pli ; la date et l'heure d'envoi sont celles
      * du run, le numero d'ordre dans la journee est attribue ici.
      * Le fichier DDCORRES est ouvert au premier appel et reste
      * ouvert jusqu'a la fin du step, cree s'il n'existe pas
      * encore. Inaccessible, l'historique est debranche : le
      * courrier part quand meme, le step le signale une fois.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-corres ASSIGN DDCORRES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-CU
            FILE STATUS IS CR-CORRES.

       DATA DIVISION.
       FILE SECTION.
       fd f-corres.
       01 e-corres.
           COPY CCORRES.

       WORKING-STORAGE SECTION.
       01 CR-CORRES                  PIC 99.

       77 ETAT-FICHIER-SW            PIC X VALUE 'F'.
         88 FICHIER-FERME            VALUE 'F'.
         88 FICHIER-OUVERT           VALUE 'O'.
         88 FICHIER-ABSENT           VALUE 'A'.

       77 ECRIT-SW                   PIC X.
         88 ENTREE-ECRITE            VALUE 'O'.
         88 ENTREE-A-ECRIRE          VALUE 'N'.

       01 DATE-F.
         05 YEAR-F                   PIC 9999.
         05 MONTH-F                  PIC 99.
         05 DAY-F                    PIC 99.
       01 DATE-JOUR REDEFINES DATE-F PIC 9(8).
       01 TIME-F.
         05 HOUR-F                   PIC 99.
         05 MINUTE-F                 PIC 99.
         05 SECOND-F                 PIC 99.
         05                          PIC 99.

       LINKAGE SECTION.
       01 CORRES-L.
           COPY CCORRES.

       PROCEDURE DIVISION USING CORRES-L.

           IF FICHIER-FERME
             perform 10000-OUVRE-FICHIER
           END-IF
           IF FICHIER-OUVERT
             perform 20000-ECRIT-COURRIER
           END-IF
           GOBACK
           .

       10000-OUVRE-FICHIER.
           OPEN I-O f-corres
           IF CR-CORRES < 10
             SET FICHIER-OUVERT TO TRUE
           ELSE
             SET FICHIER-ABSENT TO TRUE
             DISPLAY 'HISTORIQUE DES COURRIERS DDCORRES INACCESSIBLE'
                     ' (' CR-CORRES ') - COURRIERS NON TRACES'
           END-IF
           .

      * Date et heure du run, retour a blanc ; le numero d'ordre
      * monte jusqu'a la premiere cle libre du matricule pour la
      * journee.
       20000-ECRIT-COURRIER.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           ACCEPT TIME-F FROM TIME
           MOVE DATE-JOUR TO DATE-CU OF CORRES-L
           MOVE TIME-F(1:6) TO HEURE-CU OF CORRES-L
           MOVE SPACE TO RETOUR-CU OF CORRES-L
           MOVE 0 TO DATE-RETOUR-CU OF CORRES-L
           MOVE 1 TO SEQ-CU OF CORRES-L
           SET ENTREE-A-ECRIRE TO TRUE
           perform until ENTREE-ECRITE
             MOVE CORRES-L TO e-corres
             WRITE e-corres
             EVALUATE CR-CORRES
               WHEN 0
                 SET ENTREE-ECRITE TO TRUE
               WHEN 22
                 IF SEQ-CU OF CORRES-L < 999
                   ADD 1 TO SEQ-CU OF CORRES-L
                 ELSE
                   DISPLAY 'DDCORRES : PLUS DE 999 COURRIERS LE '
                           DATE-JOUR ' POUR ' MAT-CU OF CORRES-L
                   SET ENTREE-ECRITE TO TRUE
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERROR DDCORRES : ' CR-CORRES
                         ' MATRICULE ' MAT-CU OF CORRES-L
                 SET ENTREE-ECRITE TO TRUE
             END-EVALUATE
           END-PERFORM
           .
