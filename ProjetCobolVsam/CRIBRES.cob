       ID DIVISION.
       PROGRAM-ID. CRIBRES.

      * Criblage des affaires nouvelles contre le fichier
      * professionnel des polices resiliees DDRESIND (charge par
      * PROJRESI) : la chaine sur chaque 'C', l'acceptation des
      * devis et la reprise de portefeuille appellent toutes ce
      * module, de sorte que la normalisation des noms, adresses et
      * immatriculations est la meme partout, chargement compris.
      * Une personne est signalee quand nom, code postal et rue
      * concordent et, si l'immatriculation est connue des deux
      * cotes, qu'elle concorde aussi. Le fichier est ouvert au
      * premier controle et reste ouvert jusqu'a la fin du step ;
      * absent, le controle est debranche (resultat I).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-resind ASSIGN DDRESIND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RI
            FILE STATUS IS CR-RESIND.

       DATA DIVISION.
       FILE SECTION.
       fd f-resind.
       01 e-resind.
           COPY CRESIND.

       WORKING-STORAGE SECTION.
       01 CR-RESIND                  PIC 99.
         88 EOF-RESIND VALUE 10.

       77 ETAT-FICHIER-SW            PIC X VALUE 'F'.
         88 FICHIER-FERME            VALUE 'F'.
         88 FICHIER-OUVERT           VALUE 'O'.
         88 FICHIER-ABSENT           VALUE 'A'.

      * Zone a normaliser : majuscules, ponctuation ramenee a blanc
      * puis blancs supprimes, comme l'adresse des foyers.
       77 ZONE-BRUTE-W               PIC X(20).
       77 ZONE-NORM-W                PIC X(20).
       77 LONG-ZONE-W                PIC 9(2).
       77 IDX-CAR                    PIC 9(2).
       77 POS-NORM                   PIC 9(2).

       01 CLE-NORM-W.
         05 NOM-NORM-W               PIC X(20).
         05 CP-NORM-W                PIC 9(5).
         05 RUE-NORM-W               PIC X(18).
         05 IMMAT-NORM-W             PIC X(10).
       01 PREFIXE-NORM-W REDEFINES CLE-NORM-W.
         05 PREFIXE-W                PIC X(43).
         05                          PIC X(10).

       LINKAGE SECTION.
       01 CRIBLE-L.
           COPY CCRIBLE.

       PROCEDURE DIVISION USING CRIBLE-L.

           perform 10000-NORMALISE
           IF CRIBLE-CONTROLE
             perform 20000-CONTROLE
           END-IF
           GOBACK
           .

       10000-NORMALISE.
           MOVE NOM-CR TO ZONE-BRUTE-W
           MOVE 20 TO LONG-ZONE-W
           perform 15000-NORMALISE-ZONE
           MOVE ZONE-NORM-W TO NOM-NORM-W
           MOVE CP-CR TO CP-NORM-W
           MOVE SPACE TO ZONE-BRUTE-W
           MOVE RUE-CR TO ZONE-BRUTE-W
           MOVE 18 TO LONG-ZONE-W
           perform 15000-NORMALISE-ZONE
           MOVE ZONE-NORM-W TO RUE-NORM-W
           MOVE SPACE TO ZONE-BRUTE-W
           MOVE IMMAT-CR TO ZONE-BRUTE-W
           MOVE 10 TO LONG-ZONE-W
           perform 15000-NORMALISE-ZONE
           MOVE ZONE-NORM-W TO IMMAT-NORM-W
           MOVE CLE-NORM-W TO CLE-NORM-CR
           .

       15000-NORMALISE-ZONE.
           INSPECT ZONE-BRUTE-W CONVERTING
             'abcdefghijklmnopqrstuvwxyz-.,''/'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACE TO ZONE-NORM-W
           MOVE 0 TO POS-NORM
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                     UNTIL IDX-CAR > LONG-ZONE-W
             IF ZONE-BRUTE-W(IDX-CAR:1) NOT = SPACE
               ADD 1 TO POS-NORM
               MOVE ZONE-BRUTE-W(IDX-CAR:1) TO ZONE-NORM-W(POS-NORM:1)
             END-IF
           END-PERFORM
           .

      * Toutes les resiliations de la personne (meme nom, code
      * postal et rue) sont parcourues dans l'ordre de la cle : la
      * premiere dont l'immatriculation concorde, ou manque d'un
      * cote, signale la personne.
       20000-CONTROLE.
           SET CRIBLE-NEANT TO TRUE
           MOVE SPACE TO MOTIF-RESIL-CR ASSUREUR-CR
           MOVE 0 TO DATE-RESIL-CR
           IF FICHIER-FERME
             perform 21000-OUVRE-FICHIER
           END-IF
           IF FICHIER-ABSENT
             SET CRIBLE-INDISPONIBLE TO TRUE
           ELSE
             MOVE CLE-NORM-W TO CLE-X-RI
             MOVE LOW-VALUE TO IMMAT-RI
             START f-resind KEY IS NOT LESS THAN CLE-X-RI
               INVALID KEY
                 MOVE 10 TO CR-RESIND
               NOT INVALID KEY
                 MOVE 0 TO CR-RESIND
             END-START
             perform 22000-READ-RESIND
             perform until EOF-RESIND OR CRIBLE-SIGNALE
                        OR CLE-X-RI(1:43) NOT = PREFIXE-W
               IF IMMAT-RI = SPACE OR IMMAT-NORM-W = SPACE
                OR IMMAT-RI = IMMAT-NORM-W
                 SET CRIBLE-SIGNALE TO TRUE
                 MOVE MOTIF-RI TO MOTIF-RESIL-CR
                 MOVE DATE-RESIL-RI TO DATE-RESIL-CR
                 MOVE ASSUREUR-RI TO ASSUREUR-CR
               ELSE
                 perform 22000-READ-RESIND
               END-IF
             END-PERFORM
           END-IF
           .

       21000-OUVRE-FICHIER.
           OPEN INPUT f-resind
           IF CR-RESIND = 0
             SET FICHIER-OUVERT TO TRUE
           ELSE
             IF CR-RESIND = 5
               CLOSE f-resind
             END-IF
             SET FICHIER-ABSENT TO TRUE
             DISPLAY 'FICHIER DES RESILIES DDRESIND ABSENT ('
                     CR-RESIND ') - CRIBLAGE DEBRANCHE'
           END-IF
           .

       22000-READ-RESIND.
           IF NOT EOF-RESIND
             READ f-resind NEXT RECORD
               AT END
                 MOVE 10 TO CR-RESIND
             END-READ
           END-IF
           .
