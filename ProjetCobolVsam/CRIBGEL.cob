       ID DIVISION.
       PROGRAM-ID. CRIBGEL.

      * Criblage contre la liste officielle des gels d'avoirs
      * DDGELIND (chargee par PROJGELC) : le criblage complet
      * PROJGELS et le controle des beneficiaires de PROJSINP
      * appellent tous deux ce module, de sorte que la
      * normalisation des noms est la meme partout, chargement
      * compris. Nom et prenom sont mis bout a bout puis
      * normalises : 'DUPONT JEAN' sur la fiche et DUPONT / JEAN
      * dans la liste donnent la meme cle. Une personne est
      * signalee quand la cle concorde et, si la date de naissance
      * est connue des deux cotes, qu'elle concorde aussi. La liste
      * est ouverte au premier controle et reste ouverte jusqu'a la
      * fin du step ; absente, le resultat est I et c'est a
      * l'appelant de refuser ce qu'il ne peut pas cribler.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-gelind ASSIGN DDGELIND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-GL
            FILE STATUS IS CR-GELIND.

       DATA DIVISION.
       FILE SECTION.
       fd f-gelind.
       01 e-gelind.
           COPY CGELIND.

       WORKING-STORAGE SECTION.
       01 CR-GELIND                  PIC 99.
         88 EOF-GELIND VALUE 10.

       77 ETAT-FICHIER-SW            PIC X VALUE 'F'.
         88 FICHIER-FERME            VALUE 'F'.
         88 FICHIER-OUVERT           VALUE 'O'.
         88 FICHIER-ABSENT           VALUE 'A'.

       77 DATE-PUB-W                 PIC 9(8) VALUE 0.

      * Zone a normaliser : majuscules, ponctuation ramenee a blanc
      * puis blancs supprimes, comme CRIBRES.
       01 ZONE-BRUTE-W.
         05 NOM-BRUT-W               PIC X(30).
         05 PRENOM-BRUT-W            PIC X(20).
       77 ZONE-NORM-W                PIC X(50).
       77 IDX-CAR                    PIC 9(2).
       77 POS-NORM                   PIC 9(2).
       77 CLE-NORM-W                 PIC X(30).

       LINKAGE SECTION.
       01 CRIBLE-GEL-L.
           COPY CCRIBGEL.

       PROCEDURE DIVISION USING CRIBLE-GEL-L.

           perform 10000-NORMALISE
           IF GEL-CONTROLE
             perform 20000-CONTROLE
           END-IF
           GOBACK
           .

       10000-NORMALISE.
           MOVE NOM-CG TO NOM-BRUT-W
           MOVE PRENOM-CG TO PRENOM-BRUT-W
           INSPECT ZONE-BRUTE-W CONVERTING
             'abcdefghijklmnopqrstuvwxyz-.,''/'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACE TO ZONE-NORM-W
           MOVE 0 TO POS-NORM
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 50
             IF ZONE-BRUTE-W(IDX-CAR:1) NOT = SPACE
               ADD 1 TO POS-NORM
               MOVE ZONE-BRUTE-W(IDX-CAR:1) TO ZONE-NORM-W(POS-NORM:1)
             END-IF
           END-PERFORM
           MOVE ZONE-NORM-W TO CLE-NORM-W
           MOVE CLE-NORM-W TO CLE-NORM-CG
           .

      * Toutes les mesures publiees sous la meme cle sont
      * parcourues dans l'ordre : la premiere dont la date de
      * naissance concorde, ou manque d'un cote, signale la
      * personne. Un nom vide ne se crible pas.
       20000-CONTROLE.
           SET GEL-NEANT TO TRUE
           MOVE SPACE TO REF-GEL-CG NOM-GEL-CG PRENOM-GEL-CG
           IF FICHIER-FERME
             perform 21000-OUVRE-FICHIER
           END-IF
           MOVE DATE-PUB-W TO DATE-PUB-CG
           IF FICHIER-ABSENT
             SET GEL-INDISPONIBLE TO TRUE
           ELSE
             IF CLE-NORM-W NOT = SPACE
               MOVE CLE-NORM-W TO NOM-NORM-GL
               MOVE LOW-VALUE TO REF-GL
               START f-gelind KEY IS NOT LESS THAN CLE-X-GL
                 INVALID KEY
                   MOVE 10 TO CR-GELIND
                 NOT INVALID KEY
                   MOVE 0 TO CR-GELIND
               END-START
               perform 22000-READ-GELIND
               perform until EOF-GELIND OR GEL-SIGNALE
                          OR NOM-NORM-GL NOT = CLE-NORM-W
                 IF DATE-NAIS-GL = 0 OR DATE-NAIS-CG = 0
                  OR DATE-NAIS-GL = DATE-NAIS-CG
                   SET GEL-SIGNALE TO TRUE
                   MOVE REF-GL TO REF-GEL-CG
                   MOVE NOM-GL TO NOM-GEL-CG
                   MOVE PRENOM-GL TO PRENOM-GEL-CG
                 ELSE
                   perform 22000-READ-GELIND
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

      * A l'ouverture, l'enregistrement de controle donne la date
      * de publication de la liste chargee ; une liste sans
      * enregistrement de controle (chargement interrompu) est
      * traitee comme absente.
       21000-OUVRE-FICHIER.
           OPEN INPUT f-gelind
           IF CR-GELIND = 0
             SET FICHIER-OUVERT TO TRUE
             MOVE SPACE TO CLE-X-GL
             READ f-gelind
               INVALID KEY
                 SET FICHIER-ABSENT TO TRUE
                 DISPLAY 'LISTE DES GELS DDGELIND SANS CONTROLE'
                         ' - CHARGEMENT A REPRENDRE'
               NOT INVALID KEY
                 MOVE DATE-PUB-GL TO DATE-PUB-W
             END-READ
           ELSE
             IF CR-GELIND = 5
               CLOSE f-gelind
             END-IF
             SET FICHIER-ABSENT TO TRUE
             DISPLAY 'LISTE DES GELS DDGELIND ABSENTE ('
                     CR-GELIND ')'
           END-IF
           .

       22000-READ-GELIND.
           IF NOT EOF-GELIND
             READ f-gelind NEXT RECORD
               AT END
                 MOVE 10 TO CR-GELIND
             END-READ
           END-IF
           .
