      * Replique des controles de domaine et de geographie de la
      * chaine (22105/22106) : un mouvement qu'elle aurait rejete ne
      * doit produire aucun effet attendu.
      * Zone d'appel du criblage des creations (CRIBRES), le meme
      * que celui de la chaine.
       01 CRIBLE-W.
           COPY CCRIBLE.

       77 MVT-RECEVABLE-SW               PIC X.
         88 MVT-RECEVABLE VALUE 'O'.
         88 MVT-IRRECEVABLE VALUE 'N'.
       77 RANG-VEHIC-MAX                 PIC 99 VALUE 20.
       77 IDX-GAR                        PIC 9(2).
       01 TAB-DEPT-CONNUS VALUE SPACE.
         05 DEPT-CONNU-FLAG              PIC X OCCURS 99.
       77 NB-DEPT-CONNUS                 PIC 9(3) VALUE 0.

      * Un 'C' ou un 'M' que la chaine aurait rejete au controle de
      * domaine ou de geographie (codes 7/31) n'a eu aucun effet :
      * il ne doit pas en produire ici non plus. De meme un 'S' au
      * motif de resiliation inconnu (code 34) reste sans effet, et
      * un 'C' retenu par le criblage des resilies (code 35) attend
      * la decision du souscripteur sans creer de fiche.
       22000-APPLIQUE-MVT-ATTENDU.
           SET MVT-RECEVABLE TO TRUE
           IF CODE-MVT = 'C' OR CODE-MVT = 'M'
             perform 22100-CONTROLE-RECEVABILITE
           END-IF
           IF CODE-MVT = 'S' AND NOT MOTIF-S-MVT-CONNU
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           IF CODE-MVT = 'C' AND MVT-RECEVABLE
             perform 22150-CONTROLE-CRIBLE
           END-IF
           IF MVT-RECEVABLE
             perform 22050-APPLIQUE-MVT-RECEVABLE
           END-IF
                 END-IF
                 perform 22600-ATTEND-RENOUV
               END-IF
      * La perte totale d'un vehicule secondaire ne retire que ce
      * vehicule : la fiche reste attendue.
             WHEN 'S'
               IF S-PERTE-TOTALE-MVT AND RANG-V-MVT > 1
                 continue
               ELSE
                 SET ATTENDU-ABSENT TO TRUE
               END-IF
             WHEN 'R'
               IF ATTENDU-ABSENT
                 perform 22300-ATTENDU-REACTIVATION
           IF NOT USAGE-MVT-CONNU
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           IF NOT PREF-ENVOI-MVT-CONNUE
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           IF NOT RETRAIT-COND-CONNU
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           IF RETRAIT-COND-DEMANDE AND RANG-COND-MVT < 2
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           PERFORM VARYING IDX-GAR FROM 1 BY 1 UNTIL IDX-GAR > 5
             IF NOT GARANTIE-MVT-CONNUE(IDX-GAR)
               SET MVT-IRRECEVABLE TO TRUE
             END-IF
           END-PERFORM
           IF GARANTIE-MVT(1) = 'N'
             SET MVT-IRRECEVABLE TO TRUE
           END-IF
           IF DATE-EFFET-MVT > 0
             MOVE DATE-EFFET-MVT TO DATE-CTRL-W
             CALL 'CTRLDATE' USING
           END-IF
           .

       22150-CONTROLE-CRIBLE.
           EVALUATE TRUE
             WHEN CRIBLE-LEVE-MVT
               continue
             WHEN CRIBLE-SIGNALE-MVT
               SET MVT-IRRECEVABLE TO TRUE
             WHEN OTHER
               SET CRIBLE-CONTROLE TO TRUE
               MOVE NOM-PRE-MVT TO NOM-CR
               MOVE RUE-MVT TO RUE-CR
               MOVE CP-MVT TO CP-CR
               MOVE IMMAT-MVT TO IMMAT-CR
               CALL 'CRIBRES' USING BY REFERENCE CRIBLE-W
               IF CRIBLE-SIGNALE
                 SET MVT-IRRECEVABLE TO TRUE
               END-IF
           END-EVALUATE
           .

       22500-POSE-ZONES-MVT.
           MOVE NOM-PRE-MVT TO NOM-PRE-AT
           MOVE RUE-MVT TO RUE-AT
