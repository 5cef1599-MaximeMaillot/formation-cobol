       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREJP.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retours de prelevements rejetes par la banque : matricule en
      * colonnes 1-6, date d'echeance du prelevement AAAAMMJJ en
      * 7-14 (la date de la creance posee par PROJPREL), montant 7
      * chiffres centimes compris en 15-21, code motif bancaire en
      * 22-25, date du rejet AAAAMMJJ en 26-33, RIB preleve en 34-56.
           SELECT OPTIONAL f-rejets ASSIGN DDRETPRL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJETS.

      * Carte des frais de rejet : montant en colonnes 1-5 (centimes
      * compris). Absente, les frais par defaut s'appliquent.
           SELECT OPTIONAL f-rejprm ASSIGN REJPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-REJPRM.

      * Base des creances : la creance prelevee se rouvre, frais de
      * rejet ajoutes, et repart dans les relances de PROJRECV.
           SELECT f-recev ASSIGN DDRECEV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLE-X-RC
            FILE STATUS IS CR-RECEV.

      * Master : mandat en place et zones du mouvement 'M' qui le
      * retire.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Vehicule principal reporte sur le mouvement 'M' (voir
      * PROJMASS) pour que la chaine ne l'efface pas.
           SELECT f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

      * Garanties du vehicule principal : la prime tous risques du
      * 'M' est celle de sa fiche (voir CALCGAR).
           SELECT OPTIONAL f-garant ASSIGN DDGARANT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-GA
            FILE STATUS IS CR-GARANT.

      * Mouvements 'M' de retrait du mandat pour la chaine, en-tete
      * et total poses comme les mouvements de masse : la police
      * repasse a l'appel de prime papier par PROJETM, avec ses
      * controles et son journal.
           SELECT f-mvt-rej ASSIGN DDMVTREJ
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MVT-REJ.

      * Liste quotidienne des rejets par motif pour le recouvrement.
           SELECT f-liste ASSIGN DDREJLST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-LISTE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-rejets
           DATA RECORD IS e-rejet.
       01 e-rejet.
         05 MAT-RJ                     PIC X(6).
         05 DATE-ECH-RJ                PIC X(8).
         05 MONTANT-RJ                 PIC 9(5)V9(2).
         05 MOTIF-RJ                   PIC X(4).
         05 DATE-REJET-RJ              PIC X(8).
         05 RIB-RJ                     PIC X(23).
         05                            PIC X(24).

       fd f-rejprm.
       01 e-rejprm                     PIC X(80).

       fd f-recev.
       01 e-recev.
           COPY CRECEV.

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-garant.
       01 e-garant.
           COPY CGARANT.

       fd f-mvt-rej.
       01 e-mvt-rej                    PIC X(240).

       fd f-liste.
       01 ligne-liste                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-REJETS                      PIC 99.
         88 EOF-REJETS VALUE 10.
       01 CR-REJPRM                      PIC 99.
       01 CR-RECEV                       PIC 99.
       01 CR-ASSURES4                    PIC 99.
       01 CR-VEHIC                       PIC 99.
       01 CR-GARANT                      PIC 99.
       01 CR-MVT-REJ                     PIC 99.
       01 CR-LISTE                       PIC 99.

      * Frais de rejet ajoutes au du de la creance rouverte.
       77 FRAIS-REJET-W                  PIC 9(3)V9(2) VALUE 8,00.

      * Motifs bancaires de rejet, le dernier poste pour tout code
      * non repertorie. Le compte clos retire le mandat des le
      * premier rejet.
       01 MOTIFS-V.
         05 PIC X(4) VALUE 'AM04'.
         05 PIC X(23) VALUE 'PROVISION INSUFFISANTE'.
         05 PIC X(4) VALUE 'AC04'.
         05 PIC X(23) VALUE 'COMPTE CLOS'.
         05 PIC X(4) VALUE 'MD01'.
         05 PIC X(23) VALUE 'ABSENCE DE MANDAT'.
         05 PIC X(4) VALUE 'MS02'.
         05 PIC X(23) VALUE 'REFUS DU DEBITEUR'.
         05 PIC X(4) VALUE 'AC01'.
         05 PIC X(23) VALUE 'COMPTE ERRONE'.
         05 PIC X(4) VALUE 'MS03'.
         05 PIC X(23) VALUE 'MOTIF NON COMMUNIQUE'.
         05 PIC X(4) VALUE SPACE.
         05 PIC X(23) VALUE 'AUTRE MOTIF'.
       01 TAB-MOTIFS REDEFINES MOTIFS-V.
         05 MOTIF-T OCCURS 7.
           10 CODE-MOTIF-T               PIC X(4).
           10 LIB-MOTIF-T                PIC X(23).
       77 NB-MOTIFS                      PIC 9(1) VALUE 7.
       77 IDX-MOTIF                      PIC 9(1).
       77 CODE-COMPTE-CLOS               PIC X(4) VALUE 'AC04'.
       01 CUMULS-MOTIFS.
         05 CUMUL-MOTIF OCCURS 7.
           10 NB-REJETS-MOTIF            PIC 9(6).
           10 MT-REJETS-MOTIF            PIC 9(8)V9(2).

      * Au-dela de ce nombre de rejets sur la police dans les douze
      * derniers mois, le mandat est retire.
       77 NB-REJETS-MAX                  PIC 9(1) VALUE 2.
       77 NB-REJETS-POLICE-W             PIC 9(2).
       77 MAT-REJET-W                    PIC 9(6).
       77 ACTION-W                       PIC X(16).

      * Polices dont le mandat est deja retire dans ce run : un
      * seul mouvement par police.
       01 TAB-RETRAITS.
         05 NB-RETRAITS                  PIC 9(3) VALUE 0.
         05 MAT-RETRAIT                  PIC 9(6) OCCURS 500.
       77 IDX-RETRAIT                    PIC 9(3).
       77 DEJA-RETIRE-SW                 PIC X(1).
         88 MANDAT-DEJA-RETIRE VALUE 'O'.

       77 FIN-BALAYAGE-SW                PIC X.
         88 FIN-BALAYAGE VALUE 'O'.
         88 BALAYAGE-EN-COURS VALUE 'N'.

      * Anciennete d'un rejet anterieur par CALCDATE (fonction 'J').
       77 FONCTION-CALC-W                PIC X(1).
       77 DATE1-CALC-W                   PIC 9(8).
       77 DATE2-CALC-W                   PIC 9(8).
       77 NBJOURS-CALC-W                 PIC S9(5).
       77 JOURS-CALC-W                   PIC S9(7).
       77 DATE-RESULT-CALC-W             PIC 9(8).
       77 VALIDE-CALC-W                  PIC X(1).

      * Mouvement 'M' en cours de constitution.
       01 MVT-REJET-W.
           COPY CMVTPROJ.

       01 CPT.
         05 CPT-REJETS-LUS               PIC 9(6) VALUE 0.
         05 CPT-CREANCES-ROUVERTES       PIC 9(6) VALUE 0.
         05 CPT-CREANCES-INCONNUES       PIC 9(6) VALUE 0.
         05 CPT-DEJA-TRAITES             PIC 9(6) VALUE 0.
         05 CPT-MANDATS-RETIRES          PIC 9(6) VALUE 0.
         05 MT-REJETE                    PIC 9(8)V9(2) VALUE 0.
         05 MT-FRAIS                     PIC 9(8)V9(2) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 FORMAT-ENTETE-MVT.
         05                              PIC X VALUE '0'.
         05 DATE-ENTETE-F                PIC 9(8).
         05                              PIC X(231) VALUE SPACE.

       01 FORMAT-TOTAL-MVT.
         05                              PIC X VALUE '9'.
         05 NB-MVT-TOTAL-F               PIC 9(6).
         05                              PIC X(233) VALUE SPACE.

       01 FORMAT-TITRE-REJ.
         05                              PIC X(37)
           VALUE 'PRELEVEMENTS REJETES - LISTE DU '.
         05 DATE-T-F                     PIC 9(8).
         05                              PIC X(35).

       01 FORMAT-LIGNE-REJ.
         05 MAT-R-F                      PIC X(6).
         05                              PIC X(1).
         05 DATE-R-F                     PIC X(8).
         05                              PIC X(1).
         05 MONTANT-R-F                  PIC Z(4)9,99.
         05                              PIC X(1).
         05 MOTIF-R-F                    PIC X(4).
         05                              PIC X(1).
         05 LIB-R-F                      PIC X(23).
         05                              PIC X(1).
         05 FRAIS-R-F                    PIC ZZ9,99.
         05                              PIC X(1).
         05 NB-R-F                       PIC 9(1).
         05                              PIC X(1).
         05 ACTION-R-F                   PIC X(16).
         05                              PIC X(1).

       01 FORMAT-TOTAL-MOTIF.
         05 CODE-TM-F                    PIC X(4).
         05                              PIC X(1).
         05 LIB-TM-F                     PIC X(23).
         05                              PIC X(3) VALUE ' : '.
         05 NB-TM-F                      PIC Z(5)9.
         05                              PIC X(9) VALUE ' REJETS  '.
         05 MT-TM-F                      PIC Z(7)9,99.
         05                              PIC X(23).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 28000-EDITE-TOTAUX
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           INITIALIZE CUMULS-MOTIFS
           OPEN INPUT f-rejprm
           IF CR-REJPRM < 10
             READ f-rejprm
               AT END
                 continue
               NOT AT END
                 IF e-rejprm(1:5) NUMERIC
                   MOVE e-rejprm(1:5) TO FRAIS-REJET-W(1:5)
                 END-IF
             END-READ
             CLOSE f-rejprm
           END-IF
           OPEN I-O f-recev
           IF CR-RECEV > 0
             DISPLAY 'ERROR DDRECEV : ' CR-RECEV
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-vehic
           IF CR-VEHIC > 0
             DISPLAY 'ERROR ASSURVEH : ' CR-VEHIC
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT f-garant
           OPEN OUTPUT f-mvt-rej f-liste
           MOVE DATE-JOUR TO DATE-ENTETE-F
           WRITE e-mvt-rej FROM FORMAT-ENTETE-MVT
           MOVE DATE-JOUR TO DATE-T-F
           WRITE ligne-liste FROM FORMAT-TITRE-REJ
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           .

       18000-READ-REJET.
           READ f-rejets
           IF NOT EOF-REJETS
             ADD 1 TO CPT-REJETS-LUS
           END-IF
           .

       20000-TRAITEMENT.
           OPEN INPUT f-rejets
           IF CR-REJETS < 10
             perform 18000-READ-REJET
             perform until EOF-REJETS
               perform 21000-TRAITE-REJET
               perform 18000-READ-REJET
             END-PERFORM
             CLOSE f-rejets
           ELSE
             DISPLAY 'DDRETPRL ABSENT - AUCUN REJET A TRAITER'
           END-IF
           .

       21000-TRAITE-REJET.
           PERFORM VARYING IDX-MOTIF FROM 1 BY 1
                     UNTIL IDX-MOTIF = NB-MOTIFS
                        OR CODE-MOTIF-T(IDX-MOTIF) = MOTIF-RJ
             continue
           END-PERFORM
           MOVE SPACE TO ACTION-W
           MOVE 0 TO NB-R-F FRAIS-R-F
           IF MAT-RJ NOT NUMERIC OR DATE-ECH-RJ NOT NUMERIC
             MOVE 'CREANCE INCONNUE' TO ACTION-W
             ADD 1 TO CPT-CREANCES-INCONNUES
           ELSE
             MOVE MAT-RJ TO MAT-RC
             MOVE DATE-ECH-RJ TO DATE-RC
             READ f-recev
               INVALID KEY
                 MOVE 'CREANCE INCONNUE' TO ACTION-W
                 ADD 1 TO CPT-CREANCES-INCONNUES
               NOT INVALID KEY
                 perform 22000-ROUVRE-CREANCE
             END-READ
           END-IF
           perform 27000-EDITE-REJET
           .

      * La creance prelevee se rouvre : le montant rejete sort du
      * regle (s'il y avait deja ete porte), les frais s'ajoutent
      * au du et le rejet est memorise. Un rejet deja enregistre
      * (meme date, meme motif : rejeu du fichier) est ignore.
       22000-ROUVRE-CREANCE.
           IF FRAIS-REJET-RC NOT NUMERIC
             MOVE 0 TO FRAIS-REJET-RC
           END-IF
           IF NB-REJETS-RC NOT NUMERIC
             MOVE 0 TO NB-REJETS-RC
           END-IF
           IF DATE-REJET-RC NOT NUMERIC
             MOVE 0 TO DATE-REJET-RC
           END-IF
           IF DATE-REJET-RC = DATE-REJET-RJ
            AND MOTIF-REJET-RC = MOTIF-RJ
             MOVE 'DEJA TRAITE' TO ACTION-W
             ADD 1 TO CPT-DEJA-TRAITES
           ELSE
             IF MONTANT-REGLE-RC > MONTANT-RJ
               SUBTRACT MONTANT-RJ FROM MONTANT-REGLE-RC
             ELSE
               MOVE 0 TO MONTANT-REGLE-RC
             END-IF
             ADD FRAIS-REJET-W TO MONTANT-DU-RC
             ADD FRAIS-REJET-W TO FRAIS-REJET-RC
             IF NB-REJETS-RC < 9
               ADD 1 TO NB-REJETS-RC
             END-IF
             MOVE MOTIF-RJ TO MOTIF-REJET-RC
             MOVE DATE-REJET-RJ TO DATE-REJET-RC
             SET CREANCE-OUVERTE TO TRUE
             REWRITE e-recev
             ADD 1 TO CPT-CREANCES-ROUVERTES
             ADD 1 TO NB-REJETS-MOTIF(IDX-MOTIF)
             ADD MONTANT-RJ TO MT-REJETS-MOTIF(IDX-MOTIF)
             ADD MONTANT-RJ TO MT-REJETE
             ADD FRAIS-REJET-W TO MT-FRAIS
             MOVE FRAIS-REJET-W TO FRAIS-R-F
             MOVE MAT-RC TO MAT-REJET-W
             perform 23000-COMPTE-REJETS-POLICE
             MOVE NB-REJETS-POLICE-W TO NB-R-F
             IF MOTIF-RJ = CODE-COMPTE-CLOS
              OR NB-REJETS-POLICE-W NOT < NB-REJETS-MAX
               perform 24000-RETIRE-MANDAT
             END-IF
           END-IF
           .

      * Rejets des douze derniers mois sur toutes les creances de
      * la police.
       23000-COMPTE-REJETS-POLICE.
           MOVE 0 TO NB-REJETS-POLICE-W
           MOVE MAT-REJET-W TO MAT-RC
           MOVE 0 TO DATE-RC
           SET BALAYAGE-EN-COURS TO TRUE
           START f-recev KEY IS NOT LESS THAN CLE-X-RC
             INVALID KEY
               SET FIN-BALAYAGE TO TRUE
           END-START
           perform until FIN-BALAYAGE
             READ f-recev NEXT RECORD
               AT END
                 SET FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF MAT-RC NOT = MAT-REJET-W
                   SET FIN-BALAYAGE TO TRUE
                 ELSE
                   perform 23100-CUMULE-REJETS
                 END-IF
             END-READ
           END-PERFORM
           .

       23100-CUMULE-REJETS.
           IF NB-REJETS-RC NUMERIC AND NB-REJETS-RC > 0
            AND DATE-REJET-RC NUMERIC AND DATE-REJET-RC > 0
             MOVE 'J' TO FONCTION-CALC-W
             MOVE DATE-REJET-RC TO DATE1-CALC-W
             MOVE DATE-JOUR TO DATE2-CALC-W
             MOVE 0 TO NBJOURS-CALC-W
             CALL 'CALCDATE' USING
              BY CONTENT FONCTION-CALC-W
              BY CONTENT DATE1-CALC-W
              BY CONTENT DATE2-CALC-W
              BY CONTENT NBJOURS-CALC-W
              BY REFERENCE JOURS-CALC-W
              BY REFERENCE DATE-RESULT-CALC-W
              BY REFERENCE VALIDE-CALC-W
             IF VALIDE-CALC-W = 'V' AND JOURS-CALC-W < 366
               ADD NB-REJETS-RC TO NB-REJETS-POLICE-W
             END-IF
           END-IF
           .

      * Le mandat se retire par un 'M' de la chaine, un seul par
      * police dans le run. Un mandat deja retire ou remplace depuis
      * le prelevement rejete (RIB different) reste en l'etat.
       24000-RETIRE-MANDAT.
           MOVE 'N' TO DEJA-RETIRE-SW
           PERFORM VARYING IDX-RETRAIT FROM 1 BY 1
                     UNTIL IDX-RETRAIT > NB-RETRAITS
             IF MAT-RETRAIT(IDX-RETRAIT) = MAT-REJET-W
               SET MANDAT-DEJA-RETIRE TO TRUE
             END-IF
           END-PERFORM
           MOVE MAT-REJET-W TO MAT-A4
           EVALUATE TRUE
             WHEN MANDAT-DEJA-RETIRE
               MOVE 'MANDAT RETIRE' TO ACTION-W
             WHEN OTHER
               READ f-assures4
                 INVALID KEY
                   MOVE 'POLICE INCONNUE' TO ACTION-W
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN RIB-A4 = SPACE
                       MOVE 'SANS MANDAT' TO ACTION-W
                     WHEN RIB-RJ NOT = SPACE AND RIB-RJ NOT = RIB-A4
                       MOVE 'MANDAT CHANGE' TO ACTION-W
                     WHEN OTHER
                       perform 25000-EMET-MOUVEMENT
                       MOVE 'MANDAT RETIRE' TO ACTION-W
                   END-EVALUATE
               END-READ
           END-EVALUATE
           .

      * Le mouvement 'M' repart des zones de la fiche (un 'M' de la
      * chaine remplace la fiche entiere), le mandat marque a
      * retirer.
       25000-EMET-MOUVEMENT.
           INITIALIZE MVT-REJET-W
           MOVE 'M' TO CODE-MVT
           MOVE MAT-A4 TO MAT-MVT
           MOVE NOM-PRE-A4 TO NOM-PRE-MVT
           MOVE RUE-A4 TO RUE-MVT
           MOVE CP-A4 TO CP-MVT
           MOVE VILLE-A4 TO VILLE-MVT
           MOVE TYPE-V-A4 TO TYPE-VEHICULE
           perform 25100-PRIME-TOUS-RISQUES
           MOVE BM-A4 TO BM-MVT
           MOVE TAUX-A4 TO TAUX-MVT
           MOVE FREQ-PAIE-A4 TO FREQ-PAIE-MVT
           MOVE AGENCE-A4 TO AGENCE-MVT
           MOVE TEL-A4 TO TEL-MVT
           MOVE EMAIL-A4 TO EMAIL-MVT
           SET RIB-MVT-SUPPRIME TO TRUE
           MOVE PREF-ENVOI-A4 TO PREF-ENVOI-MVT
           MOVE MAT-A4 TO MAT-AV
           MOVE 1 TO RANG-AV
           READ f-vehic
             INVALID KEY
               continue
             NOT INVALID KEY
               MOVE IMMAT-AV TO IMMAT-MVT
               MOVE DATE-1MEC-AV TO DATE-1MEC-MVT
               MOVE USAGE-AV TO USAGE-MVT
           END-READ
           WRITE e-mvt-rej FROM MVT-REJET-W
           ADD 1 TO CPT-MANDATS-RETIRES
           IF NB-RETRAITS < 500
             ADD 1 TO NB-RETRAITS
             MOVE MAT-A4 TO MAT-RETRAIT(NB-RETRAITS)
           END-IF
           .

      * PRIME-MVT est la prime tous risques du vehicule : celle de
      * la fiche garanties du vehicule principal quand elle la
      * porte, sinon la prime de la fiche ASSUR4 (vehicule sans
      * garanties tenues, dont la prime reste celle du mouvement).
       25100-PRIME-TOUS-RISQUES.
           MOVE PRIME-A4 TO PRIME-MVT
           IF CR-GARANT < 10
             MOVE MAT-A4 TO MAT-GA
             MOVE 1 TO RANG-GA
             READ f-garant
               INVALID KEY
                 continue
               NOT INVALID KEY
                 IF PRIME-TR-GA NUMERIC AND PRIME-TR-GA > 0
                   MOVE PRIME-TR-GA TO PRIME-MVT
                 END-IF
             END-READ
           END-IF
           .

       27000-EDITE-REJET.
           MOVE MAT-RJ TO MAT-R-F
           MOVE DATE-ECH-RJ TO DATE-R-F
           MOVE MONTANT-RJ TO MONTANT-R-F
           MOVE MOTIF-RJ TO MOTIF-R-F
           MOVE LIB-MOTIF-T(IDX-MOTIF) TO LIB-R-F
           MOVE ACTION-W TO ACTION-R-F
           WRITE ligne-liste FROM FORMAT-LIGNE-REJ
           .

       28000-EDITE-TOTAUX.
           MOVE SPACE TO ligne-liste
           WRITE ligne-liste
           MOVE 'REJETS PAR MOTIF' TO ligne-liste
           WRITE ligne-liste
           PERFORM VARYING IDX-MOTIF FROM 1 BY 1
                     UNTIL IDX-MOTIF > NB-MOTIFS
             MOVE CODE-MOTIF-T(IDX-MOTIF) TO CODE-TM-F
             MOVE LIB-MOTIF-T(IDX-MOTIF) TO LIB-TM-F
             MOVE NB-REJETS-MOTIF(IDX-MOTIF) TO NB-TM-F
             MOVE MT-REJETS-MOTIF(IDX-MOTIF) TO MT-TM-F
             WRITE ligne-liste FROM FORMAT-TOTAL-MOTIF
           END-PERFORM
           .

       30000-END-PGM.
           MOVE CPT-MANDATS-RETIRES TO NB-MVT-TOTAL-F
           WRITE e-mvt-rej FROM FORMAT-TOTAL-MVT
           CLOSE f-recev f-assures4 f-vehic f-mvt-rej f-liste
           IF CR-GARANT < 10
             CLOSE f-garant
           END-IF
           DISPLAY 'REJETS LUS           : ' CPT-REJETS-LUS
           DISPLAY 'CREANCES ROUVERTES   : ' CPT-CREANCES-ROUVERTES
           DISPLAY 'CREANCES INCONNUES   : ' CPT-CREANCES-INCONNUES
           DISPLAY 'REJETS DEJA TRAITES  : ' CPT-DEJA-TRAITES
           DISPLAY 'MANDATS RETIRES      : ' CPT-MANDATS-RETIRES
           DISPLAY 'MONTANT REJETE       : ' MT-REJETE
           DISPLAY 'FRAIS DE REJET       : ' MT-FRAIS
      * Rejet sans creance a rouvrir : RC 4.
           IF CPT-CREANCES-INCONNUES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
