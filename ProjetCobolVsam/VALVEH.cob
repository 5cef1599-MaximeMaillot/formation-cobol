       ID DIVISION.
       PROGRAM-ID. VALVEH.

      * Valeur venale d'un vehicule assure a une date, selon le
      * referentiel des valeurs DDVALVEH tenu par le service
      * indemnisation : la declaration (PROJSIN1) et le reglement
      * (PROJSINP) des sinistres appellent tous deux ce module, de
      * sorte que la perte totale se juge partout sur la meme
      * valeur. La classe du vehicule est son type et le groupe de
      * tarification de son modele (DDMODELE), a defaut le groupe
      * 00 du type ; l'age se compte en annees pleines de la
      * premiere mise en circulation a la date demandee. Les
      * fichiers sont ouverts au premier appel et restent ouverts
      * jusqu'a la fin du step ; referentiel ou fichier vehicules
      * absent, le resultat est I et l'appelant ne juge pas la
      * perte totale.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL f-valveh ASSIGN DDVALVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-X-VL
            FILE STATUS IS CR-VALVEH.

           SELECT OPTIONAL f-vehic ASSIGN ASSURVEH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CLE-AV
            FILE STATUS IS CR-VEHIC.

           SELECT OPTIONAL f-modeles ASSIGN DDMODELE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-MODELES.

       DATA DIVISION.
       FILE SECTION.
       fd f-valveh.
       01 e-valveh.
           COPY CVALVEH.

       fd f-vehic.
       01 e-vehic.
           COPY CASSVEH.

       fd f-modeles.
       01 e-modele.
           COPY CMODELE.

       WORKING-STORAGE SECTION.
       01 CR-VALVEH                  PIC 99.
       01 CR-VEHIC                   PIC 99.
       01 CR-MODELES                 PIC 99.
         88 EOF-MODELES VALUE 10.

       77 ETAT-FICHIER-SW            PIC X VALUE 'F'.
         88 FICHIER-FERME            VALUE 'F'.
         88 FICHIER-OUVERT           VALUE 'O'.
         88 FICHIER-ABSENT           VALUE 'A'.

       77 RANG-VEHIC-MAX             PIC 99 VALUE 20.
       77 IDX-RANG                   PIC 99.

      * Groupe de tarification des modeles (500 au plus, comme la
      * table de controle de la chaine).
       01 TAB-MODELES.
         05 MODELE-T OCCURS 500.
           10 CODE-MODELE-T          PIC X(5).
           10 GROUPE-T               PIC 9(2).
       77 NB-MODELES                 PIC 9(3) VALUE 0.
       77 IDX-MODELE                 PIC 9(3).
       77 GROUPE-W                   PIC 9(2).

       77 AGE-W                      PIC 9(3).
       77 IDX-AGE                    PIC 9(2).

       LINKAGE SECTION.
       01 VALEUR-VEH-L.
           COPY CVALCALC.

       PROCEDURE DIVISION USING VALEUR-VEH-L.

           IF FICHIER-FERME
             perform 21000-OUVRE-FICHIERS
           END-IF
           IF RANG-VC = 0
             MOVE 1 TO RANG-VC
           END-IF
           MOVE SPACE TO MOTIF-VC CLASSE-VC IMMAT-VC
           MOVE 0 TO AGE-VC VALEUR-VC SEUIL-VC FRANCHISE-VC
                     NB-VEHIC-VC
           IF FICHIER-ABSENT
             SET VALEUR-INDISPONIBLE-VC TO TRUE
             MOVE 'REFERENTIEL DES VALEURS ABSENT' TO MOTIF-VC
           ELSE
             SET VALEUR-CONNUE-VC TO TRUE
             perform 10000-COMPTE-VEHICULES
             perform 20000-EVALUE
           END-IF
           GOBACK
           .

      * Nombre de vehicules encore portes par la police : le retrait
      * d'un vehicule perdu n'est pas le meme selon qu'il reste seul
      * ou non.
       10000-COMPTE-VEHICULES.
           PERFORM VARYING IDX-RANG FROM 1 BY 1
                     UNTIL IDX-RANG > RANG-VEHIC-MAX
             MOVE MAT-VC TO MAT-AV
             MOVE IDX-RANG TO RANG-AV
             READ f-vehic
               INVALID KEY
                 continue
               NOT INVALID KEY
                 ADD 1 TO NB-VEHIC-VC
             END-READ
           END-PERFORM
           .

      * Vehicule, date de mise en circulation, classe et regle de
      * decote : le premier manque rend le vehicule non evaluable.
       20000-EVALUE.
           MOVE MAT-VC TO MAT-AV
           MOVE RANG-VC TO RANG-AV
           READ f-vehic
             INVALID KEY
               SET VALEUR-INCONNUE-VC TO TRUE
               MOVE 'VEHICULE ABSENT DE LA POLICE' TO MOTIF-VC
             NOT INVALID KEY
               MOVE IMMAT-AV TO IMMAT-VC
               IF FRANCHISE-AV NUMERIC
                 MOVE FRANCHISE-AV TO FRANCHISE-VC
               END-IF
           END-READ
           IF VALEUR-CONNUE-VC
             IF DATE-1MEC-AV NOT NUMERIC OR DATE-1MEC-AV = 0
              OR DATE-1MEC-AV > DATE-VC
               SET VALEUR-INCONNUE-VC TO TRUE
               MOVE 'MISE EN CIRCULATION INCONNUE' TO MOTIF-VC
             ELSE
               COMPUTE AGE-W = (DATE-VC - DATE-1MEC-AV) / 10000
               IF AGE-W > 99
                 MOVE 99 TO AGE-VC
               ELSE
                 MOVE AGE-W TO AGE-VC
               END-IF
             END-IF
           END-IF
           IF VALEUR-CONNUE-VC
             perform 22000-CHERCHE-CLASSE
           END-IF
           IF VALEUR-CONNUE-VC
             IF TAUX-AGE-VL(1) = 0
               SET VALEUR-INCONNUE-VC TO TRUE
               MOVE 'DECOTE DE LA CLASSE NON POSEE' TO MOTIF-VC
             ELSE
               perform 23000-CALCULE-VALEUR
             END-IF
           END-IF
           .

      * Referentiel et vehicules en lecture directe, modeles charges
      * en table : un referentiel des modeles absent laisse tous les
      * vehicules au groupe 00.
       21000-OUVRE-FICHIERS.
           OPEN INPUT f-valveh
           OPEN INPUT f-vehic
           IF CR-VALVEH = 0 AND CR-VEHIC = 0
             SET FICHIER-OUVERT TO TRUE
           ELSE
             IF CR-VALVEH = 0 OR CR-VALVEH = 5
               CLOSE f-valveh
             END-IF
             IF CR-VEHIC = 0 OR CR-VEHIC = 5
               CLOSE f-vehic
             END-IF
             SET FICHIER-ABSENT TO TRUE
             DISPLAY 'VALEURS DES VEHICULES INDISPONIBLES (DDVALVEH '
                     CR-VALVEH ' ASSURVEH ' CR-VEHIC ')'
           END-IF
           OPEN INPUT f-modeles
           IF CR-MODELES < 10
             perform until EOF-MODELES
               READ f-modeles
                 AT END
                   continue
                 NOT AT END
                   IF NB-MODELES < 500
                    AND GROUPE-MD NUMERIC
                     ADD 1 TO NB-MODELES
                     MOVE CODE-MODELE-MD TO CODE-MODELE-T(NB-MODELES)
                     MOVE GROUPE-MD TO GROUPE-T(NB-MODELES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE f-modeles
           END-IF
           .

      * Classe propre au groupe du modele, a defaut la classe 00
      * du type de vehicule.
       22000-CHERCHE-CLASSE.
           MOVE 0 TO GROUPE-W
           IF CODE-MODELE-AV NOT = SPACE
             PERFORM VARYING IDX-MODELE FROM 1 BY 1
                       UNTIL IDX-MODELE > NB-MODELES
               IF CODE-MODELE-T(IDX-MODELE) = CODE-MODELE-AV
                 MOVE GROUPE-T(IDX-MODELE) TO GROUPE-W
               END-IF
             END-PERFORM
           END-IF
           MOVE TYPE-V-AV TO TYPE-V-VL
           MOVE GROUPE-W TO GROUPE-VL
           READ f-valveh
             INVALID KEY
               MOVE 10 TO CR-VALVEH
           END-READ
           IF CR-VALVEH = 10 AND GROUPE-W NOT = 0
             MOVE TYPE-V-AV TO TYPE-V-VL
             MOVE 0 TO GROUPE-VL
             READ f-valveh
               INVALID KEY
                 MOVE 10 TO CR-VALVEH
             END-READ
           END-IF
           IF CR-VALVEH = 10
             SET VALEUR-INCONNUE-VC TO TRUE
             MOVE 'CLASSE ABSENTE DU REFERENTIEL' TO MOTIF-VC
           ELSE
             MOVE CLE-X-VL TO CLASSE-VC
           END-IF
           .

      * Valeur a neuf au pourcentage de l'age (10 ans et plus : le
      * dernier), relevee a la valeur plancher.
       23000-CALCULE-VALEUR.
           IF AGE-VC > 10
             MOVE 11 TO IDX-AGE
           ELSE
             COMPUTE IDX-AGE = AGE-VC + 1
           END-IF
           COMPUTE VALEUR-VC ROUNDED =
             VALEUR-NEUF-VL * TAUX-AGE-VL(IDX-AGE) / 100
           IF VALEUR-VC < VALEUR-PLANCHER-VL
             MOVE VALEUR-PLANCHER-VL TO VALEUR-VC
           END-IF
           IF SEUIL-PERTE-VL = 0
             MOVE 70 TO SEUIL-VC
           ELSE
             MOVE SEUIL-PERTE-VL TO SEUIL-VC
           END-IF
           .
