       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJIMPR.
      ***********************************************
      *    E N V I R O N M E N T   D I V I S I O N
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichiers d'impression du run, chacun ecrit par son
      * programme : quittances (COB4), avis et lettres de
      * non-renouvellement (PROJAVIS), attestations (PROJATTE),
      * relances (PROJRECV), accuses de sinistre (PROJSIN1),
      * releves d'informations (PROJRELI), lettres de pieces de
      * sinistre manquantes (PROJPIEL), conditions particulieres
      * et avenants (PROJCPAR), releves de compte (PROJRELV). Un
      * fichier absent ne donne simplement aucun document.
           SELECT OPTIONAL f-quitt ASSIGN DDQUITT
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-QUITT.

           SELECT OPTIONAL f-avis ASSIGN DDAVISR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-AVIS.

           SELECT OPTIONAL f-attest ASSIGN DDATTEST
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-ATTEST.

           SELECT OPTIONAL f-relance ASSIGN DDRELANC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELANCE.

           SELECT OPTIONAL f-sinacc ASSIGN DDSINACC
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINACC.

           SELECT OPTIONAL f-relinf ASSIGN DDRELINF
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELINF.

           SELECT OPTIONAL f-sinpie ASSIGN DDSINPIE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-SINPIE.

           SELECT OPTIONAL f-cpar ASSIGN DDCPAR
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CPAR.

           SELECT OPTIONAL f-relcpt ASSIGN DDRELEVE
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RELCPT.

      * Master : code postal de l'enveloppe, signal NPAI, mode
      * d'envoi et courriel de l'assure.
           SELECT f-assures4 ASSIGN ASSUR4
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MAT-X4
            FILE STATUS IS CR-ASSURES4.

      * Carte parametre : nombre de lignes par page (1-2), 60 par
      * defaut.
           SELECT OPTIONAL f-param ASSIGN IMPRPRM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-PARAM.

           SELECT SD-TRI ASSIGN TRIIMPR.

      * Flux consolide pour l'imprimerie : une enveloppe par
      * matricule regroupant tous ses documents du run, enveloppes
      * triees par code postal pour le tarif postal.
           SELECT f-imprim ASSIGN DDIMPRIM
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-IMPRIM.

      * Plis retenus : adresse signalee NPAI ou adresse inconnue,
      * rien ne part tant que le centre d'appel n'a pas corrige.
           SELECT f-retenu ASSIGN DDPLIRET
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-RETENU.

      * Documents des assures qui ont choisi le courriel : ils
      * partent chez le prestataire de messagerie au lieu du flux
      * imprimeur (les deux pour un envoi double).
           SELECT f-courriel ASSIGN DDEMAIL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-COURRIEL.

      * Feuille de controle remise a l'imprimerie avec le flux.
           SELECT f-controle ASSIGN DDIMPCTL
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CR-CONTROLE.

      *********************************
      *    D A T A   D I V I S I O N
      *********************************
       DATA DIVISION.
       FILE SECTION.
       fd f-quitt.
       01 ligne-quitt                  PIC X(80).

       fd f-avis.
       01 ligne-avis                   PIC X(80).

       fd f-attest.
       01 ligne-attest                 PIC X(80).

       fd f-relance.
       01 ligne-relance                PIC X(80).

       fd f-sinacc.
       01 ligne-sinacc                 PIC X(80).

       fd f-relinf.
       01 ligne-relinf                 PIC X(80).

       fd f-sinpie.
       01 ligne-sinpie                 PIC X(80).

       fd f-cpar.
       01 ligne-cpar                   PIC X(80).

       fd f-relcpt.
       01 ligne-relcpt                 PIC X(80).

       fd f-assures4.
       01 e-assures4.
           COPY CASSURE4.

       fd f-param.
       01 e-param                      PIC X(80).

      * Une ligne de document par article trie ; l'adresse de
      * l'enveloppe et le nombre de lignes du document voyagent
      * avec chaque ligne.
       SD SD-TRI.
       01 e-tri.
         02 CP-TRI                     PIC 9(5).
         02 MAT-TRI                    PIC 9(6).
         02 RETENU-TRI                 PIC X(1).
         02 ORDRE-TRI                  PIC 9(1).
         02 NUM-DOC-TRI                PIC 9(7).
         02 NUM-LIGNE-TRI              PIC 9(3).
         02 NB-LIGNES-TRI              PIC 9(3).
         02 NOM-ENV-TRI                PIC X(40).
         02 RUE-ENV-TRI                PIC X(40).
         02 VILLE-ENV-TRI              PIC X(40).
         02 LIGNE-TRI                  PIC X(80).

       fd f-imprim.
       01 ligne-imprim                 PIC X(80).

       fd f-retenu.
       01 ligne-retenu                 PIC X(80).

       fd f-courriel.
       01 e-courriel.
           COPY CEMAIL.

       fd f-controle.
       01 ligne-controle               PIC X(80).

       WORKING-STORAGE SECTION.

       01 CR-QUITT                       PIC 99.
         88 EOF-QUITT VALUE 10.
       01 CR-AVIS                        PIC 99.
         88 EOF-AVIS VALUE 10.
       01 CR-ATTEST                      PIC 99.
         88 EOF-ATTEST VALUE 10.
       01 CR-RELANCE                     PIC 99.
         88 EOF-RELANCE VALUE 10.
       01 CR-SINACC                      PIC 99.
         88 EOF-SINACC VALUE 10.
       01 CR-RELINF                      PIC 99.
         88 EOF-RELINF VALUE 10.
       01 CR-SINPIE                      PIC 99.
         88 EOF-SINPIE VALUE 10.
       01 CR-CPAR                        PIC 99.
         88 EOF-CPAR VALUE 10.
       01 CR-RELCPT                      PIC 99.
         88 EOF-RELCPT VALUE 10.
       01 CR-ASSURES4                    PIC 99.
       01 CR-PARAM                       PIC 99.
       01 CR-IMPRIM                      PIC 99.
       01 CR-RETENU                      PIC 99.
       01 CR-CONTROLE                    PIC 99.
       01 CR-COURRIEL                    PIC 99.
       01 CR-TRI                         PIC 99.
         88 EOF-TRI VALUE 10.

       77 LIGNES-PAGE                    PIC 9(2) VALUE 60.

      * Document en cours de lecture : ses lignes attendent d'etre
      * completes (le matricule de l'accuse de sinistre n'apparait
      * qu'en fin de document) avant de partir au tri.
       77 ORDRE-DOC-W                    PIC 9(1).
       77 DOC-SW                         PIC X VALUE 'N'.
         88 DOC-OUVERT VALUE 'O'.
         88 DOC-FERME VALUE 'N'.
       77 NB-LIGNES-DOC                  PIC 9(3).
       77 NB-LIGNES-MAX                  PIC 9(3) VALUE 200.
       01 TAB-LIGNES-DOC.
         05 LIGNE-DOC                    PIC X(80) OCCURS 200.
       77 IDX-LIGNE                      PIC 9(3).
       77 LIGNE-LUE-W                    PIC X(80).
       77 NUM-DOC-W                      PIC 9(7) VALUE 0.
       77 MAT-DOC-W                      PIC 9(6).
       77 CP-DOC-W                       PIC 9(5).
       77 RETENU-DOC-W                   PIC X(1).
       77 NOM-ENV-W                      PIC X(40).
       77 RUE-ENV-W                      PIC X(40).
       77 VILLE-ENV-W                    PIC X(40).
      * Premiere ligne de l'adresse imprimee sur le document et
      * position de la zone dans la ligne, pour un document dont
      * la police n'est plus au master.
       77 LIGNE-ADR-DOC                  PIC 9(3).
       77 POS-ADR-DOC                    PIC 9(2).

      * Envoi du document : courriel seul, courriel et papier, ou
      * papier (choix de la fiche ; sans courriel connu, papier).
       77 ENVOI-DOC-SW                   PIC X(1).
         88 DOC-PAR-PAPIER VALUE 'P'.
         88 DOC-PAR-COURRIEL VALUE 'E'.
         88 DOC-PAR-LES-DEUX VALUE 'D'.
       77 EMAIL-DOC-W                    PIC X(30).
       77 NUM-MSG-W                      PIC 9(7) VALUE 0.
       77 OBJET-W                        PIC X(40).
      * Code du document (voir CCORRES) et objet du message.
       01 CODES-DOC.
         05                              PIC X(2) VALUE 'QT'.
         05                              PIC X(2) VALUE 'AV'.
         05                              PIC X(2) VALUE 'AT'.
         05                              PIC X(2) VALUE 'RL'.
         05                              PIC X(2) VALUE 'AS'.
         05                              PIC X(2) VALUE 'RI'.
         05                              PIC X(2) VALUE 'PM'.
         05                              PIC X(2) VALUE 'CP'.
         05                              PIC X(2) VALUE 'RC'.
       01 TAB-CODES-DOC REDEFINES CODES-DOC.
         05 CODE-DOC-T                   PIC X(2) OCCURS 9.
       01 OBJETS-DOC.
         05                              PIC X(40)
           VALUE 'VOTRE QUITTANCE DE PRIME'.
         05                              PIC X(40)
           VALUE 'VOTRE AVIS DE RENOUVELLEMENT'.
         05                              PIC X(40)
           VALUE 'VOTRE ATTESTATION D''ASSURANCE'.
         05                              PIC X(40)
           VALUE 'RAPPEL DE PRIME IMPAYEE'.
         05                              PIC X(40)
           VALUE 'ACCUSE DE RECEPTION DE VOTRE SINISTRE'.
         05                              PIC X(40)
           VALUE 'VOTRE RELEVE D''INFORMATIONS'.
         05                              PIC X(40)
           VALUE 'PIECES A FOURNIR POUR VOTRE SINISTRE'.
         05                              PIC X(40)
           VALUE 'VOS CONDITIONS PARTICULIERES'.
         05                              PIC X(40)
           VALUE 'VOTRE RELEVE DE COMPTE'.
       01 TAB-OBJETS-DOC REDEFINES OBJETS-DOC.
         05 OBJET-DOC-T                  PIC X(40) OCCURS 9.

      * Retenue d'une enveloppe : N adresse signalee NPAI, A
      * adresse inconnue (matricule illisible ou absent du master
      * sans adresse sur le document).
       77 RETENU-SW                      PIC X(1).
         88 PLI-A-POSTER VALUE ' '.
         88 PLI-RETENU-NPAI VALUE 'N'.
         88 PLI-RETENU-ADRESSE VALUE 'A'.

      * Enveloppe en cours de constitution.
       77 PREMIER-PLI-SW                 PIC X VALUE 'O'.
         88 PREMIER-PLI VALUE 'O'.
       77 CP-PLI-W                       PIC 9(5).
       77 MAT-PLI-W                      PIC 9(6).
       77 RETENU-PLI-W                   PIC X(1).
       77 DOC-EN-COURS-W                 PIC 9(7).
       77 NUM-PLI-W                      PIC 9(6) VALUE 0.
       77 PAGES-DOC-W                    PIC 9(4).
       77 IDX-TYPE                       PIC 9(2).
       77 IDX-DEPT                       PIC 9(3).
       01 TAB-TYPES-PLI.
         05 TYPE-DANS-PLI                PIC X(1) OCCURS 9.

      * Types de document dans l'ordre de l'enveloppe.
       01 LIBELLES-TYPES.
         05                              PIC X(20)
           VALUE 'QUITTANCES'.
         05                              PIC X(20)
           VALUE 'AVIS RENOUVELLEMENT'.
         05                              PIC X(20)
           VALUE 'ATTESTATIONS'.
         05                              PIC X(20)
           VALUE 'RELANCES IMPAYES'.
         05                              PIC X(20)
           VALUE 'ACCUSES SINISTRE'.
         05                              PIC X(20)
           VALUE 'RELEVES INFORMATION'.
         05                              PIC X(20)
           VALUE 'PIECES SINISTRE'.
         05                              PIC X(20)
           VALUE 'COND. PART./AVENANTS'.
         05                              PIC X(20)
           VALUE 'RELEVES DE COMPTE'.
       01 TAB-LIBELLES REDEFINES LIBELLES-TYPES.
         05 LIB-TYPE-T                   PIC X(20) OCCURS 9.

       01 TAB-COMPTES.
         05 COMPTE-TYPE OCCURS 9.
           10 DOCS-POSTES                PIC 9(6).
           10 PAGES-POSTEES              PIC 9(7).
           10 PLIS-POSTES                PIC 9(6).
           10 DOCS-RETENUS               PIC 9(6).
           10 PAGES-RETENUES             PIC 9(7).
           10 PLIS-RETENUS               PIC 9(6).
           10 DOCS-COURRIEL              PIC 9(6).

      * Enveloppes postees par departement (deux premiers chiffres
      * du code postal), pour le depot au tarif trie.
       01 TAB-DEPARTEMENTS.
         05 PLIS-DEPT                    PIC 9(6) OCCURS 100.

       01 CPT.
         05 CPT-LIGNES-LUES              PIC 9(7) VALUE 0.
         05 CPT-LIGNES-HORS-DOC          PIC 9(7) VALUE 0.
         05 CPT-DOCS                     PIC 9(7) VALUE 0.
         05 CPT-DOCS-NON-IDENTIFIES      PIC 9(6) VALUE 0.
         05 CPT-DOCS-TRONQUES            PIC 9(6) VALUE 0.
         05 CPT-PLIS-POSTES              PIC 9(6) VALUE 0.
         05 CPT-PLIS-NPAI                PIC 9(6) VALUE 0.
         05 CPT-PLIS-SANS-ADRESSE        PIC 9(6) VALUE 0.
         05 CPT-PAGES-POSTEES            PIC 9(7) VALUE 0.
         05 CPT-PAGES-RETENUES           PIC 9(7) VALUE 0.
         05 CPT-COURRIELS                PIC 9(7) VALUE 0.

       01 DATE-F.
         05 YEAR-F                       PIC 9999.
         05 MONTH-F                      PIC 99.
         05 DAY-F                        PIC 99.
       01 DATE-JOUR REDEFINES DATE-F     PIC 9(8).

       01 LIGNE-SEPARATEUR               PIC X(80) VALUE ALL '-'.
       01 LIGNE-PLI                      PIC X(80) VALUE ALL '='.

       01 FORMAT-ENTETE-PLI.
         05                              PIC X(4) VALUE 'PLI '.
         05 NUM-PLI-F                    PIC 9(6).
         05                              PIC X(12)
           VALUE ' MATRICULE '.
         05 MAT-PLI-F                    PIC 9(6).
         05                              PIC X(4) VALUE ' CP '.
         05 CP-PLI-F                     PIC 9(5).
         05                              PIC X(2).
         05 MOTIF-PLI-F                  PIC X(30).
         05                              PIC X(11).

       01 FORMAT-ADRESSE-PLI.
         05                              PIC X(4).
         05 TEXTE-ADR-F                  PIC X(40).
         05                              PIC X(36).

       01 FORMAT-TITRE-CTL.
         05                              PIC X(40)
           VALUE 'FEUILLE DE CONTROLE IMPRIMERIE - RUN DU '.
         05 DATE-CTL-F                   PIC 9(8).
         05                              PIC X(32).

       01 FORMAT-ENTETE-CTL.
         05                              PIC X(42)
           VALUE 'DOCUMENT               DOCS   PAGES   PLIS'.
         05                              PIC X(38)
           VALUE ' | RETENUS  DOCS   PAGES   PLIS'.

       01 FORMAT-LIGNE-CTL.
         05 LIB-CTL-F                    PIC X(20).
         05                              PIC X(1).
         05 DOCS-CTL-F                   PIC Z(5)9.
         05                              PIC X(1).
         05 PAGES-CTL-F                  PIC Z(6)9.
         05                              PIC X(1).
         05 PLIS-CTL-F                   PIC Z(5)9.
         05                              PIC X(11)
           VALUE ' |         '.
         05 DOCS-R-CTL-F                 PIC Z(5)9.
         05                              PIC X(1).
         05 PAGES-R-CTL-F                PIC Z(6)9.
         05                              PIC X(1).
         05 PLIS-R-CTL-F                 PIC Z(5)9.
         05                              PIC X(6).

       01 FORMAT-TOTAL-CTL.
         05 LIB-TOT-CTL-F                PIC X(30).
         05                              PIC X(3) VALUE ' : '.
         05 NB-TOT-CTL-F                 PIC Z(6)9.
         05                              PIC X(40).

       01 FORMAT-DEPT-CTL.
         05                              PIC X(14)
           VALUE '  DEPARTEMENT '.
         05 DEPT-CTL-F                   PIC 9(2).
         05                              PIC X(3) VALUE ' : '.
         05 PLIS-DEPT-CTL-F              PIC Z(5)9.
         05                              PIC X(6) VALUE ' PLIS'.
         05                              PIC X(49).

      ****************************************************************
      * P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 10000-INIT-PGM
           PERFORM 20000-TRAITEMENT
           PERFORM 28000-EDITE-CONTROLE
           PERFORM 30000-END-PGM
           .

       10000-INIT-PGM.
           ACCEPT DATE-F FROM DATE YYYYMMDD
           INITIALIZE TAB-COMPTES TAB-DEPARTEMENTS
           OPEN INPUT f-param
           IF CR-PARAM < 10
             READ f-param
               AT END
                 continue
               NOT AT END
                 IF e-param(1:2) NUMERIC AND e-param(1:2) > '00'
                   MOVE e-param(1:2) TO LIGNES-PAGE
                 END-IF
             END-READ
             CLOSE f-param
           END-IF
           OPEN INPUT f-assures4
           IF CR-ASSURES4 > 0
             DISPLAY 'ERROR ASSUR4 : ' CR-ASSURES4
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT f-courriel
           IF CR-COURRIEL > 0
             DISPLAY 'ERROR DDEMAIL : ' CR-COURRIEL
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Chaque document des fichiers du run part au tri ligne a
      * ligne, sous la cle code postal + matricule : l'enveloppe
      * d'un matricule regroupe ses documents dans l'ordre des
      * types, les enveloppes sortent dans l'ordre postal.
       20000-TRAITEMENT.
           SORT SD-TRI
             ON ASCENDING KEY CP-TRI MAT-TRI RETENU-TRI ORDRE-TRI
                              NUM-DOC-TRI NUM-LIGNE-TRI
             INPUT PROCEDURE IS 21000-ALIMENTE-TRI
             OUTPUT PROCEDURE IS 25000-EDITE-PLIS
           .

       21000-ALIMENTE-TRI.
           perform 21100-LIT-QUITTANCES
           perform 21200-LIT-AVIS
           perform 21300-LIT-ATTESTATIONS
           perform 21400-LIT-RELANCES
           perform 21500-LIT-ACCUSES
           perform 21600-LIT-RELEVES
           perform 21700-LIT-PIECES
           perform 21800-LIT-CONDITIONS
           perform 21900-LIT-RELEVES-COMPTE
           .

      * Quittance : le document commence a la ligne de titre et se
      * termine a la ligne de tirets.
       21100-LIT-QUITTANCES.
           OPEN INPUT f-quitt
           IF CR-QUITT < 10
             MOVE 1 TO ORDRE-DOC-W
             perform 21110-READ-QUITT
             perform until EOF-QUITT
               MOVE ligne-quitt TO LIGNE-LUE-W
               perform 22100-DECOUPE-QUITTANCE
               perform 21110-READ-QUITT
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-quitt
           END-IF
           .

       21110-READ-QUITT.
           READ f-quitt
           IF NOT EOF-QUITT
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

       21200-LIT-AVIS.
           OPEN INPUT f-avis
           IF CR-AVIS < 10
             MOVE 2 TO ORDRE-DOC-W
             perform 21210-READ-AVIS
             perform until EOF-AVIS
               MOVE ligne-avis TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21210-READ-AVIS
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-avis
           END-IF
           .

       21210-READ-AVIS.
           READ f-avis
           IF NOT EOF-AVIS
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

       21300-LIT-ATTESTATIONS.
           OPEN INPUT f-attest
           IF CR-ATTEST < 10
             MOVE 3 TO ORDRE-DOC-W
             perform 21310-READ-ATTEST
             perform until EOF-ATTEST
               MOVE ligne-attest TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21310-READ-ATTEST
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-attest
           END-IF
           .

       21310-READ-ATTEST.
           READ f-attest
           IF NOT EOF-ATTEST
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

      * Relances : une ligne par creance impayee, matricule en tete
      * ; titre, totaux et avis de suspension restent a l'etat de
      * gestion et ne partent pas sous enveloppe.
       21400-LIT-RELANCES.
           OPEN INPUT f-relance
           IF CR-RELANCE < 10
             MOVE 4 TO ORDRE-DOC-W
             perform 21410-READ-RELANCE
             perform until EOF-RELANCE
               MOVE ligne-relance TO LIGNE-LUE-W
               perform 22200-DECOUPE-RELANCE
               perform 21410-READ-RELANCE
             END-PERFORM
             CLOSE f-relance
           END-IF
           .

       21410-READ-RELANCE.
           READ f-relance
           IF NOT EOF-RELANCE
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

       21500-LIT-ACCUSES.
           OPEN INPUT f-sinacc
           IF CR-SINACC < 10
             MOVE 5 TO ORDRE-DOC-W
             perform 21510-READ-SINACC
             perform until EOF-SINACC
               MOVE ligne-sinacc TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21510-READ-SINACC
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-sinacc
           END-IF
           .

       21510-READ-SINACC.
           READ f-sinacc
           IF NOT EOF-SINACC
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

       21600-LIT-RELEVES.
           OPEN INPUT f-relinf
           IF CR-RELINF < 10
             MOVE 6 TO ORDRE-DOC-W
             perform 21610-READ-RELINF
             perform until EOF-RELINF
               MOVE ligne-relinf TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21610-READ-RELINF
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-relinf
           END-IF
           .

       21610-READ-RELINF.
           READ f-relinf
           IF NOT EOF-RELINF
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

      * Lettres de pieces manquantes : encadrees comme l'accuse de
      * sinistre, le matricule dans la reference a rappeler.
       21700-LIT-PIECES.
           OPEN INPUT f-sinpie
           IF CR-SINPIE < 10
             MOVE 7 TO ORDRE-DOC-W
             perform 21710-READ-SINPIE
             perform until EOF-SINPIE
               MOVE ligne-sinpie TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21710-READ-SINPIE
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-sinpie
           END-IF
           .

       21710-READ-SINPIE.
           READ f-sinpie
           IF NOT EOF-SINPIE
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

      * Conditions particulieres et avenants : encadres, le
      * matricule dans la ligne de titre.
       21800-LIT-CONDITIONS.
           OPEN INPUT f-cpar
           IF CR-CPAR < 10
             MOVE 8 TO ORDRE-DOC-W
             perform 21810-READ-CPAR
             perform until EOF-CPAR
               MOVE ligne-cpar TO LIGNE-LUE-W
               perform 22000-DECOUPE-ENCADRE
               perform 21810-READ-CPAR
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-cpar
           END-IF
           .

       21810-READ-CPAR.
           READ f-cpar
           IF NOT EOF-CPAR
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

      * Releves de compte : le document commence a sa ligne de
      * titre et court jusqu'au titre suivant ou a la fin du
      * fichier.
       21900-LIT-RELEVES-COMPTE.
           OPEN INPUT f-relcpt
           IF CR-RELCPT < 10
             MOVE 9 TO ORDRE-DOC-W
             perform 21910-READ-RELCPT
             perform until EOF-RELCPT
               MOVE ligne-relcpt TO LIGNE-LUE-W
               perform 22300-DECOUPE-RELEVE-COMPTE
               perform 21910-READ-RELCPT
             END-PERFORM
             perform 22900-FIN-FICHIER
             CLOSE f-relcpt
           END-IF
           .

       21910-READ-RELCPT.
           READ f-relcpt
           IF NOT EOF-RELCPT
             ADD 1 TO CPT-LIGNES-LUES
           END-IF
           .

      * Documents encadres (avis, attestations, accuses, releves,
      * lettres de pieces, conditions particulieres et avenants) :
      * une ligne de tirets ouvre le document, la suivante le ferme.
       22000-DECOUPE-ENCADRE.
           IF LIGNE-LUE-W = LIGNE-SEPARATEUR
             IF DOC-OUVERT
               perform 22500-AJOUTE-LIGNE
               perform 23000-LIBERE-DOCUMENT
             ELSE
               perform 22400-OUVRE-DOCUMENT
               perform 22500-AJOUTE-LIGNE
             END-IF
           ELSE
             IF DOC-OUVERT
               perform 22500-AJOUTE-LIGNE
             ELSE
               ADD 1 TO CPT-LIGNES-HORS-DOC
             END-IF
           END-IF
           .

       22100-DECOUPE-QUITTANCE.
           IF LIGNE-LUE-W(1:20) = '| QUITTANCE DE PRIME'
             IF DOC-OUVERT
               perform 23000-LIBERE-DOCUMENT
             END-IF
             perform 22400-OUVRE-DOCUMENT
             perform 22500-AJOUTE-LIGNE
           ELSE
             IF DOC-OUVERT
               perform 22500-AJOUTE-LIGNE
               IF LIGNE-LUE-W = LIGNE-SEPARATEUR
                 perform 23000-LIBERE-DOCUMENT
               END-IF
             ELSE
               ADD 1 TO CPT-LIGNES-HORS-DOC
             END-IF
           END-IF
           .

       22200-DECOUPE-RELANCE.
           IF LIGNE-LUE-W(1:6) NUMERIC AND LIGNE-LUE-W(7:3) = ' ; '
             perform 22400-OUVRE-DOCUMENT
             perform 22500-AJOUTE-LIGNE
             perform 23000-LIBERE-DOCUMENT
           ELSE
             ADD 1 TO CPT-LIGNES-HORS-DOC
           END-IF
           .

       22300-DECOUPE-RELEVE-COMPTE.
           IF LIGNE-LUE-W(1:24) = 'RELEVE DE COMPTE POLICE '
             IF DOC-OUVERT
               perform 23000-LIBERE-DOCUMENT
             END-IF
             perform 22400-OUVRE-DOCUMENT
             perform 22500-AJOUTE-LIGNE
           ELSE
             IF DOC-OUVERT
               perform 22500-AJOUTE-LIGNE
             ELSE
               ADD 1 TO CPT-LIGNES-HORS-DOC
             END-IF
           END-IF
           .

       22400-OUVRE-DOCUMENT.
           SET DOC-OUVERT TO TRUE
           MOVE 0 TO NB-LIGNES-DOC
           .

      * Un document au-dela de la table est tronque et signale.
       22500-AJOUTE-LIGNE.
           IF NB-LIGNES-DOC < NB-LIGNES-MAX
             ADD 1 TO NB-LIGNES-DOC
             MOVE LIGNE-LUE-W TO LIGNE-DOC(NB-LIGNES-DOC)
           ELSE
             IF NB-LIGNES-DOC = NB-LIGNES-MAX
               ADD 1 TO CPT-DOCS-TRONQUES
               ADD 1 TO NB-LIGNES-DOC
             END-IF
           END-IF
           .

      * Fin de fichier sur un document non ferme : il part tel quel.
       22900-FIN-FICHIER.
           IF DOC-OUVERT
             perform 23000-LIBERE-DOCUMENT
           END-IF
           .

       23000-LIBERE-DOCUMENT.
           IF NB-LIGNES-DOC > NB-LIGNES-MAX
             MOVE NB-LIGNES-MAX TO NB-LIGNES-DOC
           END-IF
           ADD 1 TO CPT-DOCS
           ADD 1 TO NUM-DOC-W
           perform 23100-TROUVE-MATRICULE
           perform 23200-ADRESSE-ENVELOPPE
           IF NOT DOC-PAR-PAPIER
             perform 24000-ECRIT-COURRIEL
           END-IF
           IF NOT DOC-PAR-COURRIEL
             perform 23050-LIBERE-LIGNES
           END-IF
           SET DOC-FERME TO TRUE
           .

       23050-LIBERE-LIGNES.
           MOVE CP-DOC-W TO CP-TRI
           MOVE MAT-DOC-W TO MAT-TRI
           MOVE RETENU-SW TO RETENU-TRI
           MOVE ORDRE-DOC-W TO ORDRE-TRI
           MOVE NUM-DOC-W TO NUM-DOC-TRI
           MOVE NB-LIGNES-DOC TO NB-LIGNES-TRI
           MOVE NOM-ENV-W TO NOM-ENV-TRI
           MOVE RUE-ENV-W TO RUE-ENV-TRI
           MOVE VILLE-ENV-W TO VILLE-ENV-TRI
           PERFORM VARYING IDX-LIGNE FROM 1 BY 1
                     UNTIL IDX-LIGNE > NB-LIGNES-DOC
             MOVE IDX-LIGNE TO NUM-LIGNE-TRI
             MOVE LIGNE-DOC(IDX-LIGNE) TO LIGNE-TRI
             RELEASE e-tri
           END-PERFORM
           .

      * Matricule lu a sa place dans le titre de chaque document ;
      * l'accuse de sinistre et la lettre de pieces ne le portent
      * que dans leur ligne de reference a rappeler. Le releve de
      * compte n'imprime pas d'adresse : sans fiche au master, le
      * pli est retenu.
       23100-TROUVE-MATRICULE.
           MOVE 0 TO MAT-DOC-W
           MOVE 0 TO LIGNE-ADR-DOC
           MOVE 5 TO POS-ADR-DOC
           EVALUATE ORDRE-DOC-W
             WHEN 1
               IF LIGNE-DOC(1)(22:6) NUMERIC
                 MOVE LIGNE-DOC(1)(22:6) TO MAT-DOC-W
               END-IF
               MOVE 2 TO LIGNE-ADR-DOC
               MOVE 22 TO POS-ADR-DOC
             WHEN 2
               IF LIGNE-DOC(2)(3:4) = 'AVIS'
                 IF LIGNE-DOC(2)(26:6) NUMERIC
                   MOVE LIGNE-DOC(2)(26:6) TO MAT-DOC-W
                 END-IF
               ELSE
                 IF LIGNE-DOC(2)(33:6) NUMERIC
                   MOVE LIGNE-DOC(2)(33:6) TO MAT-DOC-W
                 END-IF
               END-IF
               MOVE 3 TO LIGNE-ADR-DOC
             WHEN 3
             WHEN 6
               IF LIGNE-DOC(2)(27:6) NUMERIC
                 MOVE LIGNE-DOC(2)(27:6) TO MAT-DOC-W
               END-IF
               MOVE 3 TO LIGNE-ADR-DOC
             WHEN 4
               MOVE LIGNE-DOC(1)(1:6) TO MAT-DOC-W
             WHEN 5
             WHEN 7
               PERFORM VARYING IDX-LIGNE FROM 1 BY 1
                         UNTIL IDX-LIGNE > NB-LIGNES-DOC
                 IF LIGNE-DOC(IDX-LIGNE)(5:23) =
                    'REFERENCE A RAPPELER : '
                  AND LIGNE-DOC(IDX-LIGNE)(28:6) NUMERIC
                   MOVE LIGNE-DOC(IDX-LIGNE)(28:6) TO MAT-DOC-W
                 END-IF
               END-PERFORM
               MOVE 3 TO LIGNE-ADR-DOC
             WHEN 8
               IF LIGNE-DOC(2)(37:6) NUMERIC
                 MOVE LIGNE-DOC(2)(37:6) TO MAT-DOC-W
               END-IF
               MOVE 3 TO LIGNE-ADR-DOC
             WHEN 9
               IF LIGNE-DOC(1)(27:6) NUMERIC
                 MOVE LIGNE-DOC(1)(27:6) TO MAT-DOC-W
               END-IF
           END-EVALUATE
           IF MAT-DOC-W = 0
             ADD 1 TO CPT-DOCS-NON-IDENTIFIES
           END-IF
           .

      * Adresse de l'enveloppe : celle du master, qui fait foi et
      * porte le signal NPAI ; une police sortie du master (releve
      * d'une resiliation) garde l'adresse imprimee sur son
      * document. Sans adresse exploitable, le pli est retenu.
       23200-ADRESSE-ENVELOPPE.
           SET PLI-A-POSTER TO TRUE
           SET DOC-PAR-PAPIER TO TRUE
           MOVE SPACE TO NOM-ENV-W RUE-ENV-W VILLE-ENV-W
           MOVE 99999 TO CP-DOC-W
           IF MAT-DOC-W = 0
             SET PLI-RETENU-ADRESSE TO TRUE
           ELSE
             MOVE MAT-DOC-W TO MAT-A4
             READ f-assures4
               INVALID KEY
                 perform 23300-ADRESSE-DU-DOCUMENT
               NOT INVALID KEY
                 MOVE NOM-PRE-A4 TO NOM-ENV-W
                 MOVE RUE-A4 TO RUE-ENV-W
                 STRING CP-A4 ' ' VILLE-A4
                   DELIMITED BY SIZE INTO VILLE-ENV-W
                 END-STRING
                 MOVE CP-A4 TO CP-DOC-W
                 IF ADRESSE-INVALIDE-NPAI
                   SET PLI-RETENU-NPAI TO TRUE
                 END-IF
                 IF EMAIL-A4 NOT = SPACE
                   MOVE EMAIL-A4 TO EMAIL-DOC-W
                   IF ENVOI-COURRIEL-A4
                     SET DOC-PAR-COURRIEL TO TRUE
                   END-IF
                   IF ENVOI-DOUBLE-A4
                     SET DOC-PAR-LES-DEUX TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       23300-ADRESSE-DU-DOCUMENT.
           IF LIGNE-ADR-DOC > 0
            AND LIGNE-ADR-DOC + 2 NOT > NB-LIGNES-DOC
            AND LIGNE-DOC(LIGNE-ADR-DOC + 2)(POS-ADR-DOC:5) NUMERIC
             MOVE LIGNE-DOC(LIGNE-ADR-DOC)(POS-ADR-DOC:40)
               TO NOM-ENV-W
             MOVE LIGNE-DOC(LIGNE-ADR-DOC + 1)(POS-ADR-DOC:40)
               TO RUE-ENV-W
             MOVE LIGNE-DOC(LIGNE-ADR-DOC + 2)(POS-ADR-DOC:40)
               TO VILLE-ENV-W
             MOVE LIGNE-DOC(LIGNE-ADR-DOC + 2)(POS-ADR-DOC:5)
               TO CP-DOC-W
           ELSE
             SET PLI-RETENU-ADRESSE TO TRUE
           END-IF
           .

      * Un message par document : en-tete avec l'adresse de
      * courriel, le code du document et son objet, puis le corps
      * ligne a ligne. La lettre de non-renouvellement voyage dans
      * le fichier des avis sous son propre code, l'avenant dans
      * celui des conditions particulieres.
       24000-ECRIT-COURRIEL.
           ADD 1 TO NUM-MSG-W
           ADD 1 TO CPT-COURRIELS
           ADD 1 TO DOCS-COURRIEL(ORDRE-DOC-W)
           INITIALIZE e-courriel
           SET EM-ENTETE TO TRUE
           MOVE NUM-MSG-W TO NUM-MSG-EM
           MOVE MAT-DOC-W TO MAT-EM
           MOVE 0 TO NUM-LIGNE-EM
           MOVE EMAIL-DOC-W TO ADRESSE-EM
           MOVE CODE-DOC-T(ORDRE-DOC-W) TO TYPE-DOC-EM
           MOVE OBJET-DOC-T(ORDRE-DOC-W) TO OBJET-W
           IF ORDRE-DOC-W = 2 AND LIGNE-DOC(2)(3:4) NOT = 'AVIS'
             MOVE 'NR' TO TYPE-DOC-EM
             MOVE 'NON-RENOUVELLEMENT DE VOTRE CONTRAT'
               TO OBJET-W
           END-IF
           IF ORDRE-DOC-W = 8 AND LIGNE-DOC(2)(3:7) = 'AVENANT'
             MOVE 'AN' TO TYPE-DOC-EM
             MOVE 'AVENANT A VOTRE CONTRAT' TO OBJET-W
           END-IF
           STRING OBJET-W DELIMITED BY '  '
                  ' - POLICE ' MAT-DOC-W DELIMITED BY SIZE
             INTO OBJET-EM
           END-STRING
           MOVE DATE-JOUR TO DATE-EM
           MOVE NB-LIGNES-DOC TO NB-LIGNES-EM
           WRITE e-courriel
           PERFORM VARYING IDX-LIGNE FROM 1 BY 1
                     UNTIL IDX-LIGNE > NB-LIGNES-DOC
             INITIALIZE e-courriel
             SET EM-LIGNE TO TRUE
             MOVE NUM-MSG-W TO NUM-MSG-EM
             MOVE MAT-DOC-W TO MAT-EM
             MOVE IDX-LIGNE TO NUM-LIGNE-EM
             MOVE LIGNE-DOC(IDX-LIGNE) TO TEXTE-EM
             WRITE e-courriel
           END-PERFORM
           .

      * Restitution : une enveloppe par rupture code postal +
      * matricule, en-tete d'adresse puis les documents ; un pli
      * retenu part dans DDPLIRET au lieu du flux imprimeur.
       25000-EDITE-PLIS.
           OPEN OUTPUT f-imprim f-retenu
           IF CR-IMPRIM > 0 OR CR-RETENU > 0
             DISPLAY 'ERROR DDIMPRIM/DDPLIRET : ' CR-IMPRIM
                     ' ' CR-RETENU
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           perform 26000-RETURN-TRI
           perform until EOF-TRI
             IF PREMIER-PLI OR CP-TRI NOT = CP-PLI-W
              OR MAT-TRI NOT = MAT-PLI-W
              OR RETENU-TRI NOT = RETENU-PLI-W
               perform 27000-OUVRE-PLI
             END-IF
             IF NUM-DOC-TRI NOT = DOC-EN-COURS-W
               perform 27500-COMPTE-DOCUMENT
             END-IF
             IF RETENU-TRI = SPACE
               WRITE ligne-imprim FROM LIGNE-TRI
             ELSE
               WRITE ligne-retenu FROM LIGNE-TRI
             END-IF
             perform 26000-RETURN-TRI
           END-PERFORM
           IF NOT PREMIER-PLI
             perform 27900-CLOT-PLI
           END-IF
           CLOSE f-imprim f-retenu
           .

       26000-RETURN-TRI.
           RETURN SD-TRI
             AT END
               MOVE 10 TO CR-TRI
           END-RETURN
           .

       27000-OUVRE-PLI.
           IF NOT PREMIER-PLI
             perform 27900-CLOT-PLI
           END-IF
           MOVE 'N' TO PREMIER-PLI-SW
           MOVE CP-TRI TO CP-PLI-W
           MOVE MAT-TRI TO MAT-PLI-W
           MOVE RETENU-TRI TO RETENU-PLI-W
           MOVE 0 TO DOC-EN-COURS-W
           MOVE SPACE TO TAB-TYPES-PLI
           ADD 1 TO NUM-PLI-W
           MOVE NUM-PLI-W TO NUM-PLI-F
           MOVE MAT-TRI TO MAT-PLI-F
           MOVE CP-TRI TO CP-PLI-F
           EVALUATE RETENU-TRI
             WHEN 'N'
               MOVE 'RETENU - ADRESSE NPAI' TO MOTIF-PLI-F
               ADD 1 TO CPT-PLIS-NPAI
             WHEN 'A'
               MOVE 'RETENU - ADRESSE INCONNUE' TO MOTIF-PLI-F
               ADD 1 TO CPT-PLIS-SANS-ADRESSE
             WHEN OTHER
               MOVE SPACE TO MOTIF-PLI-F
               ADD 1 TO CPT-PLIS-POSTES
               IF CP-TRI < 99999
                 COMPUTE IDX-DEPT = CP-TRI / 1000 + 1
                 ADD 1 TO PLIS-DEPT(IDX-DEPT)
               END-IF
           END-EVALUATE
           IF RETENU-TRI = SPACE
             WRITE ligne-imprim FROM LIGNE-PLI
             WRITE ligne-imprim FROM FORMAT-ENTETE-PLI
           ELSE
             WRITE ligne-retenu FROM LIGNE-PLI
             WRITE ligne-retenu FROM FORMAT-ENTETE-PLI
           END-IF
           MOVE NOM-ENV-TRI TO TEXTE-ADR-F
           perform 27100-ECRIT-ADRESSE
           MOVE RUE-ENV-TRI TO TEXTE-ADR-F
           perform 27100-ECRIT-ADRESSE
           MOVE VILLE-ENV-TRI TO TEXTE-ADR-F
           perform 27100-ECRIT-ADRESSE
           .

       27100-ECRIT-ADRESSE.
           IF RETENU-TRI = SPACE
             WRITE ligne-imprim FROM FORMAT-ADRESSE-PLI
           ELSE
             WRITE ligne-retenu FROM FORMAT-ADRESSE-PLI
           END-IF
           .

      * Chaque document commence sur une page : ses pages se
      * comptent sur son nombre de lignes.
       27500-COMPTE-DOCUMENT.
           MOVE NUM-DOC-TRI TO DOC-EN-COURS-W
           MOVE ORDRE-TRI TO IDX-TYPE
           MOVE 'O' TO TYPE-DANS-PLI(IDX-TYPE)
           COMPUTE PAGES-DOC-W =
             (NB-LIGNES-TRI + LIGNES-PAGE - 1) / LIGNES-PAGE
           IF RETENU-TRI = SPACE
             ADD 1 TO DOCS-POSTES(IDX-TYPE)
             ADD PAGES-DOC-W TO PAGES-POSTEES(IDX-TYPE)
             ADD PAGES-DOC-W TO CPT-PAGES-POSTEES
           ELSE
             ADD 1 TO DOCS-RETENUS(IDX-TYPE)
             ADD PAGES-DOC-W TO PAGES-RETENUES(IDX-TYPE)
             ADD PAGES-DOC-W TO CPT-PAGES-RETENUES
           END-IF
           .

      * Une enveloppe compte une fois pour chaque type de document
      * qu'elle contient.
       27900-CLOT-PLI.
           PERFORM VARYING IDX-TYPE FROM 1 BY 1 UNTIL IDX-TYPE > 9
             IF TYPE-DANS-PLI(IDX-TYPE) = 'O'
               IF RETENU-PLI-W = SPACE
                 ADD 1 TO PLIS-POSTES(IDX-TYPE)
               ELSE
                 ADD 1 TO PLIS-RETENUS(IDX-TYPE)
               END-IF
             END-IF
           END-PERFORM
           .

      * Feuille de controle : documents, pages et enveloppes par
      * type, postes et retenus, totaux du flux et repartition des
      * enveloppes postees par departement.
       28000-EDITE-CONTROLE.
           OPEN OUTPUT f-controle
           MOVE DATE-JOUR TO DATE-CTL-F
           WRITE ligne-controle FROM FORMAT-TITRE-CTL
           MOVE SPACE TO ligne-controle
           WRITE ligne-controle
           WRITE ligne-controle FROM FORMAT-ENTETE-CTL
           PERFORM VARYING IDX-TYPE FROM 1 BY 1 UNTIL IDX-TYPE > 9
             MOVE LIB-TYPE-T(IDX-TYPE) TO LIB-CTL-F
             MOVE DOCS-POSTES(IDX-TYPE) TO DOCS-CTL-F
             MOVE PAGES-POSTEES(IDX-TYPE) TO PAGES-CTL-F
             MOVE PLIS-POSTES(IDX-TYPE) TO PLIS-CTL-F
             MOVE DOCS-RETENUS(IDX-TYPE) TO DOCS-R-CTL-F
             MOVE PAGES-RETENUES(IDX-TYPE) TO PAGES-R-CTL-F
             MOVE PLIS-RETENUS(IDX-TYPE) TO PLIS-R-CTL-F
             WRITE ligne-controle FROM FORMAT-LIGNE-CTL
           END-PERFORM
           MOVE SPACE TO ligne-controle
           WRITE ligne-controle
           MOVE 'ENVELOPPES A POSTER' TO LIB-TOT-CTL-F
           MOVE CPT-PLIS-POSTES TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           MOVE 'PAGES A IMPRIMER' TO LIB-TOT-CTL-F
           MOVE CPT-PAGES-POSTEES TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           MOVE 'ENVELOPPES RETENUES NPAI' TO LIB-TOT-CTL-F
           MOVE CPT-PLIS-NPAI TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           MOVE 'ENVELOPPES RETENUES SANS ADR.' TO LIB-TOT-CTL-F
           MOVE CPT-PLIS-SANS-ADRESSE TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           MOVE 'PAGES RETENUES' TO LIB-TOT-CTL-F
           MOVE CPT-PAGES-RETENUES TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
      * Documents partis par courriel : hors flux imprimeur, ou
      * en double de l'exemplaire papier.
           MOVE SPACE TO ligne-controle
           WRITE ligne-controle
           MOVE 'DOCUMENTS ENVOYES PAR COURRIEL :' TO ligne-controle
           WRITE ligne-controle
           PERFORM VARYING IDX-TYPE FROM 1 BY 1 UNTIL IDX-TYPE > 9
             MOVE LIB-TYPE-T(IDX-TYPE) TO LIB-TOT-CTL-F
             MOVE DOCS-COURRIEL(IDX-TYPE) TO NB-TOT-CTL-F
             WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           END-PERFORM
           MOVE 'TOTAL COURRIELS' TO LIB-TOT-CTL-F
           MOVE CPT-COURRIELS TO NB-TOT-CTL-F
           WRITE ligne-controle FROM FORMAT-TOTAL-CTL
           MOVE SPACE TO ligne-controle
           WRITE ligne-controle
           MOVE 'ENVELOPPES POSTEES PAR DEPARTEMENT :' TO ligne-controle
           WRITE ligne-controle
           PERFORM VARYING IDX-DEPT FROM 1 BY 1 UNTIL IDX-DEPT > 100
             IF PLIS-DEPT(IDX-DEPT) > 0
               COMPUTE DEPT-CTL-F = IDX-DEPT - 1
               MOVE PLIS-DEPT(IDX-DEPT) TO PLIS-DEPT-CTL-F
               WRITE ligne-controle FROM FORMAT-DEPT-CTL
             END-IF
           END-PERFORM
           CLOSE f-controle
           .

       30000-END-PGM.
           CLOSE f-assures4 f-courriel
           DISPLAY 'LIGNES LUES          : ' CPT-LIGNES-LUES
           DISPLAY 'LIGNES HORS DOCUMENT : ' CPT-LIGNES-HORS-DOC
           DISPLAY 'DOCUMENTS            : ' CPT-DOCS
           DISPLAY 'ENVELOPPES POSTEES   : ' CPT-PLIS-POSTES
           DISPLAY 'RETENUES NPAI        : ' CPT-PLIS-NPAI
           DISPLAY 'RETENUES SANS ADRESSE: ' CPT-PLIS-SANS-ADRESSE
           DISPLAY 'DOCS PAR COURRIEL    : ' CPT-COURRIELS
           DISPLAY 'DOCS NON IDENTIFIES  : ' CPT-DOCS-NON-IDENTIFIES
           DISPLAY 'DOCS TRONQUES        : ' CPT-DOCS-TRONQUES
           IF RETURN-CODE = 0
            AND (CPT-DOCS-NON-IDENTIFIES > 0 OR CPT-DOCS-TRONQUES > 0)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
