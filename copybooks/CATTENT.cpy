      * CATTENT - Compte d'attente des encaissements (fichier
      * DDATTENT), cle date d'operation + numero d'ecriture du
      * releve bancaire. Y tombent les credits du releve que PROJBANQ
      * n'a pu attribuer a aucune creance, et les reglements sans
      * creance de PROJRECV. La comptabilite les affecte par carte
      * (PROJCATT) ; PROJBANQ libere les affectations dans le
      * fichier des reglements DDPAIEM du run de recouvrement
      * suivant.
           02 CLE-AT.
             03 DATE-RECU-AT         PIC 9(8).
             03 NUM-ECR-AT           PIC X(7).
           02 CLE-X-AT REDEFINES CLE-AT
                                     PIC X(15).
           02 MONTANT-AT             PIC 9(7)V9(2).
           02 NOM-TIREUR-AT          PIC X(30).
           02 LIBELLE-AT             PIC X(60).
      * Motif de la mise en attente : N aucun indice exploitable,
      * M matricule reconnu sans creance ouverte, A plusieurs
      * creances candidates au nom et au montant, S capacite de
      * rapprochement depassee, O reglement sans creance rejete par
      * le recouvrement.
           02 MOTIF-AT               PIC X(1).
             88 ATT-SANS-INDICE      VALUE 'N'.
             88 ATT-SANS-CREANCE     VALUE 'M'.
             88 ATT-AMBIGU           VALUE 'A'.
             88 ATT-SATURE           VALUE 'S'.
             88 ATT-ORPHELIN         VALUE 'O'.
      * A en attente d'affectation, F affecte a liberer, L libere
      * dans DDPAIEM.
           02 STATUT-AT              PIC X(1).
             88 ATTENTE-OUVERTE      VALUE 'A'.
             88 ATTENTE-AFFECTEE     VALUE 'F'.
             88 ATTENTE-LIBEREE      VALUE 'L'.
      * Creance retenue par l'affectation et dates de l'affectation
      * et de la liberation.
           02 MAT-AFF-AT             PIC 9(6).
           02 DATE-QUIT-AFF-AT       PIC 9(8).
           02 DATE-AFF-AT            PIC 9(8).
           02 DATE-LIB-AT            PIC 9(8).
           02                        PIC X(14).
