      * CCORRES - Historique des courriers de la police (fichier
      * DDCORRES), cle matricule + date d'envoi + numero d'ordre
      * dans la journee. Une ligne par pli edite : avis, lettres de
      * non-renouvellement, attestations, relances, accuses de
      * sinistre, releves, quittances, conditions particulieres et
      * avenants, posee par le sous-programme JOURCORR que chaque
      * programme editeur appelle ; listee avec la fiche par VSAM1
      * (l'assure qui dit n'avoir rien recu) et marquee par PROJRETC
      * au retour NPAI du pli.
           02 CLE-CU.
             03 MAT-CU               PIC 9(6).
             03 DATE-CU              PIC 9(8).
             03 SEQ-CU               PIC 9(3).
           02 CLE-X-CU REDEFINES CLE-CU
                                     PIC X(17).
           02 HEURE-CU               PIC 9(6).
      * Type de document : AV avis de renouvellement, NR lettre de
      * non-renouvellement, AT attestation, RL relance d'impaye, AS
      * accuse de reception de sinistre, RI releve d'informations,
      * RC releve de compte, QT quittance de prime, PM pieces de
      * sinistre manquantes, CP conditions particulieres, AN
      * avenant.
           02 TYPE-DOC-CU            PIC X(2).
             88 DOC-AVIS-CU          VALUE 'AV'.
             88 DOC-NON-RENOUV-CU    VALUE 'NR'.
             88 DOC-ATTESTATION-CU   VALUE 'AT'.
             88 DOC-RELANCE-CU       VALUE 'RL'.
             88 DOC-ACCUSE-SIN-CU    VALUE 'AS'.
             88 DOC-RELEVE-INF-CU    VALUE 'RI'.
             88 DOC-RELEVE-CPT-CU    VALUE 'RC'.
             88 DOC-QUITTANCE-CU     VALUE 'QT'.
             88 DOC-PIECES-SIN-CU    VALUE 'PM'.
             88 DOC-CONDITIONS-CU    VALUE 'CP'.
             88 DOC-AVENANT-CU       VALUE 'AN'.
      * Reference propre au document : numero de sinistre, date de
      * la quittance relancee et niveau de relance, rang du
      * vehicule atteste, echeance avisee, date d'effet des
      * conditions particulieres ou de l'avenant.
           02 REF-CU                 PIC X(16).
           02 PROG-CU                PIC X(8).
      * Adresse portee sur le pli, telle qu'au jour de l'envoi.
           02 NOM-CU                 PIC X(20).
           02 RUE-CU                 PIC X(18).
           02 CP-CU                  PIC 9(5).
           02 VILLE-CU               PIC X(12).
      * Retour du pli : blanc pas de retour, N revenu non
      * distribuable (NPAI) a la date de retour.
           02 RETOUR-CU              PIC X(1).
             88 PLI-SANS-RETOUR-CU   VALUE ' '.
             88 PLI-RETOUR-NPAI-CU   VALUE 'N'.
           02 DATE-RETOUR-CU         PIC 9(8).
           02                        PIC X(7).
