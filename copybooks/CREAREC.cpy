      * CREAREC - Dossier de recuperation aupres du reassureur
      * (fichier DDREAREC), cle matricule + numero de sinistre.
      * Ouvert par PROJREAR au premier reglement d'un sinistre sur
      * une police cedee (prime totale au-dessus de la retention de
      * PROJREAS) : le cout cumule des reglements y est refait sur
      * tout l'historique et la part du reassureur recalculee a
      * chaque passage, la part deja appelee et la part recue
      * suivies jusqu'au solde.
           02 CLE-RR.
             03 MAT-RR               PIC 9(6).
             03 NUM-SIN-RR           PIC 9(4).
           02 CLE-X-RR REDEFINES CLE-RR
                                     PIC X(10).
           02 AGENCE-RR              PIC 9(2).
           02 DATE-OUVERTURE-RR      PIC 9(8).
      * Termes du traite retenus a l'ouverture du dossier : taux de
      * la quote-part et retention par sinistre de l'excedent.
           02 TAUX-CESSION-RR        PIC 9(2)V9(2).
           02 RETENTION-XL-RR        PIC 9(7)V9(2).
      * Cout des reglements (franchise refacturee deduite).
           02 PAYE-CUMUL-RR          PIC 9(7)V9(2).
           02 RECUPERABLE-RR         PIC 9(7)V9(2).
           02 APPELE-RR              PIC 9(7)V9(2).
           02 RECU-RR                PIC 9(7)V9(2).
           02 DATE-DERNIER-APPEL-RR  PIC 9(8).
           02 DATE-DERNIER-ENC-RR    PIC 9(8).
           02 DATE-DERNIER-REG-RR    PIC 9(8).
           02                        PIC X(7).
