      * Solde positif : credit en faveur de l'assure (trop-percu,
      * avoir de resiliation non impute), puise par le recouvrement
      * sur la prochaine creance. Tenu par PROJRECV, edite en releve
      * de compte par PROJRELV, rembourse par PROJREMB.
           02 MAT-BC                 PIC 9(6).
           02 MAT-X-BC REDEFINES MAT-BC
                                     PIC X(6).
           02 SOLDE-BC               PIC S9(7)V9(2).
           02 DATE-MAJ-BC            PIC 9(8).
      * Dernier remboursement du credit (PROJREMB) : montant, date
      * et mode V virement sur le RIB du mandat, C demande de
      * cheque. Zero et blanc pour un compte jamais rembourse.
           02 MONTANT-REMB-BC        PIC 9(7)V9(2).
           02 DATE-REMB-BC           PIC 9(8).
           02 MODE-REMB-BC           PIC X(1).
             88 REMB-VIREMENT-BC     VALUE 'V'.
             88 REMB-CHEQUE-BC       VALUE 'C'.
           02                        PIC X(39).
