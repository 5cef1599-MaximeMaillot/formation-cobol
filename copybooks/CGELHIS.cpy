      * CGELHIS - Historique des criblages gels d'avoirs (DDGELHIS,
      * ouvert en EXTEND), une ligne par passage : chargement d'une
      * liste (PROJGELC), criblage complet (PROJGELS), controle des
      * beneficiaires d'un lot de reglements (PROJSINP). Source
      * des volumes de l'attestation mensuelle PROJGELA.
           02 DATE-GH                PIC 9(8).
           02 HEURE-GH               PIC 9(6).
           02 PROG-GH                PIC X(8).
           02 ORIGINE-GH             PIC X(1).
             88 PASSAGE-CHARGEMENT-GH VALUE 'L'.
             88 PASSAGE-CRIBLAGE-GH  VALUE 'S'.
             88 PASSAGE-PAIEMENT-GH  VALUE 'P'.
      * Date de publication de la liste chargee ou consultee.
           02 DATE-PUB-GH            PIC 9(8).
      * Volumes : entrees chargees (L), titulaires cribles (S),
      * beneficiaires cribles (P) ; conducteurs cribles (S).
           02 NB-LUS-GH              PIC 9(7).
           02 NB-CONDUC-GH           PIC 9(7).
      * Personnes trouvees sur la liste, dont nouvelles entrees de
      * la revue conformite, et reglements bloques (P).
           02 NB-SIGNALES-GH         PIC 9(7).
           02 NB-NOUVEAUX-GH         PIC 9(7).
           02 NB-BLOQUES-GH          PIC 9(7).
           02                        PIC X(14).
