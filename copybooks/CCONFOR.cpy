      * CCONFOR - Liste de revue conformite (DDCONFOR), cle
      * matricule + personne + rang : une entree par personne d'une
      * police trouvee sur la liste des gels d'avoirs. Alimentee
      * par le criblage complet PROJGELS (titulaire et
      * conducteurs) et par le controle des beneficiaires de
      * PROJSINP ; le responsable conformite y porte sa decision
      * avec PROJGELD ; PROJGELA en tire l'attestation mensuelle.
           02 CLE-CF.
             03 MAT-CF               PIC 9(6).
      * Personne : A titulaire de la police (beneficiaire des
      * reglements), C conducteur declare (rang DDCONDUC).
             03 PERS-CF              PIC X(1).
               88 PERS-TITULAIRE-CF  VALUE 'A'.
               88 PERS-CONDUCTEUR-CF VALUE 'C'.
             03 RANG-CF              PIC 9(2).
           02 CLE-X-CF REDEFINES CLE-CF
                                     PIC X(9).
           02 NOM-CF                 PIC X(20).
      * Mesure de gel trouvee et nom tel que publie.
           02 REF-GEL-CF             PIC X(10).
           02 NOM-GEL-CF             PIC X(30).
           02 PRENOM-GEL-CF          PIC X(20).
      * Origine du signalement : S criblage complet, P controle
      * d'un reglement de sinistre (numero du sinistre bloque).
           02 ORIGINE-CF             PIC X(1).
             88 ORIGINE-CRIBLAGE-CF  VALUE 'S'.
             88 ORIGINE-PAIEMENT-CF  VALUE 'P'.
           02 NUM-SIN-CF             PIC 9(4).
           02 DATE-DETECT-CF         PIC 9(8).
      * Etat : A a examiner, F faux positif (homonyme leve),
      * C correspondance confirmee. Tant que l'entree n'est pas
      * levee, les reglements au titulaire restent bloques.
           02 STATUT-CF              PIC X(1).
             88 REVUE-A-EXAMINER-CF  VALUE 'A'.
             88 REVUE-LEVEE-CF       VALUE 'F'.
             88 REVUE-CONFIRMEE-CF   VALUE 'C'.
           02 DATE-DECISION-CF       PIC 9(8).
           02 OPERATEUR-CF           PIC X(8).
           02 COMMENTAIRE-CF         PIC X(30).
           02                        PIC X(10).
