      * CVALCALC - Zone d'appel du sous-programme VALVEH (valeur
      * venale d'un vehicule assure a une date, au referentiel
      * DDVALVEH). Vehicule vise par matricule et rang dans
      * ASSURVEH (rang a zero : vehicule principal, rendu a 1) ;
      * date de l'evaluation, en general celle du sinistre.
           02 MAT-VC                 PIC 9(6).
           02 RANG-VC                PIC 9(2).
           02 DATE-VC                PIC 9(8).
      * Retour : O valeur etablie, N vehicule non evaluable (motif
      * en clair), I referentiel ou fichier vehicules indisponible.
           02 RESULTAT-VC            PIC X(1).
             88 VALEUR-CONNUE-VC     VALUE 'O'.
             88 VALEUR-INCONNUE-VC   VALUE 'N'.
             88 VALEUR-INDISPONIBLE-VC VALUE 'I'.
           02 MOTIF-VC               PIC X(30).
      * Classe retenue (type + groupe), age en annees pleines,
      * valeur venale, seuil de perte totale en pour cent de la
      * valeur, franchise du vehicule (zero si non renseignee),
      * immatriculation et nombre de vehicules de la police.
           02 CLASSE-VC              PIC X(3).
           02 AGE-VC                 PIC 9(2).
           02 VALEUR-VC              PIC 9(6)V9(2).
           02 SEUIL-VC               PIC 9(3).
           02 FRANCHISE-VC           PIC 9(4)V9(2).
           02 IMMAT-VC               PIC X(10).
           02 NB-VEHIC-VC            PIC 9(2).
