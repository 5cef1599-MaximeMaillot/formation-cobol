      * CCTRLOP - Zone d'appel de CTRLOPER, ouverture de session des
      * programmes interactifs contre le referentiel DDOPER.
      * Fonction S : dialogue de connexion (code, secret, changement
      * impose), l'operateur, son profil et son agence en retour.
      * Fonction E : empreinte du secret SECRET-CO pour le code
      * CODE-CO, pour la maintenance du referentiel (PROJOPEM).
           05 FONCTION-CO            PIC X(1).
             88 CO-OUVERTURE         VALUE 'S'.
             88 CO-EMPREINTE         VALUE 'E'.
      * Programme appelant, porte au journal des echecs.
           05 PROG-CO                PIC X(8).
           05 CODE-CO                PIC X(8).
           05 SECRET-CO              PIC X(12).
           05 EMPREINTE-CO           PIC X(15).
           05 PROFIL-CO              PIC X(1).
           05 AGENCE-CO              PIC X(2).
           05 RESULTAT-CO            PIC X(1).
             88 OUVERTURE-ACCEPTEE   VALUE 'O'.
             88 OUVERTURE-REFUSEE    VALUE 'N'.
