      * COPER - Enregistrement du referentiel des operateurs
      * (fichier DDOPER) : identifiant, nom, profil et etat. Les
      * programmes interactifs (VSAM1, PROJCOR, PROJMAJE, PROJGELD)
      * ouvrent leur session par CTRLOPER, code et secret : la
      * piste d'audit repose ainsi sur des identites gerees et non
      * sur ce que l'operateur tape. Tenu par PROJOPEM (profil A).
      * Profil : C consultation seule, M mise a jour des fiches,
      * A administration du catalogue (et tout ce que M permet).
           02 CODE-OP                PIC X(8).
           02 ACTIF-OP               PIC X(1).
             88 OPERATEUR-ACTIF      VALUES 'O' ' '.
             88 OPERATEUR-FERME      VALUE 'N'.
      * Agence de rattachement de l'operateur : les consultations de
      * polices d'une autre agence ressortent au rapport PROJCONS.
      * Blanc pour le siege, habilite sur tout le portefeuille.
           02 AGENCE-OP              PIC X(2).
      * Code secret : seule son empreinte est conservee (calculee par
      * CTRLOPER sur le code operateur et le secret). A blanc, le
      * secret n'est pas encore defini et l'operateur le choisit a
      * sa premiere ouverture de session.
           02 SECRET-OP              PIC X(15).
      * Date du dernier changement de secret : au-dela du delai
      * parametre, le changement est impose a l'ouverture.
           02 DATE-SECRET-OP         PIC 9(8).
      * O apres une reinitialisation par un administrateur : le
      * secret provisoire doit etre change a la prochaine ouverture.
           02 CHANGE-FORCE-OP        PIC X(1).
             88 CHANGEMENT-IMPOSE    VALUE 'O'.
      * Echecs consecutifs ; au troisieme l'operateur est verrouille
      * et seul un profil A le debloque (PROJOPEM).
           02 NB-ECHECS-OP           PIC 9(1).
           02 VERROU-OP              PIC X(1).
             88 OPERATEUR-VERROUILLE VALUE 'V'.
           02                        PIC X(22).
