      * CEMAIL - Fichier des envois par courriel (DDEMAIL) remis au
      * prestataire de messagerie : un message par document, une
      * ligne d'en-tete (adresse, type de document, objet) suivie
      * des lignes du corps, telles qu'imprimees sur le document
      * papier. Le numero de message est repris par le prestataire
      * sur ses retours en erreur (PROJRCEL).
           02 TYPE-EM                PIC X(1).
             88 EM-ENTETE            VALUE 'E'.
             88 EM-LIGNE             VALUE 'L'.
           02 NUM-MSG-EM             PIC 9(7).
           02 MAT-EM                 PIC 9(6).
           02 NUM-LIGNE-EM           PIC 9(3).
           02 ZONE-EM                PIC X(103).
      * En-tete : type de document aux codes de CCORRES, date
      * d'envoi AAAAMMJJ, nombre de lignes du corps.
           02 ENTETE-EM REDEFINES ZONE-EM.
             03 ADRESSE-EM           PIC X(30).
             03 TYPE-DOC-EM          PIC X(2).
             03 OBJET-EM             PIC X(60).
             03 DATE-EM              PIC 9(8).
             03 NB-LIGNES-EM         PIC 9(3).
           02 CORPS-EM REDEFINES ZONE-EM.
             03 TEXTE-EM             PIC X(80).
             03                      PIC X(23).
