      * inchangees.
           02 TEL-MVT                PIC X(10).
           02 EMAIL-MVT              PIC X(30).
      * Motif d'un mouvement 'S' : A demande de l'assure, V
      * vehicule vendu, I impaye, Q depart a la concurrence, D
      * deces, N non-renouvellement decide par la souscription, C
      * cession de portefeuille (la couverture continue chez le
      * repreneur, pas d'avoir), P perte totale du vehicule (emis
      * par les sinistres, PROJSIN1/PROJSINP) : avec un rang de
      * vehicule de 2 ou plus, seul ce vehicule quitte la police,
      * qui reste en portefeuille. Blanc : motif non precise
      * (emetteurs anterieurs au motif). Toute resiliation autre
      * qu'une cession ouvre l'avoir prorata du.
           02 MOTIF-S-MVT            PIC X(01).
             88 S-DEMANDE-ASSURE-MVT VALUE 'A'.
             88 S-VEHICULE-VENDU-MVT VALUE 'V'.
             88 S-IMPAYE-MVT         VALUE 'I'.
             88 S-CONCURRENCE-MVT    VALUE 'Q'.
             88 S-DECES-MVT          VALUE 'D'.
             88 S-NON-RENOUV-MVT     VALUE 'N'.
             88 S-CESSION-MVT        VALUE 'C'.
             88 S-PERTE-TOTALE-MVT   VALUE 'P'.
             88 MOTIF-S-MVT-CONNU    VALUES 'A' 'V' 'I' 'Q' 'D'
                                            'N' 'C' 'P' ' '.
      * Conducteur declare par le mouvement (fichier DDCONDUC) :
      * nom a blanc, zones non renseignees ; rang a zero ou 1,
      * conducteur principal.
           02 DATE-PERMIS-COND-MVT   PIC 9(8).
           02 RANG-COND-MVT          PIC 9(2).
      * Releve d'identite bancaire du mandat de prelevement ; a
      * blanc, le mandat de la fiche reste inchange. SUPPRIME sur un
      * 'M' retire le mandat (prelevements rejetes, PROJREJP) : la
      * police repasse a l'appel de prime papier.
           02 RIB-MVT                PIC X(23).
             88 RIB-MVT-SUPPRIME     VALUE 'SUPPRIME'.
      * Franchise du vehicule vise par le mouvement, 6 chiffres
      * centimes compris (015000 = 0150,00) ; a blanc, la franchise
      * en place reste inchangee.
           02 FRANCHISE-MVT          PIC X(6).
           02 FRANCHISE-MVT-9 REDEFINES FRANCHISE-MVT
                                     PIC 9(4)V9(2).
      * Garanties demandees pour le vehicule vise, dans l'ordre du
      * catalogue CGARLIB (RC, vol, incendie, bris de glace, dommages
      * tous accidents) : O souscrite a la date d'effet, N resiliee a
      * la date d'effet, blanc inchangee. La RC est obligatoire et ne
      * peut etre resiliee seule.
           02 GARANTIES-MVT          PIC X(5).
           02 TAB-GARANTIES-MVT REDEFINES GARANTIES-MVT.
             03 GARANTIE-MVT         PIC X(1) OCCURS 5.
               88 GARANTIE-MVT-CONNUE VALUES 'O' 'N' ' '.
      * Code modele du vehicule vise au referentiel DDMODELE ; a
      * blanc, le modele en place reste inchange.
           02 CODE-MODELE-MVT        PIC X(5).
      * Criblage d'un 'C' contre le fichier professionnel des
      * polices resiliees : blanc a cribler par la chaine, S deja
      * signale en amont (acceptation de devis, reprise de
      * portefeuille), L signalement leve par le souscripteur
      * (PROJCOR) - la creation passe sans nouveau criblage.
           02 CRIBLE-MVT             PIC X(1).
             88 CRIBLE-A-FAIRE-MVT   VALUE ' '.
             88 CRIBLE-SIGNALE-MVT   VALUE 'S'.
             88 CRIBLE-LEVE-MVT      VALUE 'L'.
      * Retrait d'un conducteur : O retire de la police le
      * conducteur de rang RANG-COND-MVT (2 ou plus, le conducteur
      * principal ne se retire pas), les autres zones conducteur
      * sont alors ignorees. Blanc : pas de retrait.
           02 RETRAIT-COND-MVT       PIC X(1).
             88 RETRAIT-COND-DEMANDE VALUE 'O'.
             88 RETRAIT-COND-CONNU   VALUES 'O' ' '.
      * Canal emetteur du mouvement, distinct de l'agence de
      * gestion AGENCE-MVT (qui reaffecte la fiche) : 98 demandes
      * des clients par le site internet (PROJWEB) ; blanc,
      * mouvement saisi en agence ou emis par un traitement.
           02 CANAL-MVT              PIC X(2).
             88 CANAL-INTERNET-MVT   VALUE '98'.
      * Mode d'envoi des documents demande (voir CASSURE4) : P
      * papier, E courriel, D courriel et papier ; blanc, le choix
      * de la fiche reste inchange.
           02 PREF-ENVOI-MVT         PIC X(1).
             88 PREF-ENVOI-MVT-CONNUE VALUES 'P' 'E' 'D' ' '.
      * Reserve de croissance : l'enregistrement mouvement passe de
      * 120 a 240 octets pour loger les coordonnees et les zones a
      * venir.
           02                        PIC X(7).
