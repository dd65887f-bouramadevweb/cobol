           RECORD KEY IS CodeProduitProp
           FILE STATUS IS STATUS-PROPOSITIONS.

    SELECT CoutProduitFile
           ASSIGN TO 'CoutsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitCout
           FILE STATUS IS STATUS-COUTS.

    SELECT LotProduitFile
           ASSIGN TO 'LotsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleLotProduit
           FILE STATUS IS STATUS-LOTS.

    SELECT ParamPeremptionFile
           ASSIGN TO 'ParamPeremptionBoutique'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAMPER.

DATA DIVISION.
FILE SECTION.
FD ProduitFile.
   05 DatePropositionReap PIC 9(8).
   05 StatutPropositionReap PIC X.

FD CoutProduitFile.
*> Coût de revient unitaire par produit, au coût moyen pondéré : à
*> chaque réception, le stock en rayon (à l'ancien coût) et la
*> quantité reçue (au prix d'achat) se moyennent. La caisse fige ce
*> coût sur chaque ligne vendue du journal.
01 CoutProduitRecord.
   05 CodeProduitCout     PIC 9(4).
   05 CoutMoyenPondere    PIC 9(5)V99.
   05 PrixDernierAchat    PIC 9(5)V99.
   05 DateDernierAchat    PIC 9(8).

FD LotProduitFile.
*> Lots des produits périssables : un lot par réception et par date
*> limite, rangé par produit puis date limite, de sorte que la caisse
*> entame toujours le lot qui périme le premier. Statut 'A' en rayon,
*> 'E' épuisé par les ventes, 'P' passé en perte à péremption.
01 LotProduitRecord.
   05 CleLotProduit.
      10 CodeProduitLot    PIC 9(4).
      10 DateDluoLot       PIC 9(8).
      10 DateReceptionLot  PIC 9(8).
   05 QuantiteRecueLot     PIC 9(5).
   05 QuantiteLot          PIC 9(5).
   05 CoutUnitaireLot      PIC 9(5)V99.
   05 StatutLot            PIC X.
   05 DatePerteLot         PIC 9(8).
   05 QuantitePerdueLot    PIC 9(5).

FD ParamPeremptionFile.
*> Délai d'alerte avant la date limite, en jours : la liste du matin
*> remonte les lots qui périment dans ce délai pour démarque.
01 ParamPeremptionEnrg.
   05 JoursAlertePeremption PIC 9(3).

WORKING-STORAGE SECTION.
77 STATUS-PRODUITS     PIC XX.
77 STATUS-JOURNAL      PIC XX.
77 STATUS-PARAM        PIC XX.
77 STATUS-PROPOSITIONS PIC XX.
77 STATUS-COUTS        PIC XX.
77 STATUS-LOTS         PIC XX.
77 STATUS-PARAMPER     PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 FinJournal        PIC X.
01 StockMaxi         PIC 9(3).
01 BesoinCouverture  PIC 9(5)V99.
01 QuantiteCalculee  PIC S9(5).
01 PrixAchatSaisi    PIC 9(5)V99.
01 StockAvantReception PIC 9(3).
01 CoutExistant      PIC X.
01 ValeurStockCout   PIC 9(9)V99.
01 DateDluoSaisie    PIC 9(8).
01 LotExistant       PIC X.
01 FinLots           PIC X.
01 NbLotsListes      PIC 9(4).
01 JoursAlerteSaisis PIC 9(3).
*> Délai d'alerte de la maison tant que le gérant ne l'a pas fixé.
01 JoursAlerteDefaut PIC 9(3) VALUE 3.
*> Fenêtre de mesure de la vitesse de vente, en jours.
01 JoursPeriodeVente PIC 9(3) VALUE 30.
*> Paramètres de la maison pour les produits sans paramètres propres.
    DISPLAY "2. Calculer les propositions de commande".
    DISPLAY "3. Amender/confirmer les propositions (bon fournisseur)".
    DISPLAY "4. Réceptionner une commande confirmée".
    DISPLAY "5. Coût de revient d'un produit (saisie, consultation)".
    DISPLAY "6. Lots d'un produit périssable (dates limites)".
    DISPLAY "7. Délai d'alerte avant péremption".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM CONFIRMER-PROPOSITIONS
        WHEN "4"
            PERFORM RECEPTIONNER-COMMANDE
        WHEN "5"
            PERFORM SAISIR-COUT-REVIENT
        WHEN "6"
            PERFORM LISTER-LOTS-PRODUIT
        WHEN "7"
            PERFORM SAISIR-DELAI-ALERTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
    EXIT.

RECEPTIONNER-COMMANDE.
*> La marchandise arrive : la quantité reçue remonte sur Qantite, le
*> prix d'achat de la facture fournisseur entre dans le coût moyen
*> pondéré du produit, et la ligne passe réceptionnée. Un produit
*> périssable reçoit sa date limite : la livraison devient un lot.
    DISPLAY "Code du produit reçu : ".
    ACCEPT CodeProduitSaisi.
    OPEN I-O PropositionReapproFile.
        CLOSE PropositionReapproFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prix d'achat unitaire hors taxe (facture fournisseur) : ".
    ACCEPT PrixAchatSaisi.
    IF PrixAchatSaisi NOT NUMERIC OR PrixAchatSaisi = 0
        DISPLAY "Prix d'achat invalide : réception abandonnée."
        CLOSE PropositionReapproFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date limite du lot (AAAAMMJJ, 0 si non périssable) : ".
    ACCEPT DateDluoSaisie.
    IF DateDluoSaisie NOT NUMERIC
        MOVE 0 TO DateDluoSaisie
    END-IF.
    IF DateDluoSaisie NOT = 0
        IF FUNCTION TEST-DATE-YYYYMMDD(DateDluoSaisie) NOT = 0
           OR DateDluoSaisie < DateDuJour
            DISPLAY "Date limite invalide ou dépassée : réception abandonnée."
            CLOSE PropositionReapproFile
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE 0 TO StockAvantReception.
    OPEN I-O ProduitFile.
    IF STATUS-PRODUITS = "00"
        MOVE CodeProduitSaisi TO CodeProduit
            INVALID KEY
                DISPLAY "Produit disparu du catalogue : stock non remonté."
            NOT INVALID KEY
                MOVE Qantite TO StockAvantReception
                ADD QuantiteSaisie TO Qantite
                REWRITE ProduitRecord
                DISPLAY "Stock du produit " CodeProduit " remonté à " Qantite "."
        CLOSE ProduitFile
    END-IF.

    PERFORM MOYENNER-COUT-RECEPTION.
    IF DateDluoSaisie NOT = 0
        PERFORM CREER-LOT-RECEPTION
    END-IF.

    MOVE 'R' TO StatutPropositionReap.
    REWRITE PropositionReapproRecord.
    IF STATUS-PROPOSITIONS NOT = "00"
    END-IF.
    CLOSE PropositionReapproFile.
    EXIT.

MOYENNER-COUT-RECEPTION.
*> Coût moyen pondéré : (stock avant réception x ancien coût +
*> quantité reçue x prix d'achat) / stock après réception. Un
*> produit sans coût connu, ou dont le rayon était vide, prend
*> simplement le prix d'achat.
    PERFORM OUVRIR-COUTS.
    IF STATUS-COUTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitCout.
    MOVE 'N' TO CoutExistant.
    READ CoutProduitFile
        KEY IS CodeProduitCout
        INVALID KEY
            MOVE 0 TO CoutMoyenPondere
        NOT INVALID KEY
            MOVE 'O' TO CoutExistant
    END-READ.
    IF CoutMoyenPondere = 0 OR StockAvantReception = 0
        MOVE PrixAchatSaisi TO CoutMoyenPondere
    ELSE
        COMPUTE ValeurStockCout =
                StockAvantReception * CoutMoyenPondere
                + QuantiteSaisie * PrixAchatSaisi
        COMPUTE CoutMoyenPondere ROUNDED =
                ValeurStockCout / (StockAvantReception + QuantiteSaisie)
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitCout.
    MOVE PrixAchatSaisi TO PrixDernierAchat.
    MOVE DateDuJour TO DateDernierAchat.
    IF CoutExistant = 'N'
        WRITE CoutProduitRecord
    ELSE
        REWRITE CoutProduitRecord
    END-IF.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Erreur à l'écriture de CoutsProduits. Code de statut : " STATUS-COUTS
    ELSE
        DISPLAY "Coût de revient du produit " CodeProduitCout " : "
                CoutMoyenPondere " (achat à " PrixAchatSaisi ")."
    END-IF.
    CLOSE CoutProduitFile.
    EXIT.

CREER-LOT-RECEPTION.
*> Une seconde livraison du jour à la même date limite rejoint le lot
*> déjà créé, son coût se moyenne avec le reste du lot.
    PERFORM OUVRIR-LOTS.
    IF STATUS-LOTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitLot.
    MOVE DateDluoSaisie TO DateDluoLot.
    MOVE DateDuJour TO DateReceptionLot.
    MOVE 'N' TO LotExistant.
    READ LotProduitFile
        KEY IS CleLotProduit
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO LotExistant
    END-READ.
    IF LotExistant = 'N'
        MOVE CodeProduitSaisi TO CodeProduitLot
        MOVE DateDluoSaisie TO DateDluoLot
        MOVE DateDuJour TO DateReceptionLot
        MOVE QuantiteSaisie TO QuantiteRecueLot
        MOVE QuantiteSaisie TO QuantiteLot
        MOVE PrixAchatSaisi TO CoutUnitaireLot
        MOVE 'A' TO StatutLot
        MOVE 0 TO DatePerteLot
        MOVE 0 TO QuantitePerdueLot
        WRITE LotProduitRecord
    ELSE
        COMPUTE ValeurStockCout =
                QuantiteLot * CoutUnitaireLot
                + QuantiteSaisie * PrixAchatSaisi
        COMPUTE CoutUnitaireLot ROUNDED =
                ValeurStockCout / (QuantiteLot + QuantiteSaisie)
        ADD QuantiteSaisie TO QuantiteRecueLot
        ADD QuantiteSaisie TO QuantiteLot
        MOVE 'A' TO StatutLot
        REWRITE LotProduitRecord
    END-IF.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Erreur à l'écriture de LotsProduits. Code de statut : " STATUS-LOTS
    ELSE
        DISPLAY "Lot du produit " CodeProduitLot " : " QuantiteLot
                " unité(s), date limite " DateDluoLot "."
    END-IF.
    CLOSE LotProduitFile.
    EXIT.

LISTER-LOTS-PRODUIT.
*> Lots d'un produit dans l'ordre où la caisse les entame : date
*> limite la plus proche d'abord.
    DISPLAY "Code produit : ".
    ACCEPT CodeProduitSaisi.
    OPEN INPUT LotProduitFile.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Aucun lot enregistré."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitLot.
    MOVE 0 TO DateDluoLot.
    MOVE 0 TO DateReceptionLot.
    MOVE 'N' TO FinLots.
    MOVE 0 TO NbLotsListes.
    START LotProduitFile KEY IS NOT LESS THAN CleLotProduit
        INVALID KEY
            MOVE 'O' TO FinLots
    END-START.
    PERFORM AFFICHER-UN-LOT UNTIL FinLots = 'O'.
    CLOSE LotProduitFile.
    IF NbLotsListes = 0
        DISPLAY "Aucun lot pour ce produit."
    END-IF.
    EXIT.

AFFICHER-UN-LOT.
    READ LotProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinLots
            EXIT PARAGRAPH
    END-READ.
    IF CodeProduitLot NOT = CodeProduitSaisi
        MOVE 'O' TO FinLots
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLotsListes.
    DISPLAY "Limite " DateDluoLot " reçu le " DateReceptionLot
            " : " QuantiteLot "/" QuantiteRecueLot
            " à " CoutUnitaireLot " statut " StatutLot.
    IF StatutLot = 'P'
        DISPLAY "   " QuantitePerdueLot " perdu(s) le " DatePerteLot
    END-IF.
    EXIT.

SAISIR-DELAI-ALERTE.
*> Le fichier ne porte qu'un enregistrement : on le relit pour
*> l'afficher, puis on le réécrit en entier.
    MOVE JoursAlerteDefaut TO JoursAlerteSaisis.
    OPEN INPUT ParamPeremptionFile.
    IF STATUS-PARAMPER = "00"
        READ ParamPeremptionFile
            NOT AT END
                MOVE JoursAlertePeremption TO JoursAlerteSaisis
        END-READ
        CLOSE ParamPeremptionFile
    END-IF.
    DISPLAY "Délai d'alerte actuel : " JoursAlerteSaisis " jour(s).".
    DISPLAY "Nouveau délai en jours (0 = inchangé) : ".
    ACCEPT JoursAlerteSaisis.
    IF JoursAlerteSaisis NOT NUMERIC OR JoursAlerteSaisis = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ParamPeremptionFile.
    IF STATUS-PARAMPER NOT = "00"
        DISPLAY "Impossible d'écrire ParamPeremptionBoutique. Code de statut : " STATUS-PARAMPER
        EXIT PARAGRAPH
    END-IF.
    MOVE JoursAlerteSaisis TO JoursAlertePeremption.
    WRITE ParamPeremptionEnrg.
    CLOSE ParamPeremptionFile.
    DISPLAY "Délai d'alerte fixé à " JoursAlertePeremption " jour(s).".
    EXIT.

SAISIR-COUT-REVIENT.
*> Coût de départ d'un produit déjà en rayon avant le suivi des coûts
*> (inventaire valorisé), ou correction après erreur de facture : la
*> prochaine réception repartira de ce coût.
    DISPLAY "Code produit : ".
    ACCEPT CodeProduitSaisi.
    PERFORM OUVRIR-COUTS.
    IF STATUS-COUTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitCout.
    MOVE 'N' TO CoutExistant.
    READ CoutProduitFile
        KEY IS CodeProduitCout
        INVALID KEY
            DISPLAY "Aucun coût connu pour ce produit."
        NOT INVALID KEY
            MOVE 'O' TO CoutExistant
            DISPLAY "Coût moyen pondéré : " CoutMoyenPondere
                    " | dernier achat " PrixDernierAchat
                    " le " DateDernierAchat
    END-READ.
    DISPLAY "Nouveau coût unitaire (0 = inchangé) : ".
    ACCEPT PrixAchatSaisi.
    IF PrixAchatSaisi NOT NUMERIC OR PrixAchatSaisi = 0
        CLOSE CoutProduitFile
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitSaisi TO CodeProduitCout.
    MOVE PrixAchatSaisi TO CoutMoyenPondere.
    IF CoutExistant = 'N'
        MOVE 0 TO PrixDernierAchat
        MOVE 0 TO DateDernierAchat
        WRITE CoutProduitRecord
    ELSE
        REWRITE CoutProduitRecord
    END-IF.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Erreur à l'écriture de CoutsProduits. Code de statut : " STATUS-COUTS
    ELSE
        DISPLAY "Coût du produit " CodeProduitCout " fixé à " CoutMoyenPondere "."
    END-IF.
    CLOSE CoutProduitFile.
    EXIT.

OUVRIR-COUTS.
    OPEN I-O CoutProduitFile.
    IF STATUS-COUTS = "35"
        OPEN OUTPUT CoutProduitFile
        CLOSE CoutProduitFile
        OPEN I-O CoutProduitFile
    END-IF.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Impossible d'ouvrir CoutsProduits. Code de statut : " STATUS-COUTS
    END-IF.
    EXIT.

OUVRIR-LOTS.
    OPEN I-O LotProduitFile.
    IF STATUS-LOTS = "35"
        OPEN OUTPUT LotProduitFile
        CLOSE LotProduitFile
        OPEN I-O LotProduitFile
    END-IF.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Impossible d'ouvrir LotsProduits. Code de statut : " STATUS-LOTS
    END-IF.
    EXIT.
