IDENTIFICATION DIVISION.
PROGRAM-ID. PeremptionsBoutique.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LotProduitFile
           ASSIGN TO 'LotsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleLotProduit
           FILE STATUS IS STATUS-LOTS.

    SELECT ProduitFile
           ASSIGN TO 'ProduitFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduit
           FILE STATUS IS STATUS-PRODUITS.

    SELECT ParamPeremptionFile
           ASSIGN TO 'ParamPeremptionBoutique'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAMPER.

DATA DIVISION.
FILE SECTION.
FD LotProduitFile.
*> Lots des produits périssables (dessin de ReapproBoutique), rangés
*> par produit puis date limite.
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

FD ProduitFile.
*> Catalogue des produits : nom et prix pour la liste, stock
*> redescendu des unités passées en perte.
01 ProduitRecord.
   05 CodeProduit   PIC 9(4).
   05 NomProduit    PIC X(10).
   05 Qantite       PIC 9(3).
   05 Prix          PIC 9(5)V99.

FD ParamPeremptionFile.
*> Délai d'alerte avant la date limite, en jours (ReapproBoutique).
01 ParamPeremptionEnrg.
   05 JoursAlertePeremption PIC 9(3).

WORKING-STORAGE SECTION.
77 STATUS-LOTS        PIC XX.
77 STATUS-PRODUITS    PIC XX.
77 STATUS-PARAMPER    PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinLots            PIC X.
01 CatalogueOuvert    PIC X VALUE 'N'.
01 EntierDate         PIC 9(7).
01 DateLimiteAlerte   PIC 9(8).
01 JoursRestants      PIC 9(3).
01 JoursAlerte        PIC 9(3).
*> Délai de la maison tant que le gérant ne l'a pas fixé.
01 JoursAlerteDefaut  PIC 9(3) VALUE 3.
01 ProduitTrouve      PIC X.
01 NomProduitLu       PIC X(10).
01 PrixProduitLu      PIC 9(5)V99.
01 ValeurPerteLot     PIC 9(9)V99.
01 NbLotsLus          PIC 9(6) VALUE 0.
01 NbLotsAlerte       PIC 9(6) VALUE 0.
01 NbLotsPerdus       PIC 9(6) VALUE 0.
01 UnitesAlerte       PIC 9(7) VALUE 0.
01 UnitesPerdues      PIC 9(7) VALUE 0.
01 ValeurPertesTotal  PIC 9(11)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Péremptions de la boutique, chaque nuit : d'abord les lots dont la
*> date limite est passée sortent du rayon — stock du catalogue
*> redescendu, perte valorisée au coût d'achat du lot — puis la liste
*> des lots qui périment dans le délai d'alerte, à démarquer dans la
*> journée pendant qu'ils se vendent encore.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    PERFORM CHARGER-DELAI-ALERTE.

    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    COMPUTE DateLimiteAlerte =
            FUNCTION DATE-OF-INTEGER(EntierDate + JoursAlerte).

    OPEN I-O LotProduitFile.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Aucun lot de produit périssable enregistré."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    OPEN I-O ProduitFile.
    IF STATUS-PRODUITS = "00"
        MOVE 'O' TO CatalogueOuvert
    ELSE
        DISPLAY "Catalogue ProduitFile indisponible (" STATUS-PRODUITS
                ") : stock non redescendu des pertes."
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "PERTES SUR PÉREMPTION DU " DateTraitementJour
            " (valorisées au coût d'achat du lot)".
    DISPLAY "--------------------------------------------------------".
    PERFORM REPARTIR-DU-DEBUT.
    PERFORM PASSER-UN-LOT-EN-PERTE UNTIL FinLots = 'O'.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbLotsPerdus " lot(s), " UnitesPerdues " unité(s) perdue(s),"
            " valeur au coût : " ValeurPertesTotal.

    DISPLAY "========================================================".
    DISPLAY "LOTS À DÉMARQUER : DATE LIMITE AU PLUS TARD LE "
            DateLimiteAlerte " (" JoursAlerte " jour(s))".
    DISPLAY "--------------------------------------------------------".
    PERFORM REPARTIR-DU-DEBUT.
    PERFORM SIGNALER-UN-LOT UNTIL FinLots = 'O'.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbLotsAlerte " lot(s), " UnitesAlerte " unité(s) à démarquer.".
    DISPLAY "========================================================".

    CLOSE LotProduitFile.
    IF CatalogueOuvert = 'O'
        CLOSE ProduitFile
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbLotsPerdus > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

REPARTIR-DU-DEBUT.
    MOVE 'N' TO FinLots.
    MOVE LOW-VALUES TO CleLotProduit.
    START LotProduitFile KEY IS GREATER THAN CleLotProduit
        INVALID KEY
            MOVE 'O' TO FinLots
    END-START.
    EXIT.

PASSER-UN-LOT-EN-PERTE.
*> Un lot est périmé le lendemain de sa date limite : le jour même il
*> se vend encore. Ce qui reste du lot sort du stock du catalogue ; la
*> quantité perdue et la date restent sur le lot.
    READ LotProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinLots
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbLotsLus.
    IF StatutLot NOT = 'A' OR QuantiteLot = 0
        EXIT PARAGRAPH
    END-IF.
    IF DateDluoLot NOT < DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-PRODUIT-LOT.
    COMPUTE ValeurPerteLot = QuantiteLot * CoutUnitaireLot.
    ADD 1 TO NbLotsPerdus.
    ADD QuantiteLot TO UnitesPerdues.
    ADD ValeurPerteLot TO ValeurPertesTotal.
    DISPLAY CodeProduitLot " " NomProduitLu
            " limite " DateDluoLot " reçu le " DateReceptionLot
            " : " QuantiteLot " x " CoutUnitaireLot " = " ValeurPerteLot.
    IF ProduitTrouve = 'O'
        IF Qantite >= QuantiteLot
            SUBTRACT QuantiteLot FROM Qantite
        ELSE
            MOVE 0 TO Qantite
        END-IF
        REWRITE ProduitRecord
        IF STATUS-PRODUITS NOT = "00"
            DISPLAY "Erreur à la mise à jour du stock. Code de statut : " STATUS-PRODUITS
        END-IF
    END-IF.
    MOVE QuantiteLot TO QuantitePerdueLot.
    MOVE 0 TO QuantiteLot.
    MOVE 'P' TO StatutLot.
    MOVE DateTraitementJour TO DatePerteLot.
    REWRITE LotProduitRecord.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Erreur à la mise à jour du lot. Code de statut : " STATUS-LOTS
    END-IF.
    EXIT.

SIGNALER-UN-LOT.
*> Les lots périmés sont déjà passés en perte : restent en rayon ceux
*> dont la date limite tombe entre aujourd'hui et la fin du délai.
    READ LotProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinLots
            EXIT PARAGRAPH
    END-READ.
    IF StatutLot NOT = 'A' OR QuantiteLot = 0
        EXIT PARAGRAPH
    END-IF.
    IF DateDluoLot > DateLimiteAlerte
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-PRODUIT-LOT.
    COMPUTE JoursRestants =
            FUNCTION INTEGER-OF-DATE(DateDluoLot) - EntierDate.
    ADD 1 TO NbLotsAlerte.
    ADD QuantiteLot TO UnitesAlerte.
    DISPLAY CodeProduitLot " " NomProduitLu
            " limite " DateDluoLot " (J-" JoursRestants ")"
            " : " QuantiteLot " unité(s) à " PrixProduitLu.
    EXIT.

LIRE-PRODUIT-LOT.
    MOVE 'N' TO ProduitTrouve.
    MOVE "(inconnu)" TO NomProduitLu.
    MOVE 0 TO PrixProduitLu.
    IF CatalogueOuvert NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduitLot TO CodeProduit.
    READ ProduitFile
        KEY IS CodeProduit
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO ProduitTrouve
            MOVE NomProduit TO NomProduitLu
            MOVE Prix TO PrixProduitLu
    END-READ.
    EXIT.

CHARGER-DELAI-ALERTE.
*> Au premier passage le fichier n'existe pas encore : on l'amorce au
*> délai de la maison, le gérant le règle ensuite depuis
*> ReapproBoutique.
    MOVE JoursAlerteDefaut TO JoursAlerte.
    OPEN INPUT ParamPeremptionFile.
    IF STATUS-PARAMPER = "35"
        OPEN OUTPUT ParamPeremptionFile
        MOVE JoursAlerteDefaut TO JoursAlertePeremption
        WRITE ParamPeremptionEnrg
        CLOSE ParamPeremptionFile
        OPEN INPUT ParamPeremptionFile
    END-IF.
    IF STATUS-PARAMPER NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ ParamPeremptionFile
        NOT AT END
            MOVE JoursAlertePeremption TO JoursAlerte
    END-READ.
    CLOSE ParamPeremptionFile.
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
    IF StatutDateTraitement NOT = "00"
        DISPLAY "Impossible de lire la date de traitement. Code de statut : " StatutDateTraitement
        STOP RUN
    END-IF.
    EXIT.

DEBUTER-CONTROLE.
*> Enregistrement de contrôle d'exécution, écrit en fin de lot via
*> ControleBatchUtil pour le rapport d'exploitation du matin.
    MOVE "PEREMBTQ" TO NomProgrammeCtl.
    MOVE DateTraitementJour TO DateDebutCtl.
    MOVE DateHeureSysteme(9:6) TO HeureDebutCtl.
    MOVE 0 TO NbLusCtl.
    MOVE 0 TO NbPostesCtl.
    MOVE 0 TO NbRejetesCtl.
    MOVE 0 TO MontantTotalCtl.
    EXIT.

TERMINER-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateFinCtl.
    MOVE DateHeureSysteme(9:6) TO HeureFinCtl.
    MOVE NbLotsLus TO NbLusCtl.
    MOVE NbLotsPerdus TO NbPostesCtl.
    MOVE NbLotsAlerte TO NbRejetesCtl.
*>  Le contrôle porte la valeur au coût des pertes de la nuit.
    MOVE ValeurPertesTotal TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
