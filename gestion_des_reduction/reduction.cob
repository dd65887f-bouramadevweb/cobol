           RECORD KEY IS CodeCarteCadeau
           FILE STATUS IS STATUS-CARTES.

    SELECT CoutProduitFile
           ASSIGN TO 'CoutsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitCout
           FILE STATUS IS STATUS-COUTS.

    SELECT PromotionFile
           ASSIGN TO 'PromotionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodePromotion
           FILE STATUS IS STATUS-PROMOTIONS.

    SELECT TvaProduitFile
           ASSIGN TO 'TvaProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitTva
           FILE STATUS IS STATUS-TVAPROD.

    SELECT LotProduitFile
           ASSIGN TO 'LotsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleLotProduit
           FILE STATUS IS STATUS-LOTS.

    SELECT SessionBoutiqueFile
           ASSIGN TO 'SessionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionBoutique
           FILE STATUS IS STATUS-SESSIONSBTQ.

    SELECT CompteProFile
           ASSIGN TO 'ComptesPro'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeComptePro
           FILE STATUS IS STATUS-COMPTESPRO.

    SELECT AchatsProFile
           ASSIGN TO 'AchatsPro'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ACHATSPRO.

DATA DIVISION.
FILE SECTION.
FD TauxReductionFile.
*> DepotFaitJrl côté CaisseJour). Sur les lignes antérieures la zone
*> est à blanc : non numérique vaut zéro repris.
   05 QteRepriseRel OCCURS 5 TIMES PIC 9(2).
   05 DetailCoutsRel OCCURS 5 TIMES.
      10 PrixArticleRel PIC 9(5)V99.
      10 CoutArticleRel PIC 9(5)V99.
   05 TauxCouponRel     PIC 9(2)V99.
   05 TauxBonusRel      PIC 9(2)V99.
   05 CategorieTvaRel OCCURS 5 TIMES PIC X.
   05 FILLER            PIC X(8).
   05 PromoAppliqueeRel PIC X.
   05 ReglementCompteRel PIC X.
   05 FILLER            PIC X.

FD PrixProduitFile.
*> Historique des prix avec date d'effet (GestionPrixProduits) : la
   05 DateEmissionCarte PIC 9(8).
   05 DateExpirationCarte PIC 9(8).

FD CoutProduitFile.
*> Coût de revient unitaire des produits de la boutique, au coût
*> moyen pondéré recalculé à chaque réception de commande
*> (ReapproBoutique) : la caisse le fige sur chaque ligne vendue.
01 CoutProduitRecord.
   05 CodeProduitCout     PIC 9(4).
   05 CoutMoyenPondere    PIC 9(5)V99.
   05 PrixDernierAchat    PIC 9(5)V99.
   05 DateDernierAchat    PIC 9(8).

FD PromotionFile.
*> Campagnes de promotion tenues par GestionPromotions (voir le
*> détail des types 'L', 'S' et 'F' dans ce programme) ; la caisse y
*> recompte ventes, unités et remise de chaque promotion appliquée.
01 PromotionRecord.
   05 CodePromotion       PIC X(8).
   05 LibellePromotion    PIC X(30).
   05 TypePromotion       PIC X.
   05 DateDebutPromo      PIC 9(8).
   05 DateFinPromo        PIC 9(8).
   05 ProduitPromo        PIC 9(4) OCCURS 5 TIMES.
   05 QteAcheteePromo     PIC 9(2).
   05 QtePayeePromo       PIC 9(2).
   05 TauxPromoPct        PIC 9(3)V99.
   05 PrixForfaitPromo    PIC 9(5)V99.
   05 CumulCouponPromo    PIC X.
   05 NbVentesPromo       PIC 9(7).
   05 NbUnitesPromo       PIC 9(7).
   05 RemiseCumuleePromo  PIC 9(7)V99.

FD TvaProduitFile.
*> Catégorie de TVA des produits (GestionTva) ; un produit absent est
*> au taux normal.
01 TvaProduitRecord.
   05 CodeProduitTva       PIC 9(4).
   05 CategorieTvaProduit  PIC X.

FD LotProduitFile.
*> Lots des produits périssables créés à la réception (même dessin
*> que ReapproBoutique), rangés par produit puis date limite.
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

FD SessionBoutiqueFile.
*> Session de caisse du caissier pour la journée (même dessin que
*> GestionCaisseBoutique, qui l'ouvre et la clôture) : chaque ligne
*> journalisée y est cumulée.
01 SessionBoutiqueRecord.
   05 CleSessionBoutique.
      10 CodeCaissierBtq    PIC X(8).
      10 DateSessionBtq     PIC 9(8).
   05 NumeroCaisseBtq       PIC X(2).
   05 FondsOuvertureBtq     PIC 9(7)V99.
   05 NbVentesBtq           PIC 9(5).
   05 VentesEspecesBtq      PIC 9(9)V99.
   05 NbRetoursBtq          PIC 9(5).
   05 RetoursEspecesBtq     PIC 9(9)V99.
   05 AvoirsEmisBtq         PIC 9(9)V99.
   05 CartesVenduesBtq      PIC 9(9)V99.
   05 ReglementsCarteBtq    PIC 9(9)V99.
   05 MontantCompteBtq      PIC 9(9)V99.
   05 EcartBtq              PIC S9(9)V99.
   05 StatutSessionBtq      PIC X.
   05 ValideParBtq          PIC X(8).
   05 DepotFaitBtq          PIC X.
   05 VentesEnCompteBtq     PIC 9(9)V99.

FD CompteProFile.
*> Compte client professionnel (dessin de GestionComptesPro).
01 CompteProRecord.
   05 CodeComptePro       PIC X(8).
   05 RaisonSocialePro    PIC X(30).
   05 CompteBancairePro   PIC X(10).
   05 PlafondCreditPro    PIC 9(7)V99.
   05 DelaiPaiementPro    PIC 9(3).
   05 EncoursPro          PIC S9(9)V99.
   05 StatutComptePro     PIC X.
   05 DateCreationPro     PIC 9(8).

FD AchatsProFile.
*> Achat en compte, repris par la facture mensuelle (dessin de
*> GestionComptesPro).
01 AchatProRecord.
   05 DateAchatPro        PIC 9(8).
   05 CodeCompteAchat     PIC X(8).
   05 SensAchatPro        PIC X.
   05 MontantHtAchat      PIC 9(7)V99.
   05 MontantTvaAchat     PIC 9(6)V99.
   05 MontantTtcAchat     PIC 9(7)V99.
   05 NbArticlesAchat     PIC 9(3).
   05 DetailAchatPro OCCURS 5 TIMES.
      10 CodeArticleAchat PIC 9(4).
      10 QteArticleAchat  PIC 9(2).
   05 VentilAchatPro OCCURS 5 TIMES.
      10 TauxAchat        PIC 9(2)V99.
      10 BaseAchat        PIC 9(7)V99.
      10 TvaAchat         PIC 9(6)V99.
   05 OperateurAchat      PIC X(8).
   05 NumeroFactureAchat  PIC X(10).

WORKING-STORAGE SECTION.
77 STATUS-PRODUITS   PIC XX.
01 CodeProduitSaisi  PIC 9(4).
      03 CodePanier PIC 9(4).
      03 QtePanier  PIC 9(2).
      03 PrixPanier PIC 9(5)V99.
      03 CoutPanier PIC 9(5)V99.
*> Unités de la ligne pas encore prises par une promotion.
      03 QteLibrePanier PIC 9(2).
*> Catégorie de TVA du produit et taux en vigueur à la date de vente.
      03 CategorieTvaPanier PIC X.
      03 TauxTvaPanier  PIC 9(2)V99.
01 NbLignesPanier    PIC 9(2).
01 IndexPanier       PIC 9(2).
77 STATUS-TAUX       PIC XX.
*> les espèces réellement prises.
   05 TypeLigneLog      PIC X.
   05 MontantCarteLog   PIC 9(6)V99.
*> Zone des quantités reprises (QteRepriseRel), posée en place sur
*> la ligne par le mode retour : à blanc à l'écriture.
   05 FILLER            PIC X(10).
*> Prix unitaire et coût de revient de chaque ligne détail au moment
*> de la vente, et la part coupon et fidélité de ReductionLog (le
*> reste est le palier) : matière du rapport mensuel des marges
*> (MargesBoutique). Non numériques sur les lignes plus anciennes.
   05 DetailCoutsLog OCCURS 5 TIMES.
      10 PrixArticleLog PIC 9(5)V99.
      10 CoutArticleLog PIC 9(5)V99.
   05 TauxCouponLog     PIC 9(2)V99.
   05 TauxBonusLog      PIC 9(2)V99.
*> Catégorie de TVA de chaque ligne détail, matière de la déclaration
*> mensuelle (DeclarationTva) ; à blanc sur les lignes plus anciennes,
*> toutes vendues au taux normal.
   05 CategorieTvaLog OCCURS 5 TIMES PIC X.
*> Colonnes 190 à 197 : opérateur signé, posé par JournalUtil.
   05 FILLER            PIC X(8).
*> 'P' : une promotion a remisé le panier. MontantAchatLog est alors
*> le panier NET des promotions (la base des pourcentages) ; la
*> remise des promotions se retrouve en retranchant MontantAchatLog
*> du brut des lignes détail (PrixArticleLog x QteArticleLog) quand
*> elles couvrent tous les articles de la vente.
   05 PromoAppliqueeLog PIC X.
*> 'T' : vente portée au compte d'un client professionnel (ou, sur
*> une ligne 'A', avoir porté à ce compte) ; aucune espèce n'entre.
   05 ReglementCompteLog PIC X.
   05 FILLER            PIC X.
01 StatutJournal       PIC XX.

01 MontantAchat      PIC 9(6)V99 COMP.
01 Reduction         PIC 9(2)V99 COMP.
01 MontantFinal      PIC 9(6)V99.

01 TauxTable.
   02 TauxLigne OCCURS 10 TIMES.
01 PrixRencontre     PIC X.
01 MeilleureDateEffetPrix PIC 9(8).
77 STATUS-CARTES      PIC XX.
77 STATUS-COUTS       PIC XX.
01 CoutProduitLu     PIC 9(5)V99.
01 CoutRetour        PIC 9(5)V99.
01 ProfilSession     PIC X VALUE SPACE.
01 ModeCaisse        PIC X.
01 FinJournalRelu    PIC X.
*> Au-delà de ce montant remboursé, le retour exige un profil
*> superviseur au clavier.
01 SeuilRetourSuperviseur PIC 9(4)V99 VALUE 50.00.
77 STATUS-PROMOTIONS  PIC XX.
01 FinPromotions     PIC X.
01 IndexProduitPromo PIC 9.
01 ProduitEligible   PIC X.
01 QteEligible       PIC 9(3).
01 PrixMinEligible   PIC 9(5)V99.
01 NbLotsPromo       PIC 9(3).
01 QteAConsommer     PIC 9(3).
01 QteComposant      PIC 9(3).
01 PrixComposant     PIC 9(5)V99.
01 SommePrixForfait  PIC 9(6)V99.
01 NbComposantsForfait PIC 9.
01 UnitesPromoVente  PIC 9(5).
01 RemisePromoVente  PIC 9(6)V99.
01 RemisePromoTotale PIC 9(6)V99.
01 CouponInterdit    PIC X.
01 CodePromoInterdit PIC X(8).
01 BaseRetour        PIC 9(7)V99.
01 RemisePromoRetour PIC 9(6)V99.
01 RemisePromoOrigine PIC 9(7)V99.
01 QteDetailOrigine  PIC 9(4).
77 STATUS-TVAPROD     PIC XX.
01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.
01 CategorieTvaLue   PIC X.
*> Ventilation du ticket par taux : base hors taxe et TVA de chaque
*> catégorie présente dans le panier.
01 VentilationTva.
   02 TauxVentile OCCURS 20 TIMES.
      03 CategorieVentil PIC X.
      03 TauxVentil      PIC 9(2)V99.
      03 LibelleVentil   PIC X(20).
      03 BaseVentil      PIC 9(7)V99.
      03 TvaVentil       PIC 9(6)V99.
01 NbTauxVentiles    PIC 9(2).
01 IndexVentil       PIC 9(2).
01 RangVentil        PIC 9(2).
01 BrutPanier        PIC 9(7)V99.
01 NetHtPanier       PIC 9(7)V99.
01 BaseLigneTva      PIC 9(7)V99.
01 BaseCumuleeTva    PIC 9(7)V99.
01 TotalTvaVente     PIC 9(6)V99.
01 CategorieRetour   PIC X.
01 TvaRetour         PIC 9(6)V99.
77 STATUS-SESSIONSBTQ PIC XX.
01 CaisseOuverte     PIC X.
77 STATUS-COMPTESPRO  PIC XX.
77 STATUS-ACHATSPRO   PIC XX.
77 STATUS-LOTS        PIC XX.
*> Unités de la ligne encore à prendre sur les lots du produit.
01 ResteADebiterLot   PIC 9(3).
01 FinLotsProduit     PIC X.
01 LotsDisponibles    PIC X.
01 VenteEnCompte     PIC X VALUE 'N'.
01 CodeCompteSaisi   PIC X(8).
01 IndexAchatPro     PIC 9.

PROCEDURE DIVISION.
TRAITTEMENT.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

*>  Pas d'encaissement hors d'une caisse ouverte : sans session, les
*>  espèces du tiroir ne se rattacheraient à aucun caissier.
    PERFORM CONTROLER-CAISSE-OUVERTE.
    IF CaisseOuverte = 'N'
        GOBACK
    END-IF.
    MOVE 'N' TO VenteEnCompte.

*>  Trois passages en caisse possibles : la vente (comme toujours),
*>  le retour d'un article (qui vivait dans un carnet pendant que le
*>  stock, le journal et les points restaient faux), et la vente
    PERFORM OUVRIR-LOYALTE.

    PERFORM SAISIR-PANIER.
    PERFORM APPLIQUER-PROMOTIONS.
    PERFORM DETERMINER-REDUCTION-BASE.
    PERFORM APPLIQUER-COUPON.
    PERFORM APPLIQUER-LOYALTE.

    CLOSE CouponFile.

*>  La TVA se calcule taux par taux sur la base remisée de chaque
*>  catégorie : un livre ne paie plus les 20 % d'un jouet.
    PERFORM VENTILER-TVA-PANIER.

    DISPLAY "Réduction applicable : " Reduction "%".
    PERFORM AFFICHER-UN-TAUX-VENTILE
       VARYING IndexVentil FROM 1 BY 1 UNTIL IndexVentil > NbTauxVentiles.
    DISPLAY "Montant final à payer (TVA incluse) : " MontantFinal.

*>  Un client professionnel peut faire porter la vente à son compte,
*>  dans la limite de son plafond ; sinon le règlement est comptant.
    PERFORM PROPOSER-VENTE-EN-COMPTE.
    IF VenteEnCompte = 'O'
        MOVE 0 TO MontantCarteUtilise
    ELSE
        PERFORM REGLER-PAR-CARTE
    END-IF.

    PERFORM DEBITER-STOCK.
    PERFORM CREDITER-POINTS-FIDELITE.
    MOVE 'V' TO TypeLigneAEcrire.
    PERFORM JOURNALISER-CALCUL.
    IF VenteEnCompte = 'O'
        PERFORM ENREGISTRER-ACHAT-COMPTE
    END-IF.

    GOBACK.

    MOVE CodeProduit TO CodePanier(NbLignesPanier).
    MOVE QuantiteVendue TO QtePanier(NbLignesPanier).
    MOVE Prix TO PrixPanier(NbLignesPanier).
    MOVE QuantiteVendue TO QteLibrePanier(NbLignesPanier).
    PERFORM LIRE-COUT-PRODUIT.
    MOVE CoutProduitLu TO CoutPanier(NbLignesPanier).
    PERFORM LIRE-CATEGORIE-TVA.
    MOVE CategorieTvaLue TO CategorieTvaPanier(NbLignesPanier).
    MOVE CategorieTvaLue TO CategorieTvaDemandee.
    MOVE DateDuJour TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    MOVE TauxTvaRendu TO TauxTvaPanier(NbLignesPanier).
    COMPUTE MontantArticle = Prix * QuantiteVendue.
    ADD MontantArticle TO MontantAchat.
    ADD QuantiteVendue TO NbArticles.

DEBITER-STOCK.
*> La vente est conclue : le stock du catalogue descend ligne par
*> ligne, au moment où l'argent change de mains. Pour un produit
*> périssable, la quantité vendue est prise sur ses lots, celui qui
*> périme le premier d'abord ; un produit sans lot n'a rien de plus.
    MOVE 'N' TO LotsDisponibles.
    OPEN I-O LotProduitFile.
    IF STATUS-LOTS = "00"
       MOVE 'O' TO LotsDisponibles
    END-IF.
    PERFORM VARYING IndexPanier FROM 1 BY 1
            UNTIL IndexPanier > NbLignesPanier
       MOVE CodePanier(IndexPanier) TO CodeProduit
             IF STATUS-PRODUITS NOT = "00"
                DISPLAY "Erreur à la mise à jour du stock. Code de statut : " STATUS-PRODUITS
             END-IF
             IF LotsDisponibles = 'O'
                PERFORM CONSOMMER-LOTS-PRODUIT
             END-IF
       END-READ
    END-PERFORM.
    CLOSE ProduitFile.
    IF LotsDisponibles = 'O'
       CLOSE LotProduitFile
    END-IF.
    EXIT.

CONSOMMER-LOTS-PRODUIT.
    MOVE QtePanier(IndexPanier) TO ResteADebiterLot.
    MOVE CodePanier(IndexPanier) TO CodeProduitLot.
    MOVE 0 TO DateDluoLot.
    MOVE 0 TO DateReceptionLot.
    MOVE 'N' TO FinLotsProduit.
    START LotProduitFile KEY IS NOT LESS THAN CleLotProduit
        INVALID KEY
            MOVE 'O' TO FinLotsProduit
    END-START.
    PERFORM CONSOMMER-UN-LOT
            UNTIL FinLotsProduit = 'O' OR ResteADebiterLot = 0.
    EXIT.

CONSOMMER-UN-LOT.
*> Seuls les lots en rayon se vendent ; un lot déjà passé en perte
*> est sorti du rayon.
    READ LotProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinLotsProduit
            EXIT PARAGRAPH
    END-READ.
    IF CodeProduitLot NOT = CodePanier(IndexPanier)
        MOVE 'O' TO FinLotsProduit
        EXIT PARAGRAPH
    END-IF.
    IF StatutLot NOT = 'A' OR QuantiteLot = 0
        EXIT PARAGRAPH
    END-IF.
    IF QuantiteLot > ResteADebiterLot
        SUBTRACT ResteADebiterLot FROM QuantiteLot
        MOVE 0 TO ResteADebiterLot
    ELSE
        SUBTRACT QuantiteLot FROM ResteADebiterLot
        MOVE 0 TO QuantiteLot
        MOVE 'E' TO StatutLot
    END-IF.
    REWRITE LotProduitRecord.
    IF STATUS-LOTS NOT = "00"
        DISPLAY "Erreur à la mise à jour du lot. Code de statut : " STATUS-LOTS
    END-IF.
    EXIT.

DETERMINER-REDUCTION-BASE.
    EXIT.

CONTROLER-VALIDITE-COUPON.
    IF CouponInterdit = 'O'
       DISPLAY "Code promo refusé : non cumulable avec la promotion "
               CodePromoInterdit "."
       EXIT PARAGRAPH
    END-IF.
    IF DateDebutCoupon NOT = 0 AND DateDuJour < DateDebutCoupon
       DISPLAY "Code promo refusé : valable seulement à partir du "
               DateDebutCoupon "."
       IF IndexPanier > NbLignesPanier
          MOVE 0 TO CodeArticleLog(IndexPanier)
          MOVE 0 TO QteArticleLog(IndexPanier)
          MOVE 0 TO PrixArticleLog(IndexPanier)
          MOVE 0 TO CoutArticleLog(IndexPanier)
          MOVE SPACE TO CategorieTvaLog(IndexPanier)
       ELSE
          MOVE CodePanier(IndexPanier) TO CodeArticleLog(IndexPanier)
          MOVE QtePanier(IndexPanier) TO QteArticleLog(IndexPanier)
          MOVE PrixPanier(IndexPanier) TO PrixArticleLog(IndexPanier)
          MOVE CoutPanier(IndexPanier) TO CoutArticleLog(IndexPanier)
          MOVE CategorieTvaPanier(IndexPanier)
               TO CategorieTvaLog(IndexPanier)
       END-IF
    END-PERFORM.
    MOVE TauxCouponTrouve TO TauxCouponLog.
    MOVE TauxBonusTrouve TO TauxBonusLog.
    IF RemisePromoTotale > 0
       MOVE 'P' TO PromoAppliqueeLog
    ELSE
       MOVE SPACE TO PromoAppliqueeLog
    END-IF.
    IF VenteEnCompte = 'O'
       MOVE 'T' TO ReglementCompteLog
    ELSE
       MOVE SPACE TO ReglementCompteLog
    END-IF.
    IF ClientTrouve = 'O'
       MOVE CodeClientSaisi TO CodeClientLog
       MOVE PointsGagnes TO PointsGagnesLog
    IF StatutJournal NOT = "00"
       DISPLAY "Erreur à l'écriture de JournalReduction. Code de statut : " StatutJournal
    END-IF.
    PERFORM CUMULER-SESSION-CAISSE.
    EXIT.

REGLER-PAR-CARTE.
    MOVE SPACES TO CodeCouponSaisi.
    MOVE 'N' TO CouponValide.
    MOVE 'N' TO ClientTrouve.
    MOVE 0 TO TauxCouponTrouve.
    MOVE 0 TO TauxBonusTrouve.
    MOVE 0 TO RemisePromoTotale.
    MOVE 0 TO PointsGagnes.
    MOVE 0 TO MontantCarteUtilise.
    MOVE 'C' TO TypeLigneAEcrire.
        DISPLAY "Rang introuvable, retour abandonné."
        EXIT PARAGRAPH
    END-IF.
*>  Une vente portée en compte se reprend en avoir sur ce compte :
*>  rien n'avait été payé, rien ne se rembourse au comptoir.
    IF ReglementCompteRel = 'T'
        PERFORM IDENTIFIER-COMPTE-RETOUR
        IF VenteEnCompte = 'N'
            EXIT PARAGRAPH
        END-IF
    END-IF.

    DISPLAY "Code du produit retourné : ".
    ACCEPT CodeRetourSaisi.
    MOVE 0 TO QteVendueLigne.
    MOVE 0 TO CoutRetour.
*>  Une vente d'avant les catégories de TVA a tout payé au taux
*>  normal : c'est ce taux qui se reverse.
    MOVE 'N' TO CategorieRetour.
    PERFORM VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5
        IF CodeArticleRel(IndexDetail) = CodeRetourSaisi
            ADD QteArticleRel(IndexDetail) TO QteVendueLigne
            IF CoutArticleRel(IndexDetail) NUMERIC
                MOVE CoutArticleRel(IndexDetail) TO CoutRetour
            END-IF
            IF CategorieTvaRel(IndexDetail) NOT = SPACE
                MOVE CategorieTvaRel(IndexDetail) TO CategorieRetour
            END-IF
        END-IF
    END-PERFORM.
    IF QteVendueLigne = 0
    END-IF.
    COMPUTE BrutRetour = PrixVenteResolu * QteRetournee.
*>  Remboursement proportionnel : la part de la vente que pesait
*>  l'article, remise et TVA comprises. La base est le brut de la
*>  vente avant promotions : l'article d'un « 3 pour 2 » rendu seul
*>  rend sa part de la remise du lot.
    PERFORM CALCULER-PROMO-ORIGINE.
    COMPUTE BaseRetour = MontantAchatRel + RemisePromoOrigine.
    IF BaseRetour = 0
        MOVE 0 TO MontantRembourse
        MOVE 0 TO RemisePromoRetour
    ELSE
        COMPUTE MontantRembourse ROUNDED =
                MontantFinalRel * BrutRetour / BaseRetour
        COMPUTE RemisePromoRetour ROUNDED =
                (BaseRetour - MontantAchatRel) * BrutRetour / BaseRetour
    END-IF.
    IF MontantRembourse > MontantFinalRel
        MOVE MontantFinalRel TO MontantRembourse
    END-IF.
    DISPLAY "Remboursement proportionnel : " MontantRembourse ".".
*>  La TVA reversée est celle du taux de la vente d'origine.
    MOVE CategorieRetour TO CategorieTvaDemandee.
    MOVE DateVenteOrigine TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    COMPUTE TvaRetour ROUNDED = MontantRembourse
            - MontantRembourse * 100 / (100 + TauxTvaRendu).
    DISPLAY "  dont TVA " TauxTvaRendu "% (" LibelleTvaRendu ") : "
            TvaRetour ".".

    IF MontantRembourse > SeuilRetourSuperviseur
       AND ProfilSession NOT = 'S'

*>  Remboursement : en espèces (ligne 'R', nettée par CaisseJour) ou
*>  en avoir (ligne 'A', aucune espèce ne sort, l'avoir vit dans
*>  CartesCadeaux). Une vente en compte se reprend en avoir au
*>  compte du client (ligne 'A' marquée 'T').
    IF VenteEnCompte = 'O'
        MOVE 'A' TO TypeLigneAEcrire
        DISPLAY MontantRembourse " portés en avoir au compte "
                CodeCompteSaisi "."
    ELSE
        DISPLAY "E = rembourser en espèces, A = émettre un avoir : "
        ACCEPT ChoixRemboursement
        IF ChoixRemboursement = 'A'
            PERFORM EMETTRE-AVOIR
            MOVE 'A' TO TypeLigneAEcrire
        ELSE
            MOVE 'R' TO TypeLigneAEcrire
            DISPLAY MontantRembourse " rendus en espèces au client."
        END-IF
    END-IF.

*>  La ligne de retour part au journal : montants du retour, détail
*>  de l'article repris, raccrochée au client de la vente d'origine.
    IF RemisePromoRetour > BrutRetour
        MOVE BrutRetour TO RemisePromoRetour
    END-IF.
    COMPUTE MontantAchat = BrutRetour - RemisePromoRetour.
    MOVE RemisePromoRetour TO RemisePromoTotale.
    MOVE ReductionRel TO Reduction.
    MOVE MontantRembourse TO MontantFinal.
    MOVE QteRetournee TO NbArticles.
    MOVE CodeRetourSaisi TO CodePanier(1).
    MOVE QteRetournee TO QtePanier(1).
    MOVE PrixVenteResolu TO PrixPanier(1).
*>  Le retour reverse le coût figé sur la vente d'origine, et sa
*>  remise garde la même décomposition palier, coupon, fidélité ;
*>  une vente d'avant le coût sur ligne prend le coût courant.
    IF CoutRetour = 0
        MOVE CodeRetourSaisi TO CodeProduit
        PERFORM LIRE-COUT-PRODUIT
        MOVE CoutProduitLu TO CoutRetour
    END-IF.
    MOVE CoutRetour TO CoutPanier(1).
    MOVE CategorieRetour TO CategorieTvaPanier(1).
    MOVE 0 TO TauxCouponTrouve.
    MOVE 0 TO TauxBonusTrouve.
    IF TauxCouponRel NUMERIC
        MOVE TauxCouponRel TO TauxCouponTrouve
    END-IF.
    IF TauxBonusRel NUMERIC
        MOVE TauxBonusRel TO TauxBonusTrouve
    END-IF.
    MOVE SPACES TO CodeCouponSaisi.
    MOVE 'N' TO CouponValide.
    IF CodeClientRel NOT = SPACES
    MOVE 0 TO PointsGagnes.
    MOVE 0 TO MontantCarteUtilise.
    PERFORM JOURNALISER-CALCUL.
    IF VenteEnCompte = 'O'
        PERFORM ENREGISTRER-AVOIR-COMPTE
    END-IF.
    PERFORM MARQUER-REPRISE-ORIGINE.
    EXIT.

CALCULER-PROMO-ORIGINE.
*> Remise des promotions sur la vente d'origine : brut des lignes
*> détail moins MontantAchatRel, quand la ligne est marquée 'P' et que
*> ses lignes détail couvrent tous les articles vendus ; zéro sinon.
    MOVE 0 TO RemisePromoOrigine.
    MOVE 0 TO QteDetailOrigine.
    IF PromoAppliqueeRel NOT = 'P'
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-BRUT-ORIGINE
        VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5.
    IF QteDetailOrigine NOT = NbArticlesRel
       OR RemisePromoOrigine NOT > MontantAchatRel
        MOVE 0 TO RemisePromoOrigine
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT MontantAchatRel FROM RemisePromoOrigine.
    EXIT.

CUMULER-BRUT-ORIGINE.
    IF CodeArticleRel(IndexDetail) = 0
       OR PrixArticleRel(IndexDetail) NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    ADD QteArticleRel(IndexDetail) TO QteDetailOrigine.
    COMPUTE RemisePromoOrigine = RemisePromoOrigine
            + PrixArticleRel(IndexDetail) * QteArticleRel(IndexDetail).
    EXIT.

MARQUER-REPRISE-ORIGINE.
*> La vente d'origine se marque reprise en place, quantité par
*> quantité (même idiome de REWRITE sur le journal que le marquage
    END-IF.
    EXIT.

LIRE-COUT-PRODUIT.
*> Coût moyen pondéré courant de CodeProduit ; zéro tant que le
*> produit n'a connu aucune réception ni saisie de coût.
    MOVE 0 TO CoutProduitLu.
    OPEN INPUT CoutProduitFile.
    IF STATUS-COUTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduit TO CodeProduitCout.
    READ CoutProduitFile
        KEY IS CodeProduitCout
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CoutMoyenPondere TO CoutProduitLu
    END-READ.
    CLOSE CoutProduitFile.
    EXIT.

EMETTRE-AVOIR.
*> Avoir émis depuis le retour : une carte de type 'A' au montant
*> remboursé, valable un an, utilisable comme règlement à la caisse.
    END-IF.
    CLOSE CarteCadeauFile.
    EXIT.

APPLIQUER-PROMOTIONS.
*> Promotions de la boutique (GestionPromotions), appliquées d'office
*> aux lignes du panier AVANT les pourcentages. Règle de cumul : le
*> palier de montant se détermine sur le panier net des promotions,
*> le code promo et le bonus fidélité s'appliquent ensuite à ce net ;
*> une promotion marquée non cumulable fait refuser le code promo, le
*> bonus fidélité reste acquis. Chaque unité ne sert qu'à une
*> promotion, dans l'ordre des codes de promotion.
    MOVE 0 TO RemisePromoTotale.
    MOVE 'N' TO CouponInterdit.
    MOVE SPACES TO CodePromoInterdit.
    OPEN I-O PromotionFile.
    IF STATUS-PROMOTIONS NOT = "00"
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinPromotions.
    MOVE LOW-VALUES TO CodePromotion.
    START PromotionFile KEY IS GREATER THAN CodePromotion
       INVALID KEY
          MOVE 'O' TO FinPromotions
    END-START.
    PERFORM EXAMINER-UNE-PROMOTION UNTIL FinPromotions = 'O'.
    CLOSE PromotionFile.
    IF RemisePromoTotale > 0
       IF RemisePromoTotale > MontantAchat
          MOVE MontantAchat TO RemisePromoTotale
       END-IF
       SUBTRACT RemisePromoTotale FROM MontantAchat
       DISPLAY "Total des promotions : -" RemisePromoTotale
               " | panier net : " MontantAchat
    END-IF.
    EXIT.

EXAMINER-UNE-PROMOTION.
    READ PromotionFile NEXT RECORD
       AT END
          MOVE 'O' TO FinPromotions
    END-READ.
    IF FinPromotions = 'O'
       EXIT PARAGRAPH
    END-IF.
    IF DateDebutPromo NOT = 0 AND DateDuJour < DateDebutPromo
       EXIT PARAGRAPH
    END-IF.
    IF DateFinPromo NOT = 0 AND DateDuJour > DateFinPromo
       EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO RemisePromoVente.
    MOVE 0 TO UnitesPromoVente.
    EVALUATE TypePromotion
       WHEN 'L'
       WHEN 'S'
          PERFORM APPLIQUER-PROMO-QUANTITE
       WHEN 'F'
          PERFORM APPLIQUER-PROMO-FORFAIT
    END-EVALUATE.
    IF RemisePromoVente = 0
       EXIT PARAGRAPH
    END-IF.

    ADD RemisePromoVente TO RemisePromoTotale.
    IF CumulCouponPromo = 'N'
       MOVE 'O' TO CouponInterdit
       MOVE CodePromotion TO CodePromoInterdit
    END-IF.
    ADD 1 TO NbVentesPromo.
    ADD UnitesPromoVente TO NbUnitesPromo.
    ADD RemisePromoVente TO RemiseCumuleePromo.
    REWRITE PromotionRecord.
    IF STATUS-PROMOTIONS NOT = "00"
       DISPLAY "Erreur au comptage de la promotion. Code de statut : " STATUS-PROMOTIONS
    END-IF.
    DISPLAY "Promotion " LibellePromotion " : -" RemisePromoVente.
    EXIT.

APPLIQUER-PROMO-QUANTITE.
*> Lot 'L' et remise sur le N-ième article 'S' : les unités libres
*> des produits listés se panachent ; chaque lot complet de
*> QteAcheteePromo unités offre ses unités gratuites ('L') ou remise
*> un article ('S'), toujours valorisés au prix le plus bas du panier
*> parmi les produits concernés.
    MOVE 0 TO QteEligible.
    MOVE 99999.99 TO PrixMinEligible.
    PERFORM CUMULER-LIGNE-ELIGIBLE
       VARYING IndexPanier FROM 1 BY 1 UNTIL IndexPanier > NbLignesPanier.
    IF QteAcheteePromo = 0 OR QteEligible < QteAcheteePromo
       EXIT PARAGRAPH
    END-IF.
    COMPUTE NbLotsPromo = QteEligible / QteAcheteePromo.
    IF TypePromotion = 'L'
       IF QtePayeePromo NOT < QteAcheteePromo
          EXIT PARAGRAPH
       END-IF
       COMPUTE RemisePromoVente = NbLotsPromo * PrixMinEligible
               * (QteAcheteePromo - QtePayeePromo)
    ELSE
       COMPUTE RemisePromoVente ROUNDED =
               NbLotsPromo * PrixMinEligible * TauxPromoPct / 100
    END-IF.
    COMPUTE QteAConsommer = NbLotsPromo * QteAcheteePromo.
    MOVE QteAConsommer TO UnitesPromoVente.
    PERFORM CONSOMMER-LIGNE-ELIGIBLE
       VARYING IndexPanier FROM 1 BY 1
       UNTIL IndexPanier > NbLignesPanier OR QteAConsommer = 0.
    EXIT.

CUMULER-LIGNE-ELIGIBLE.
    PERFORM TESTER-PRODUIT-PROMO.
    IF ProduitEligible = 'N' OR QteLibrePanier(IndexPanier) = 0
       EXIT PARAGRAPH
    END-IF.
    ADD QteLibrePanier(IndexPanier) TO QteEligible.
    IF PrixPanier(IndexPanier) < PrixMinEligible
       MOVE PrixPanier(IndexPanier) TO PrixMinEligible
    END-IF.
    EXIT.

CONSOMMER-LIGNE-ELIGIBLE.
    PERFORM TESTER-PRODUIT-PROMO.
    IF ProduitEligible = 'N'
       EXIT PARAGRAPH
    END-IF.
    IF QteLibrePanier(IndexPanier) > QteAConsommer
       SUBTRACT QteAConsommer FROM QteLibrePanier(IndexPanier)
       MOVE 0 TO QteAConsommer
    ELSE
       SUBTRACT QteLibrePanier(IndexPanier) FROM QteAConsommer
       MOVE 0 TO QteLibrePanier(IndexPanier)
    END-IF.
    EXIT.

TESTER-PRODUIT-PROMO.
    MOVE 'N' TO ProduitEligible.
    PERFORM COMPARER-PRODUIT-PROMO
       VARYING IndexProduitPromo FROM 1 BY 1 UNTIL IndexProduitPromo > 5.
    EXIT.

COMPARER-PRODUIT-PROMO.
    IF ProduitPromo(IndexProduitPromo) NOT = 0
       AND ProduitPromo(IndexProduitPromo) = CodePanier(IndexPanier)
       MOVE 'O' TO ProduitEligible
    END-IF.
    EXIT.

APPLIQUER-PROMO-FORFAIT.
*> Forfait 'F' : autant de forfaits que d'exemplaires libres du
*> composant le moins présent ; chaque forfait remise la différence
*> entre la somme des prix des composants et le prix du forfait.
    MOVE 99 TO NbLotsPromo.
    MOVE 0 TO SommePrixForfait.
    MOVE 0 TO NbComposantsForfait.
    PERFORM EVALUER-COMPOSANT-FORFAIT
       VARYING IndexProduitPromo FROM 1 BY 1 UNTIL IndexProduitPromo > 5.
    IF NbComposantsForfait = 0 OR NbLotsPromo = 0
       OR SommePrixForfait NOT > PrixForfaitPromo
       EXIT PARAGRAPH
    END-IF.
    COMPUTE RemisePromoVente =
            NbLotsPromo * (SommePrixForfait - PrixForfaitPromo).
    COMPUTE UnitesPromoVente = NbLotsPromo * NbComposantsForfait.
    PERFORM CONSOMMER-COMPOSANT-FORFAIT
       VARYING IndexProduitPromo FROM 1 BY 1 UNTIL IndexProduitPromo > 5.
    EXIT.

EVALUER-COMPOSANT-FORFAIT.
    IF ProduitPromo(IndexProduitPromo) = 0
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComposantsForfait.
    MOVE 0 TO QteComposant.
    MOVE 0 TO PrixComposant.
    PERFORM SOMMER-COMPOSANT-FORFAIT
       VARYING IndexPanier FROM 1 BY 1 UNTIL IndexPanier > NbLignesPanier.
    IF QteComposant < NbLotsPromo
       MOVE QteComposant TO NbLotsPromo
    END-IF.
    ADD PrixComposant TO SommePrixForfait.
    EXIT.

SOMMER-COMPOSANT-FORFAIT.
    IF CodePanier(IndexPanier) = ProduitPromo(IndexProduitPromo)
       ADD QteLibrePanier(IndexPanier) TO QteComposant
       IF PrixComposant = 0
          MOVE PrixPanier(IndexPanier) TO PrixComposant
       END-IF
    END-IF.
    EXIT.

CONSOMMER-COMPOSANT-FORFAIT.
    IF ProduitPromo(IndexProduitPromo) = 0
       EXIT PARAGRAPH
    END-IF.
    MOVE NbLotsPromo TO QteAConsommer.
    PERFORM CONSOMMER-LIGNE-COMPOSANT
       VARYING IndexPanier FROM 1 BY 1
       UNTIL IndexPanier > NbLignesPanier OR QteAConsommer = 0.
    EXIT.

CONSOMMER-LIGNE-COMPOSANT.
    IF CodePanier(IndexPanier) NOT = ProduitPromo(IndexProduitPromo)
       EXIT PARAGRAPH
    END-IF.
    IF QteLibrePanier(IndexPanier) > QteAConsommer
       SUBTRACT QteAConsommer FROM QteLibrePanier(IndexPanier)
       MOVE 0 TO QteAConsommer
    ELSE
       SUBTRACT QteLibrePanier(IndexPanier) FROM QteAConsommer
       MOVE 0 TO QteLibrePanier(IndexPanier)
    END-IF.
    EXIT.

LIRE-CATEGORIE-TVA.
*> Catégorie de TVA de CodeProduit ; 'N' (taux normal) pour un produit
*> que personne n'a encore classé.
    MOVE 'N' TO CategorieTvaLue.
    OPEN INPUT TvaProduitFile.
    IF STATUS-TVAPROD NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeProduit TO CodeProduitTva.
    READ TvaProduitFile
        KEY IS CodeProduitTva
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CategorieTvaProduit NOT = SPACE
                MOVE CategorieTvaProduit TO CategorieTvaLue
            END-IF
    END-READ.
    CLOSE TvaProduitFile.
    EXIT.

VENTILER-TVA-PANIER.
*> Le net hors taxe du panier (après promotions et pourcentage de
*> remise) se répartit sur les lignes au prorata de leur brut, la
*> dernière ligne prenant l'arrondi ; chaque catégorie cumule sa base
*> et sa TVA se calcule une fois, au taux en vigueur à la date de
*> vente. Le ticket TTC est la somme des bases et des TVA.
    COMPUTE NetHtPanier = MontantAchat - (MontantAchat * Reduction / 100).
    MOVE 0 TO BrutPanier.
    MOVE 0 TO BaseCumuleeTva.
    MOVE 0 TO NbTauxVentiles.
    MOVE 0 TO TotalTvaVente.
    PERFORM CUMULER-BRUT-PANIER
       VARYING IndexPanier FROM 1 BY 1 UNTIL IndexPanier > NbLignesPanier.
    PERFORM VENTILER-UNE-LIGNE-TVA
       VARYING IndexPanier FROM 1 BY 1 UNTIL IndexPanier > NbLignesPanier.
    PERFORM CALCULER-TVA-UN-TAUX
       VARYING IndexVentil FROM 1 BY 1 UNTIL IndexVentil > NbTauxVentiles.
    COMPUTE MontantFinal = NetHtPanier + TotalTvaVente.
    EXIT.

CUMULER-BRUT-PANIER.
    COMPUTE BrutPanier = BrutPanier
            + PrixPanier(IndexPanier) * QtePanier(IndexPanier).
    EXIT.

VENTILER-UNE-LIGNE-TVA.
    IF IndexPanier = NbLignesPanier
       IF BaseCumuleeTva > NetHtPanier
          MOVE 0 TO BaseLigneTva
       ELSE
          COMPUTE BaseLigneTva = NetHtPanier - BaseCumuleeTva
       END-IF
    ELSE
       IF BrutPanier = 0
          MOVE 0 TO BaseLigneTva
       ELSE
          COMPUTE BaseLigneTva ROUNDED = NetHtPanier
                  * PrixPanier(IndexPanier) * QtePanier(IndexPanier)
                  / BrutPanier
       END-IF
    END-IF.
    ADD BaseLigneTva TO BaseCumuleeTva.

    MOVE 0 TO RangVentil.
    PERFORM COMPARER-TAUX-VENTILE
       VARYING IndexVentil FROM 1 BY 1 UNTIL IndexVentil > NbTauxVentiles.
    IF RangVentil = 0
       ADD 1 TO NbTauxVentiles
       MOVE NbTauxVentiles TO RangVentil
       MOVE CategorieTvaPanier(IndexPanier) TO CategorieVentil(RangVentil)
       MOVE TauxTvaPanier(IndexPanier) TO TauxVentil(RangVentil)
       MOVE CategorieTvaPanier(IndexPanier) TO CategorieTvaDemandee
       MOVE DateDuJour TO DateTvaDemandee
       CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva
       MOVE LibelleTvaRendu TO LibelleVentil(RangVentil)
       MOVE 0 TO BaseVentil(RangVentil)
       MOVE 0 TO TvaVentil(RangVentil)
    END-IF.
    ADD BaseLigneTva TO BaseVentil(RangVentil).
    EXIT.

COMPARER-TAUX-VENTILE.
    IF RangVentil = 0
       AND CategorieVentil(IndexVentil) = CategorieTvaPanier(IndexPanier)
       MOVE IndexVentil TO RangVentil
    END-IF.
    EXIT.

CALCULER-TVA-UN-TAUX.
    COMPUTE TvaVentil(IndexVentil) ROUNDED =
            BaseVentil(IndexVentil) * TauxVentil(IndexVentil) / 100.
    ADD TvaVentil(IndexVentil) TO TotalTvaVente.
    EXIT.

AFFICHER-UN-TAUX-VENTILE.
    DISPLAY "  TVA " TauxVentil(IndexVentil) "% "
            LibelleVentil(IndexVentil) " base HT "
            BaseVentil(IndexVentil) " TVA " TvaVentil(IndexVentil).
    EXIT.

CONTROLER-CAISSE-OUVERTE.
*> Le caissier signé doit avoir ouvert sa caisse du jour (option F
*> du menu) et ne pas l'avoir encore clôturée.
    MOVE 'N' TO CaisseOuverte.
    OPEN INPUT SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Aucune caisse ouverte : ouvrez d'abord votre caisse"
                " (option F du menu)."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            DISPLAY "Aucune caisse ouverte ce jour pour " CodeOperateurSession
                    " : ouvrez d'abord votre caisse (option F du menu)."
        NOT INVALID KEY
            IF StatutSessionBtq = 'O'
                MOVE 'O' TO CaisseOuverte
            ELSE
                DISPLAY "Votre caisse du jour est clôturée : plus"
                        " d'encaissement possible aujourd'hui."
            END-IF
    END-READ.
    CLOSE SessionBoutiqueFile.
    EXIT.

CUMULER-SESSION-CAISSE.
*> Reporte la ligne qui vient d'être journalisée sur la session du
*> caissier : ce qui entre ou sort du tiroir en espèces, et à part
*> ce qui passe par carte cadeau ou avoir.
    OPEN I-O SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "*** Session de caisse indisponible (" STATUS-SESSIONSBTQ
                ") : ligne non cumulée ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            DISPLAY "*** Session de caisse introuvable : ligne non cumulée ***"
            CLOSE SessionBoutiqueFile
            EXIT PARAGRAPH
    END-READ.
    EVALUATE TypeLigneAEcrire
        WHEN 'R'
            ADD 1 TO NbRetoursBtq
            ADD MontantFinal TO RetoursEspecesBtq
        WHEN 'A'
            ADD 1 TO NbRetoursBtq
            ADD MontantFinal TO AvoirsEmisBtq
        WHEN 'C'
            ADD MontantFinal TO CartesVenduesBtq
        WHEN OTHER
            ADD 1 TO NbVentesBtq
            IF VenteEnCompte = 'O'
                ADD MontantFinal TO VentesEnCompteBtq
            ELSE
                COMPUTE VentesEspecesBtq = VentesEspecesBtq
                        + MontantFinal - MontantCarteUtilise
                ADD MontantCarteUtilise TO ReglementsCarteBtq
            END-IF
    END-EVALUATE.
    REWRITE SessionBoutiqueRecord.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "*** Erreur au cumul de la session de caisse. Code de statut : "
                STATUS-SESSIONSBTQ " ***"
    END-IF.
    CLOSE SessionBoutiqueFile.
    EXIT.

PROPOSER-VENTE-EN-COMPTE.
*> Vente en compte : compte actif, et l'encours augmenté du ticket ne
*> doit pas dépasser le plafond ; au-delà la vente en compte est
*> refusée et le client règle comptant.
    MOVE 'N' TO VenteEnCompte.
    DISPLAY "Compte client professionnel (vide si règlement comptant) : ".
    ACCEPT CodeCompteSaisi.
    IF CodeCompteSaisi = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CompteProFile.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Comptes professionnels indisponibles (" STATUS-COMPTESPRO
                ") : règlement comptant."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeCompteSaisi TO CodeComptePro.
    READ CompteProFile
        KEY IS CodeComptePro
        INVALID KEY
            DISPLAY "Compte " CodeCompteSaisi " inconnu : règlement comptant."
            CLOSE CompteProFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE CompteProFile.
    IF StatutComptePro NOT = 'A'
        DISPLAY "Compte " CodeCompteSaisi " suspendu : vente en compte"
                " REFUSÉE, règlement comptant."
        EXIT PARAGRAPH
    END-IF.
    IF EncoursPro + MontantFinal > PlafondCreditPro
        DISPLAY "Encours " EncoursPro " + " MontantFinal
                " au-delà du plafond " PlafondCreditPro
                " : vente en compte REFUSÉE, règlement comptant."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO VenteEnCompte.
    DISPLAY "Vente portée au compte " CodeCompteSaisi " ("
            RaisonSocialePro ").".
    EXIT.

ENREGISTRER-ACHAT-COMPTE.
*> L'achat part dans AchatsPro avec sa ventilation de TVA, pour la
*> facture du mois, et l'encours du compte monte d'autant.
    MOVE DateDuJour TO DateAchatPro.
    MOVE CodeCompteSaisi TO CodeCompteAchat.
    MOVE 'V' TO SensAchatPro.
    MOVE NetHtPanier TO MontantHtAchat.
    MOVE TotalTvaVente TO MontantTvaAchat.
    MOVE MontantFinal TO MontantTtcAchat.
    MOVE NbArticles TO NbArticlesAchat.
    PERFORM COPIER-UNE-LIGNE-ACHAT
       VARYING IndexAchatPro FROM 1 BY 1 UNTIL IndexAchatPro > 5.
    MOVE CodeOperateurSession TO OperateurAchat.
    MOVE SPACES TO NumeroFactureAchat.
    PERFORM ECRIRE-ACHAT-COMPTE.
    EXIT.

COPIER-UNE-LIGNE-ACHAT.
    IF IndexAchatPro > NbLignesPanier
        MOVE 0 TO CodeArticleAchat(IndexAchatPro)
        MOVE 0 TO QteArticleAchat(IndexAchatPro)
    ELSE
        MOVE CodePanier(IndexAchatPro) TO CodeArticleAchat(IndexAchatPro)
        MOVE QtePanier(IndexAchatPro) TO QteArticleAchat(IndexAchatPro)
    END-IF.
    IF IndexAchatPro > NbTauxVentiles
        MOVE 0 TO TauxAchat(IndexAchatPro)
        MOVE 0 TO BaseAchat(IndexAchatPro)
        MOVE 0 TO TvaAchat(IndexAchatPro)
    ELSE
        MOVE TauxVentil(IndexAchatPro) TO TauxAchat(IndexAchatPro)
        MOVE BaseVentil(IndexAchatPro) TO BaseAchat(IndexAchatPro)
        MOVE TvaVentil(IndexAchatPro) TO TvaAchat(IndexAchatPro)
    END-IF.
    EXIT.

IDENTIFIER-COMPTE-RETOUR.
    MOVE 'N' TO VenteEnCompte.
    DISPLAY "Vente d'origine portée en compte : code du compte client : ".
    ACCEPT CodeCompteSaisi.
    OPEN INPUT CompteProFile.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Comptes professionnels indisponibles, retour abandonné."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeCompteSaisi TO CodeComptePro.
    READ CompteProFile
        KEY IS CodeComptePro
        INVALID KEY
            DISPLAY "Compte " CodeCompteSaisi " inconnu, retour abandonné."
        NOT INVALID KEY
            MOVE 'O' TO VenteEnCompte
    END-READ.
    CLOSE CompteProFile.
    EXIT.

ENREGISTRER-AVOIR-COMPTE.
*> L'avoir vient en déduction sur la prochaine facture du compte, et
*> l'encours descend d'autant.
    MOVE DateDuJour TO DateAchatPro.
    MOVE CodeCompteSaisi TO CodeCompteAchat.
    MOVE 'A' TO SensAchatPro.
    COMPUTE MontantHtAchat = MontantRembourse - TvaRetour.
    MOVE TvaRetour TO MontantTvaAchat.
    MOVE MontantRembourse TO MontantTtcAchat.
    MOVE QteRetournee TO NbArticlesAchat.
    MOVE 0 TO NbTauxVentiles.
    PERFORM COPIER-UNE-LIGNE-ACHAT
       VARYING IndexAchatPro FROM 1 BY 1 UNTIL IndexAchatPro > 5.
    MOVE TauxTvaRendu TO TauxAchat(1).
    MOVE MontantHtAchat TO BaseAchat(1).
    MOVE TvaRetour TO TvaAchat(1).
    MOVE CodeOperateurSession TO OperateurAchat.
    MOVE SPACES TO NumeroFactureAchat.
    PERFORM ECRIRE-ACHAT-COMPTE.
    EXIT.

ECRIRE-ACHAT-COMPTE.
    OPEN EXTEND AchatsProFile.
    IF STATUS-ACHATSPRO = "35"
        OPEN OUTPUT AchatsProFile
    END-IF.
    IF STATUS-ACHATSPRO NOT = "00"
        DISPLAY "*** AchatsPro indisponible (" STATUS-ACHATSPRO
                ") : achat en compte à reporter à la main ***"
        EXIT PARAGRAPH
    END-IF.
    WRITE AchatProRecord.
    CLOSE AchatsProFile.
    OPEN I-O CompteProFile.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "*** Encours du compte non mis à jour (" STATUS-COMPTESPRO ") ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeCompteSaisi TO CodeComptePro.
    READ CompteProFile
        KEY IS CodeComptePro
        INVALID KEY
            DISPLAY "*** Compte " CodeCompteSaisi " disparu : encours non mis à jour ***"
        NOT INVALID KEY
            IF SensAchatPro = 'A'
                SUBTRACT MontantTtcAchat FROM EncoursPro
            ELSE
                ADD MontantTtcAchat TO EncoursPro
            END-IF
            REWRITE CompteProRecord
            DISPLAY "Encours du compte " CodeComptePro " : " EncoursPro
                    " / plafond " PlafondCreditPro "."
    END-READ.
    CLOSE CompteProFile.
    EXIT.
