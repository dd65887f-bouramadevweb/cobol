IDENTIFICATION DIVISION.
PROGRAM-ID. MargesBoutique.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalReluFile
           ASSIGN TO 'JournalReduction'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JOURNAL.

    SELECT ProduitFile
           ASSIGN TO 'ProduitFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduit
           FILE STATUS IS STATUS-PRODUITS.

    SELECT CoutProduitFile
           ASSIGN TO 'CoutsProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitCout
           FILE STATUS IS STATUS-COUTS.

DATA DIVISION.
FILE SECTION.
FD JournalReluFile.
*> Relecture du journal des ventes, même dessin que
*> LigneJournalReduction (suffixe Mrg).
01 LigneJournalMrg.
   05 MontantAchatMrg   PIC 9(6)V99.
   05 ReductionMrg      PIC 9(2)V99.
   05 MontantFinalMrg   PIC 9(6)V99.
   05 DateMrg           PIC 9(8).
   05 CodeCouponMrg     PIC X(10).
   05 DepotFaitMrg      PIC X.
   05 CodeClientMrg     PIC X(10).
   05 PointsGagnesMrg   PIC 9(5).
   05 NbArticlesMrg     PIC 9(3).
   05 DetailArticlesMrg OCCURS 5 TIMES.
      10 CodeArticleMrg PIC 9(4).
      10 QteArticleMrg  PIC 9(2).
   05 TypeLigneMrg      PIC X.
   05 MontantCarteMrg   PIC 9(6)V99.
   05 QteRepriseMrg OCCURS 5 TIMES PIC 9(2).
   05 DetailCoutsMrg OCCURS 5 TIMES.
      10 PrixArticleMrg PIC 9(5)V99.
      10 CoutArticleMrg PIC 9(5)V99.
   05 TauxCouponMrg     PIC 9(2)V99.
   05 TauxBonusMrg      PIC 9(2)V99.
   05 FILLER            PIC X(5).
   05 FILLER            PIC X(8).
   05 PromoAppliqueeMrg PIC X.
   05 FILLER            PIC X(2).

FD ProduitFile.
01 ProduitRecord.
   05 CodeProduit   PIC 9(4).
   05 NomProduit    PIC X(10).
   05 Qantite       PIC 9(3).
   05 Prix          PIC 9(5)V99.

FD CoutProduitFile.
01 CoutProduitRecord.
   05 CodeProduitCout     PIC 9(4).
   05 CoutMoyenPondere    PIC 9(5)V99.
   05 PrixDernierAchat    PIC 9(5)V99.
   05 DateDernierAchat    PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-JOURNAL    PIC XX.
77 STATUS-PRODUITS   PIC XX.
77 STATUS-COUTS      PIC XX.
01 FinJournal        PIC X VALUE 'N'.
01 FinProduits       PIC X VALUE 'N'.
01 ProduitsOuvert    PIC X VALUE 'N'.
01 CoutsOuvert       PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 EntierDate        PIC 9(7).
01 DateDebutMois     PIC 9(8).
01 DateFinMois       PIC 9(8).
01 IndexDetail       PIC 9(2).
01 IndexMrg          PIC 9(3).
01 IndexMrgTrouve    PIC 9(3).
01 NbLignesSansCout  PIC 9(5) VALUE 0.
01 NbProduitsListes  PIC 9(5) VALUE 0.

*> Une ligne détail du journal, signée : la vente compte en plus,
*> le retour (espèces 'R' ou avoir 'A') en moins.
01 SigneLigne        PIC S9.
01 PrixUnitaireLigne PIC 9(5)V99.
01 CoutUnitaireLigne PIC 9(5)V99.
01 TauxCouponLigne   PIC 9(2)V99.
01 TauxBonusLigne    PIC 9(2)V99.
01 TauxPalierLigne   PIC S9(3)V99.
01 BrutLigne         PIC S9(9)V99.
01 CoutLigne         PIC S9(9)V99.
01 RemiseLigne       PIC S9(9)V99.
01 CouponLigne       PIC S9(9)V99.
01 FideliteLigne     PIC S9(9)V99.
01 PromoLigne        PIC S9(9)V99.
01 RemisePromoVente  PIC 9(6)V99.
01 BrutVente         PIC 9(7)V99.
01 QteDetailVente    PIC 9(4).
01 QteLigne          PIC S9(5).

*> Cumuls du mois par produit.
01 MargesProduits.
   02 MargeLigne OCCURS 500 TIMES.
      03 CodeProduitMrg   PIC 9(4).
      03 QteMrg           PIC S9(7).
      03 ChiffreMrg       PIC S9(9)V99.
      03 CoutMrg          PIC S9(9)V99.
      03 RemiseMrg        PIC S9(9)V99.
      03 CouponMrg        PIC S9(9)V99.
      03 FideliteMrg      PIC S9(9)V99.
      03 PromotionMrg     PIC S9(9)V99.
      03 ListeMrg         PIC X.
01 NbProduitsMrg     PIC 9(3) VALUE 0.

01 MargeBrute        PIC S9(9)V99.
01 MargeNette        PIC S9(9)V99.
01 TotalQte          PIC S9(9) VALUE 0.
01 TotalChiffre      PIC S9(11)V99 VALUE 0.
01 TotalCout         PIC S9(11)V99 VALUE 0.
01 TotalRemise       PIC S9(11)V99 VALUE 0.
01 TotalCoupon       PIC S9(11)V99 VALUE 0.
01 TotalFidelite     PIC S9(11)V99 VALUE 0.
01 TotalPromotion    PIC S9(11)V99 VALUE 0.
01 TotalMargeBrute   PIC S9(11)V99 VALUE 0.
01 TotalMargeNette   PIC S9(11)V99 VALUE 0.
01 NomAffiche        PIC X(10).

01 QteEdit           PIC -(6)9.
01 ChiffreEdit       PIC -(8)9.99.
01 CoutEdit          PIC -(8)9.99.
01 MargeBruteEdit    PIC -(8)9.99.
01 RemiseEdit        PIC -(8)9.99.
01 CouponEdit        PIC -(8)9.99.
01 FideliteEdit      PIC -(8)9.99.
01 PromotionEdit     PIC -(8)9.99.
01 MargeNetteEdit    PIC -(8)9.99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
COPY IndicateurGestionRecord.
01 StatutIndicateur     PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Marges mensuelles de la boutique (auto-conditionné au premier du
*> mois, sur le mois écoulé, AVANT la rétention qui roule
*> JournalReduction) : par produit, quantité, chiffre d'affaires hors
*> taxe au prix de vente, coût de revient figé à la vente, marge
*> brute, puis ce que coûtent à part les promotions, les remises de
*> palier, les coupons et les bonus fidélité, et la marge nette qui
*> reste.
*> CaisseJour donnait la recette ; ceci dit si on gagne de l'argent.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : rapport des marges différé."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateFinMois = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateFinMois TO DateDebutMois.
    MOVE "01" TO DateDebutMois(7:2).

    OPEN INPUT JournalReluFile.
    IF STATUS-JOURNAL NOT = "00"
        DISPLAY "Aucune vente (JournalReduction absent ou vide)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    OPEN INPUT CoutProduitFile.
    IF STATUS-COUTS = "00"
        MOVE 'O' TO CoutsOuvert
    END-IF.
    PERFORM CUMULER-UNE-LIGNE UNTIL FinJournal = 'O'.
    CLOSE JournalReluFile.
    IF CoutsOuvert = 'O'
        CLOSE CoutProduitFile
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "MARGES DE LA BOUTIQUE DU " DateDebutMois " AU " DateFinMois.
    DISPLAY "(montants hors taxe ; marge nette = marge brute - promotions"
            " - remises - coupons - fidélité)".
    DISPLAY "--------------------------------------------------------".

*>  Dans l'ordre du catalogue, puis les produits vendus depuis
*>  retirés du catalogue.
    OPEN INPUT ProduitFile.
    IF STATUS-PRODUITS = "00"
        MOVE 'O' TO ProduitsOuvert
        PERFORM LISTER-UN-PRODUIT UNTIL FinProduits = 'O'
        CLOSE ProduitFile
    END-IF.
    MOVE "(retiré)" TO NomAffiche.
    PERFORM LISTER-HORS-CATALOGUE
        VARYING IndexMrg FROM 1 BY 1 UNTIL IndexMrg > NbProduitsMrg.

    IF NbProduitsListes = 0
        DISPLAY "Aucune vente de produit sur le mois."
    END-IF.
    MOVE TotalQte TO QteEdit.
    MOVE TotalChiffre TO ChiffreEdit.
    MOVE TotalCout TO CoutEdit.
    MOVE TotalMargeBrute TO MargeBruteEdit.
    MOVE TotalRemise TO RemiseEdit.
    MOVE TotalCoupon TO CouponEdit.
    MOVE TotalFidelite TO FideliteEdit.
    MOVE TotalPromotion TO PromotionEdit.
    MOVE TotalMargeNette TO MargeNetteEdit.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "TOTAL MOIS      : qté " QteEdit " | CA " ChiffreEdit
            " | coût " CoutEdit " | marge brute " MargeBruteEdit.
    DISPLAY "  perdu en promotions " PromotionEdit " | remises " RemiseEdit
            " | coupons " CouponEdit " | fidélité " FideliteEdit
            " | marge nette " MargeNetteEdit.
    IF NbLignesSansCout > 0
        DISPLAY NbLignesSansCout " ligne(s) vendue(s) sans coût figé :"
                " coût moyen courant retenu (ou zéro si inconnu)."
    END-IF.
    DISPLAY "========================================================".
    PERFORM PUBLIER-INDICATEURS.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CUMULER-UNE-LIGNE.
    READ JournalReluFile
        AT END
            MOVE 'O' TO FinJournal
    END-READ.
    IF FinJournal = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF DateMrg < DateDebutMois OR DateMrg > DateFinMois
        EXIT PARAGRAPH
    END-IF.
*>  Ventes (blanc ou 'V') et retours ('R' espèces, 'A' avoir) ; la
*>  vente d'une carte cadeau 'C' n'est pas une vente de marchandise.
    EVALUATE TypeLigneMrg
        WHEN 'V'
        WHEN SPACE
            MOVE 1 TO SigneLigne
        WHEN 'R'
        WHEN 'A'
            MOVE -1 TO SigneLigne
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE.
    ADD 1 TO NbLusCtl.

*>  La réduction de la ligne se décompose : part coupon, part bonus
*>  fidélité, le reste au palier de montant. Une ligne d'avant la
*>  décomposition met toute la réduction au palier.
    MOVE 0 TO TauxCouponLigne.
    MOVE 0 TO TauxBonusLigne.
    IF TauxCouponMrg NUMERIC
        MOVE TauxCouponMrg TO TauxCouponLigne
    END-IF.
    IF TauxBonusMrg NUMERIC
        MOVE TauxBonusMrg TO TauxBonusLigne
    END-IF.
    COMPUTE TauxPalierLigne =
            ReductionMrg - TauxCouponLigne - TauxBonusLigne.
    IF TauxPalierLigne < 0
        MOVE 0 TO TauxPalierLigne
    END-IF.
*>  Les promotions passent avant les pourcentages : leur remise (le
*>  brut des lignes détail moins MontantAchat, net des promotions)
*>  se répartit sur les lignes au prorata de leur brut, et les
*>  pourcentages portent sur ce qui reste.
    MOVE 0 TO RemisePromoVente.
    MOVE 0 TO BrutVente.
    MOVE 0 TO QteDetailVente.
    IF PromoAppliqueeMrg = 'P'
        PERFORM CUMULER-BRUT-VENTE
            VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5
        IF QteDetailVente = NbArticlesMrg
           AND BrutVente > MontantAchatMrg
            COMPUTE RemisePromoVente = BrutVente - MontantAchatMrg
        END-IF
    END-IF.
    COMPUTE BrutVente = MontantAchatMrg + RemisePromoVente.

    PERFORM CUMULER-UN-DETAIL
        VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5.
    EXIT.

CUMULER-BRUT-VENTE.
    IF CodeArticleMrg(IndexDetail) = 0
       OR PrixArticleMrg(IndexDetail) NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    ADD QteArticleMrg(IndexDetail) TO QteDetailVente.
    COMPUTE BrutVente = BrutVente
            + PrixArticleMrg(IndexDetail) * QteArticleMrg(IndexDetail).
    EXIT.

CUMULER-UN-DETAIL.
    IF CodeArticleMrg(IndexDetail) = 0
       OR QteArticleMrg(IndexDetail) NOT NUMERIC
       OR QteArticleMrg(IndexDetail) = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM RETROUVER-PRODUIT-MRG.
    IF IndexMrgTrouve = 0
        EXIT PARAGRAPH
    END-IF.

    IF PrixArticleMrg(IndexDetail) NUMERIC
        MOVE PrixArticleMrg(IndexDetail) TO PrixUnitaireLigne
    ELSE
        MOVE 0 TO PrixUnitaireLigne
    END-IF.
    IF CoutArticleMrg(IndexDetail) NUMERIC
       AND CoutArticleMrg(IndexDetail) > 0
        MOVE CoutArticleMrg(IndexDetail) TO CoutUnitaireLigne
    ELSE
        ADD 1 TO NbLignesSansCout
        PERFORM LIRE-COUT-COURANT
    END-IF.

    COMPUTE QteLigne = SigneLigne * QteArticleMrg(IndexDetail).
*>  Ligne sans prix figé (vente d'avant le prix sur ligne) : le brut
*>  de la vente au prorata des quantités.
    IF PrixUnitaireLigne = 0
        IF NbArticlesMrg NUMERIC AND NbArticlesMrg > 0
            COMPUTE BrutLigne ROUNDED =
                    MontantAchatMrg * QteLigne / NbArticlesMrg
        ELSE
            MOVE 0 TO BrutLigne
        END-IF
    ELSE
        COMPUTE BrutLigne = PrixUnitaireLigne * QteLigne
    END-IF.
    COMPUTE CoutLigne = CoutUnitaireLigne * QteLigne.
    IF RemisePromoVente = 0 OR BrutVente = 0
        MOVE 0 TO PromoLigne
    ELSE
        COMPUTE PromoLigne ROUNDED =
                RemisePromoVente * BrutLigne / BrutVente
    END-IF.
    COMPUTE RemiseLigne ROUNDED =
            (BrutLigne - PromoLigne) * TauxPalierLigne / 100.
    COMPUTE CouponLigne ROUNDED =
            (BrutLigne - PromoLigne) * TauxCouponLigne / 100.
    COMPUTE FideliteLigne ROUNDED =
            (BrutLigne - PromoLigne) * TauxBonusLigne / 100.

    ADD QteLigne TO QteMrg(IndexMrgTrouve).
    ADD BrutLigne TO ChiffreMrg(IndexMrgTrouve).
    ADD CoutLigne TO CoutMrg(IndexMrgTrouve).
    ADD RemiseLigne TO RemiseMrg(IndexMrgTrouve).
    ADD CouponLigne TO CouponMrg(IndexMrgTrouve).
    ADD FideliteLigne TO FideliteMrg(IndexMrgTrouve).
    ADD PromoLigne TO PromotionMrg(IndexMrgTrouve).
    EXIT.

RETROUVER-PRODUIT-MRG.
    MOVE 0 TO IndexMrgTrouve.
    PERFORM COMPARER-PRODUIT-MRG
        VARYING IndexMrg FROM 1 BY 1
        UNTIL IndexMrg > NbProduitsMrg OR IndexMrgTrouve NOT = 0.
    IF IndexMrgTrouve NOT = 0
        EXIT PARAGRAPH
    END-IF.
    IF NbProduitsMrg NOT < 500
        DISPLAY "Table des produits pleine (500) : produit "
                CodeArticleMrg(IndexDetail) " non cumulé."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbProduitsMrg.
    MOVE NbProduitsMrg TO IndexMrgTrouve.
    MOVE CodeArticleMrg(IndexDetail) TO CodeProduitMrg(IndexMrgTrouve).
    MOVE 0 TO QteMrg(IndexMrgTrouve).
    MOVE 0 TO ChiffreMrg(IndexMrgTrouve).
    MOVE 0 TO CoutMrg(IndexMrgTrouve).
    MOVE 0 TO RemiseMrg(IndexMrgTrouve).
    MOVE 0 TO CouponMrg(IndexMrgTrouve).
    MOVE 0 TO FideliteMrg(IndexMrgTrouve).
    MOVE 0 TO PromotionMrg(IndexMrgTrouve).
    MOVE 'N' TO ListeMrg(IndexMrgTrouve).
    EXIT.

COMPARER-PRODUIT-MRG.
    IF CodeProduitMrg(IndexMrg) = CodeArticleMrg(IndexDetail)
        MOVE IndexMrg TO IndexMrgTrouve
    END-IF.
    EXIT.

LIRE-COUT-COURANT.
    MOVE 0 TO CoutUnitaireLigne.
    IF CoutsOuvert = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeArticleMrg(IndexDetail) TO CodeProduitCout.
    READ CoutProduitFile
        KEY IS CodeProduitCout
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CoutMoyenPondere TO CoutUnitaireLigne
    END-READ.
    EXIT.

LISTER-UN-PRODUIT.
    READ ProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinProduits
    END-READ.
    IF FinProduits = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO IndexMrgTrouve.
    PERFORM CHERCHER-PRODUIT-CATALOGUE
        VARYING IndexMrg FROM 1 BY 1
        UNTIL IndexMrg > NbProduitsMrg OR IndexMrgTrouve NOT = 0.
    IF IndexMrgTrouve = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE NomProduit TO NomAffiche.
    MOVE IndexMrgTrouve TO IndexMrg.
    PERFORM IMPRIMER-UN-PRODUIT.
    EXIT.

CHERCHER-PRODUIT-CATALOGUE.
    IF CodeProduitMrg(IndexMrg) = CodeProduit
        MOVE IndexMrg TO IndexMrgTrouve
    END-IF.
    EXIT.

LISTER-HORS-CATALOGUE.
    IF ListeMrg(IndexMrg) = 'N'
        PERFORM IMPRIMER-UN-PRODUIT
    END-IF.
    EXIT.

IMPRIMER-UN-PRODUIT.
    MOVE 'O' TO ListeMrg(IndexMrg).
    ADD 1 TO NbProduitsListes.
    COMPUTE MargeBrute = ChiffreMrg(IndexMrg) - CoutMrg(IndexMrg).
    COMPUTE MargeNette = MargeBrute - PromotionMrg(IndexMrg)
                         - RemiseMrg(IndexMrg)
                         - CouponMrg(IndexMrg) - FideliteMrg(IndexMrg).

    ADD QteMrg(IndexMrg) TO TotalQte.
    ADD ChiffreMrg(IndexMrg) TO TotalChiffre.
    ADD CoutMrg(IndexMrg) TO TotalCout.
    ADD RemiseMrg(IndexMrg) TO TotalRemise.
    ADD CouponMrg(IndexMrg) TO TotalCoupon.
    ADD FideliteMrg(IndexMrg) TO TotalFidelite.
    ADD PromotionMrg(IndexMrg) TO TotalPromotion.
    ADD MargeBrute TO TotalMargeBrute.
    ADD MargeNette TO TotalMargeNette.

    MOVE QteMrg(IndexMrg) TO QteEdit.
    MOVE ChiffreMrg(IndexMrg) TO ChiffreEdit.
    MOVE CoutMrg(IndexMrg) TO CoutEdit.
    MOVE MargeBrute TO MargeBruteEdit.
    MOVE RemiseMrg(IndexMrg) TO RemiseEdit.
    MOVE CouponMrg(IndexMrg) TO CouponEdit.
    MOVE FideliteMrg(IndexMrg) TO FideliteEdit.
    MOVE PromotionMrg(IndexMrg) TO PromotionEdit.
    MOVE MargeNette TO MargeNetteEdit.
    DISPLAY CodeProduitMrg(IndexMrg) " " NomAffiche " : qté " QteEdit
            " | CA " ChiffreEdit " | coût " CoutEdit
            " | marge brute " MargeBruteEdit.
    DISPLAY "  perdu en promotions " PromotionEdit " | remises " RemiseEdit
            " | coupons " CouponEdit " | fidélité " FideliteEdit
            " | marge nette " MargeNetteEdit.
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
    MOVE "MARGEBTQ" TO NomProgrammeCtl.
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
    MOVE NbProduitsListes TO NbPostesCtl.
    MOVE NbLignesSansCout TO NbRejetesCtl.
    IF TotalMargeNette > 0
        MOVE TotalMargeNette TO MontantTotalCtl
    END-IF.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.

PUBLIER-INDICATEURS.
*> Le chiffre d'affaires et la marge nette du mois alimentent aussi
*> le rapport de gestion consolidé (RAPGEST).
    MOVE DateDebutMois(1:6) TO PeriodeIndicateur.
    MOVE 'F' TO NatureIndicateur.
    MOVE "MARGEBTQ" TO ProgrammeIndicateur.
    MOVE DateTraitementJour TO DatePublication.
    MOVE "VENTEBTQ" TO CodeIndicateur.
    MOVE TotalChiffre TO ValeurIndicateur.
    PERFORM PUBLIER-UN-INDICATEUR.
    MOVE "MARGEBTQ" TO CodeIndicateur.
    MOVE TotalMargeNette TO ValeurIndicateur.
    PERFORM PUBLIER-UN-INDICATEUR.
    EXIT.

PUBLIER-UN-INDICATEUR.
    CALL "IndicateurGestionUtil" USING IndicateurGestionLigne
                                       StatutIndicateur.
    IF StatutIndicateur NOT = "00"
        DISPLAY "Erreur à la publication de l'indicateur " CodeIndicateur
                ". Code de statut : " StatutIndicateur
    END-IF.
    EXIT.
