IDENTIFICATION DIVISION.
PROGRAM-ID. DeclarationTva.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalReluFile
           ASSIGN TO 'JournalReduction'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JOURNAL.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

DATA DIVISION.
FILE SECTION.
FD JournalReluFile.
*> Relecture du journal des ventes, même dessin que
*> LigneJournalReduction (suffixe Dcl).
01 LigneJournalDcl.
   05 MontantAchatDcl   PIC 9(6)V99.
   05 ReductionDcl      PIC 9(2)V99.
   05 MontantFinalDcl   PIC 9(6)V99.
   05 DateDcl           PIC 9(8).
   05 CodeCouponDcl     PIC X(10).
   05 DepotFaitDcl      PIC X.
   05 CodeClientDcl     PIC X(10).
   05 PointsGagnesDcl   PIC 9(5).
   05 NbArticlesDcl     PIC 9(3).
   05 DetailArticlesDcl OCCURS 5 TIMES.
      10 CodeArticleDcl PIC 9(4).
      10 QteArticleDcl  PIC 9(2).
   05 TypeLigneDcl      PIC X.
   05 MontantCarteDcl   PIC 9(6)V99.
   05 QteRepriseDcl OCCURS 5 TIMES PIC 9(2).
   05 DetailCoutsDcl OCCURS 5 TIMES.
      10 PrixArticleDcl PIC 9(5)V99.
      10 CoutArticleDcl PIC 9(5)V99.
   05 TauxCouponDcl     PIC 9(2)V99.
   05 TauxBonusDcl      PIC 9(2)V99.
   05 CategorieTvaDcl OCCURS 5 TIMES PIC X.
   05 FILLER            PIC X(8).
   05 PromoAppliqueeDcl PIC X.
   05 FILLER            PIC X(2).

FD FacturesJardinsFile.
*> Même dessin que CalculPerimetre.
01 FactureJardinRecord.
   05 DateFacture       PIC 9(8).
   05 ReferenceFacture  PIC X(10).
   05 NomClientFacture  PIC X(30).
   05 PerimetreFacture  PIC 9(4).
   05 SurfaceFacture    PIC 9(7).
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.

WORKING-STORAGE SECTION.
77 STATUS-JOURNAL    PIC XX.
77 STATUS-FACTURES   PIC XX.
01 FinJournal        PIC X VALUE 'N'.
01 FinFactures       PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 EntierDate        PIC 9(7).
01 DateDebutMois     PIC 9(8).
01 DateFinMois       PIC 9(8).
01 IndexDetail       PIC 9(2).
01 NbLignesIncompletes PIC 9(5) VALUE 0.
01 NbVentesLues      PIC 9(7) VALUE 0.
01 NbRetoursLus      PIC 9(7) VALUE 0.
01 NbFacturesLues    PIC 9(7) VALUE 0.

01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.

*> Une ligne du journal, signée : la vente compte en plus, le retour
*> (espèces 'R' ou avoir 'A') en moins.
01 SigneLigne        PIC S9.
01 DateOperation     PIC 9(8).
01 BaseTotaleLigne   PIC S9(9)V99.
01 TvaTotaleLigne    PIC S9(9)V99.
01 BrutDetail        PIC 9(9)V99.
01 BrutReference     PIC 9(9)V99.
01 QteDetailLigne    PIC 9(4).
01 BaseCumuleeLigne  PIC S9(9)V99.
01 TvaCumuleeLigne   PIC S9(9)V99.
01 CategorieResidu   PIC X.
01 DetailComplet     PIC X.

*> Montant à porter sur un taux de la déclaration.
01 CategorieAPoster  PIC X.
01 BaseAPoster       PIC S9(9)V99.
01 TvaAPoster        PIC S9(9)V99.
01 TauxAPoster       PIC 9(2)V99.
01 TauxImpose        PIC X.

*> Cumuls du mois par ligne du formulaire et par taux ; les retours
*> et avoirs sont déjà déduits de la base et de la taxe, et repris à
*> part pour le contrôle.
01 TauxDeclares.
   02 TauxDeclare OCCURS 20 TIMES.
      03 LigneDecl        PIC X(3).
      03 TauxDecl         PIC 9(2)V99.
      03 LibelleDecl      PIC X(20).
      03 BaseDecl         PIC S9(11)V99.
      03 TvaDecl          PIC S9(11)V99.
      03 BaseRetourDecl   PIC S9(11)V99.
      03 TvaRetourDecl    PIC S9(11)V99.
      03 ListeDecl        PIC X.
01 NbTauxDeclares    PIC 9(2) VALUE 0.
01 IndexDecl         PIC 9(2).
01 RangDecl          PIC 9(2).
01 NbTauxListes      PIC 9(2).

01 TotalBase         PIC S9(11)V99 VALUE 0.
01 TotalTva          PIC S9(11)V99 VALUE 0.
01 BaseEdit          PIC -(10)9.99.
01 TvaEdit           PIC -(10)9.99.
01 TauxEdit          PIC Z9.99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Déclaration mensuelle de TVA (auto-conditionnée au premier du
*> mois, sur le mois écoulé, AVANT la rétention qui roule
*> JournalReduction) : base hors taxe et TVA collectée par taux, sur
*> les ventes de la boutique nettes des retours et avoirs et sur les
*> factures de jardins, dans l'ordre et la numérotation des lignes du
*> formulaire. Le taux de chaque ligne est celui de sa catégorie en
*> vigueur à la date de l'opération (TauxTvaUtil).
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : déclaration de TVA différée."
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
    IF STATUS-JOURNAL = "00"
        PERFORM CUMULER-UNE-LIGNE UNTIL FinJournal = 'O'
        CLOSE JournalReluFile
    ELSE
        DISPLAY "JournalReduction absent ou vide : aucune vente."
    END-IF.
    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES = "00"
        PERFORM CUMULER-UNE-FACTURE UNTIL FinFactures = 'O'
        CLOSE FacturesJardinsFile
    ELSE
        DISPLAY "FacturesJardins absent ou vide : aucune facture."
    END-IF.

    PERFORM IMPRIMER-DECLARATION.

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
    IF DateDcl < DateDebutMois OR DateDcl > DateFinMois
        EXIT PARAGRAPH
    END-IF.
*>  La vente d'une carte cadeau 'C' n'est pas une opération taxable :
*>  la TVA se paie quand la carte règle une vente.
    EVALUATE TypeLigneDcl
        WHEN 'V'
        WHEN SPACE
            MOVE 1 TO SigneLigne
            ADD 1 TO NbVentesLues
        WHEN 'R'
        WHEN 'A'
            MOVE -1 TO SigneLigne
            ADD 1 TO NbRetoursLus
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE.
    ADD 1 TO NbLusCtl.
    MOVE DateDcl TO DateOperation.

*>  Base et taxe de la ligne entière, telles que la caisse les a
*>  encaissées : la vente porte son net remisé hors taxe, le retour
*>  son remboursement TTC au taux de l'article repris.
    IF SigneLigne > 0
        COMPUTE BaseTotaleLigne =
                MontantAchatDcl - (MontantAchatDcl * ReductionDcl / 100)
    ELSE
        MOVE CategorieTvaDcl(1) TO CategorieTvaDemandee
        MOVE DateOperation TO DateTvaDemandee
        CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva
        COMPUTE BaseTotaleLigne ROUNDED =
                MontantFinalDcl * 100 / (100 + TauxTvaRendu)
    END-IF.
    COMPUTE TvaTotaleLigne = MontantFinalDcl - BaseTotaleLigne.

*>  Ventilation sur les lignes détail au prorata de leur brut, comme
*>  la caisse ; quand le détail ne couvre pas tous les articles
*>  (au-delà de cinq lignes), le reste part au taux normal.
    MOVE 0 TO BrutDetail.
    MOVE 0 TO QteDetailLigne.
    PERFORM CUMULER-BRUT-DETAIL
        VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5.
    IF QteDetailLigne = NbArticlesDcl AND BrutDetail > 0
        MOVE 'O' TO DetailComplet
        MOVE BrutDetail TO BrutReference
    ELSE
        MOVE 'N' TO DetailComplet
        ADD 1 TO NbLignesIncompletes
        IF BrutDetail > MontantAchatDcl
            MOVE BrutDetail TO BrutReference
        ELSE
            MOVE MontantAchatDcl TO BrutReference
        END-IF
    END-IF.
    MOVE 'N' TO CategorieResidu.
    MOVE 0 TO BaseCumuleeLigne.
    MOVE 0 TO TvaCumuleeLigne.
    IF BrutReference > 0
        PERFORM VENTILER-UN-DETAIL
            VARYING IndexDetail FROM 1 BY 1 UNTIL IndexDetail > 5
    END-IF.

*>  Reste d'arrondi (ou part non détaillée) : la base et la taxe de
*>  la ligne sont exactement celles encaissées.
    COMPUTE BaseAPoster = BaseTotaleLigne - BaseCumuleeLigne.
    COMPUTE TvaAPoster = TvaTotaleLigne - TvaCumuleeLigne.
    IF BaseAPoster NOT = 0 OR TvaAPoster NOT = 0
        MOVE CategorieResidu TO CategorieAPoster
        MOVE 'N' TO TauxImpose
        PERFORM POSTER-SUR-UN-TAUX
    END-IF.
    EXIT.

CUMULER-BRUT-DETAIL.
    IF CodeArticleDcl(IndexDetail) = 0
       OR PrixArticleDcl(IndexDetail) NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    ADD QteArticleDcl(IndexDetail) TO QteDetailLigne.
    COMPUTE BrutDetail = BrutDetail
            + PrixArticleDcl(IndexDetail) * QteArticleDcl(IndexDetail).
    EXIT.

VENTILER-UN-DETAIL.
    IF CodeArticleDcl(IndexDetail) = 0
       OR PrixArticleDcl(IndexDetail) NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
*>  Une ligne d'avant les catégories a tout vendu au taux normal.
    IF CategorieTvaDcl(IndexDetail) = SPACE
       OR CategorieTvaDcl(IndexDetail) = LOW-VALUE
        MOVE 'N' TO CategorieAPoster
    ELSE
        MOVE CategorieTvaDcl(IndexDetail) TO CategorieAPoster
    END-IF.
    COMPUTE BaseAPoster ROUNDED = BaseTotaleLigne
            * PrixArticleDcl(IndexDetail) * QteArticleDcl(IndexDetail)
            / BrutReference.
    MOVE CategorieAPoster TO CategorieTvaDemandee.
    MOVE DateOperation TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    COMPUTE TvaAPoster ROUNDED = BaseAPoster * TauxTvaRendu / 100.
    ADD BaseAPoster TO BaseCumuleeLigne.
    ADD TvaAPoster TO TvaCumuleeLigne.
    IF DetailComplet = 'O'
        MOVE CategorieAPoster TO CategorieResidu
    END-IF.
    MOVE 'N' TO TauxImpose.
    PERFORM POSTER-SUR-UN-TAUX.
    EXIT.

CUMULER-UNE-FACTURE.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF DateFacture < DateDebutMois OR DateFacture > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    ADD 1 TO NbFacturesLues.
    MOVE 1 TO SigneLigne.
    MOVE DateFacture TO DateOperation.
*>  La facture porte sa TVA, taux compris ; une facture d'avant la
*>  TVA par catégorie est au taux normal de sa date.
    IF MontantTtcFacture NUMERIC AND MontantTtcFacture > 0
       AND TauxTvaClotureFac NUMERIC AND TauxTvaTraitFac NUMERIC
        IF MontantCloture > 0
            MOVE CategorieTvaClotureFac TO CategorieAPoster
            MOVE MontantCloture TO BaseAPoster
            MOVE TvaClotureFac TO TvaAPoster
            MOVE TauxTvaClotureFac TO TauxAPoster
            MOVE 'O' TO TauxImpose
            PERFORM POSTER-SUR-UN-TAUX
        END-IF
        IF MontantTraitement > 0
            MOVE CategorieTvaTraitFac TO CategorieAPoster
            MOVE MontantTraitement TO BaseAPoster
            MOVE TvaTraitementFac TO TvaAPoster
            MOVE TauxTvaTraitFac TO TauxAPoster
            MOVE 'O' TO TauxImpose
            PERFORM POSTER-SUR-UN-TAUX
        END-IF
    ELSE
        MOVE 'N' TO CategorieAPoster
        MOVE 'N' TO CategorieTvaDemandee
        MOVE DateOperation TO DateTvaDemandee
        CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva
        MOVE MontantFacture TO BaseAPoster
        COMPUTE TvaAPoster ROUNDED = MontantFacture * TauxTvaRendu / 100
        MOVE 'N' TO TauxImpose
        PERFORM POSTER-SUR-UN-TAUX
    END-IF.
    EXIT.

POSTER-SUR-UN-TAUX.
*> Porte BaseAPoster et TvaAPoster, signés par SigneLigne, sur la
*> ligne du formulaire de la catégorie à la date de l'opération ; le
*> taux est celui de la table, sauf quand la pièce porte le sien
*> (TauxImpose, factures de jardins).
    MOVE CategorieAPoster TO CategorieTvaDemandee.
    MOVE DateOperation TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    IF TauxImpose = 'O'
        MOVE TauxAPoster TO TauxTvaRendu
    END-IF.
    MOVE 0 TO RangDecl.
    PERFORM COMPARER-TAUX-DECLARE
        VARYING IndexDecl FROM 1 BY 1 UNTIL IndexDecl > NbTauxDeclares.
    IF RangDecl = 0
        IF NbTauxDeclares NOT < 20
            DISPLAY "Plus de 20 taux sur la période : catégorie "
                    CategorieAPoster " non déclarée."
            ADD 1 TO NbLignesIncompletes
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbTauxDeclares
        MOVE NbTauxDeclares TO RangDecl
        MOVE LigneTvaRendue TO LigneDecl(RangDecl)
        MOVE TauxTvaRendu TO TauxDecl(RangDecl)
        MOVE LibelleTvaRendu TO LibelleDecl(RangDecl)
        MOVE 0 TO BaseDecl(RangDecl)
        MOVE 0 TO TvaDecl(RangDecl)
        MOVE 0 TO BaseRetourDecl(RangDecl)
        MOVE 0 TO TvaRetourDecl(RangDecl)
        MOVE 'N' TO ListeDecl(RangDecl)
    END-IF.
    COMPUTE BaseDecl(RangDecl) = BaseDecl(RangDecl)
            + SigneLigne * BaseAPoster.
    COMPUTE TvaDecl(RangDecl) = TvaDecl(RangDecl)
            + SigneLigne * TvaAPoster.
    IF SigneLigne < 0
        ADD BaseAPoster TO BaseRetourDecl(RangDecl)
        ADD TvaAPoster TO TvaRetourDecl(RangDecl)
    END-IF.
    EXIT.

COMPARER-TAUX-DECLARE.
    IF RangDecl = 0
       AND LigneDecl(IndexDecl) = LigneTvaRendue
       AND TauxDecl(IndexDecl) = TauxTvaRendu
        MOVE IndexDecl TO RangDecl
    END-IF.
    EXIT.

IMPRIMER-DECLARATION.
    DISPLAY "========================================================".
    DISPLAY "DÉCLARATION DE TVA (CA3) DU " DateDebutMois " AU " DateFinMois.
    DISPLAY "Boutique : " NbVentesLues " vente(s), " NbRetoursLus
            " retour(s) ou avoir(s) ; jardins : " NbFacturesLues
            " facture(s).".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "B - DÉCOMPTE DE LA TVA À PAYER".
    DISPLAY "TVA BRUTE - opérations réalisées en France métropolitaine".
    DISPLAY "Ligne Taux   Libellé                  Base hors taxe"
            "        Taxe due".

*>  Dans l'ordre des lignes du formulaire, et par taux décroissant
*>  sur une même ligne (changement de taux en cours de mois).
    MOVE 0 TO NbTauxListes.
    PERFORM IMPRIMER-UN-TAUX UNTIL NbTauxListes = NbTauxDeclares.
    IF NbTauxDeclares = 0
        DISPLAY "Aucune opération taxable sur la période."
    END-IF.

    MOVE TotalBase TO BaseEdit.
    MOVE TotalTva TO TvaEdit.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "A - 01 Ventes, prestations de services (base) : " BaseEdit.
    DISPLAY "16 Total de la TVA brute due                  : " TvaEdit.
    DISPLAY "20 TVA déductible : non tenue par la boutique, à reporter"
            " par le service comptable.".
    DISPLAY "28 TVA nette due (avant déductions)           : " TvaEdit.
    IF NbLignesIncompletes > 0
        DISPLAY NbLignesIncompletes " ligne(s) de vente au détail"
                " incomplet : reste porté au taux normal."
    END-IF.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UN-TAUX.
    MOVE 0 TO RangDecl.
    PERFORM CHOISIR-PROCHAIN-TAUX
        VARYING IndexDecl FROM 1 BY 1 UNTIL IndexDecl > NbTauxDeclares.
    MOVE 'O' TO ListeDecl(RangDecl).
    ADD 1 TO NbTauxListes.
    ADD BaseDecl(RangDecl) TO TotalBase.
    ADD TvaDecl(RangDecl) TO TotalTva.
    MOVE TauxDecl(RangDecl) TO TauxEdit.
    MOVE BaseDecl(RangDecl) TO BaseEdit.
    MOVE TvaDecl(RangDecl) TO TvaEdit.
    DISPLAY LigneDecl(RangDecl) "   " TauxEdit "% " LibelleDecl(RangDecl)
            " " BaseEdit " " TvaEdit.
    IF BaseRetourDecl(RangDecl) NOT = 0 OR TvaRetourDecl(RangDecl) NOT = 0
        MOVE BaseRetourDecl(RangDecl) TO BaseEdit
        MOVE TvaRetourDecl(RangDecl) TO TvaEdit
        DISPLAY "      dont retours et avoirs déduits    "
                " " BaseEdit " " TvaEdit
    END-IF.
    EXIT.

CHOISIR-PROCHAIN-TAUX.
    IF ListeDecl(IndexDecl) = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF RangDecl = 0
        MOVE IndexDecl TO RangDecl
        EXIT PARAGRAPH
    END-IF.
    IF LigneDecl(IndexDecl) < LigneDecl(RangDecl)
       OR (LigneDecl(IndexDecl) = LigneDecl(RangDecl)
           AND TauxDecl(IndexDecl) > TauxDecl(RangDecl))
        MOVE IndexDecl TO RangDecl
    END-IF.
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
    MOVE "DECLTVA" TO NomProgrammeCtl.
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
    MOVE NbTauxDeclares TO NbPostesCtl.
    MOVE NbLignesIncompletes TO NbRejetesCtl.
    IF TotalTva > 0
        MOVE TotalTva TO MontantTotalCtl
    END-IF.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
