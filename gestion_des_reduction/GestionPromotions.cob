IDENTIFICATION DIVISION.
PROGRAM-ID. GestionPromotions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PromotionFile
           ASSIGN TO 'PromotionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodePromotion
           FILE STATUS IS STATUS-PROMOTIONS.

DATA DIVISION.
FILE SECTION.
FD PromotionFile.
*> Campagnes de promotion de la boutique, appliquées d'office par la
*> caisse (CalculReductions) aux lignes du panier :
*>   'L' lot : QteAcheteePromo achetés, QtePayeePromo payés (3 pour 2) ;
*>   'S' remise sur le N-ième article : tous les QteAcheteePromo
*>       articles, le moins cher prend TauxPromoPct (2e à moitié prix :
*>       2 et 50) ;
*>   'F' forfait : un exemplaire de chacun des produits listés pour
*>       PrixForfaitPromo.
*> Pour 'L' et 'S' les produits listés se panachent entre eux. Une
*> unité prise par une promotion ne sert pas à une autre. CumulCoupon
*> 'N' : un code promo est refusé sur un panier qui en a profité ; le
*> bonus fidélité se cumule toujours. Les compteurs appartiennent à la
*> caisse, matière du bilan des campagnes.
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

WORKING-STORAGE SECTION.
77 STATUS-PROMOTIONS PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 PromotionExistante PIC X.
01 VentesMemo        PIC 9(7).
01 UnitesMemo        PIC 9(7).
01 RemiseMemo        PIC 9(7)V99.
01 IndexProduitPromo PIC 9.
01 EtatPromotion     PIC X(8).
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 NbPromotionsListees PIC 9(4).
01 TotalVentesPromo  PIC 9(9).
01 TotalUnitesPromo  PIC 9(9).
01 TotalRemisePromo  PIC 9(9)V99.
01 RemiseEdit        PIC Z(8)9.99.

PROCEDURE DIVISION.

*> Maintenance des promotions de la boutique, sur le modèle de
*> GestionCoupons : la caisse ne connaissait que des pourcentages
*> (paliers, coupons, fidélité) et les « 3 pour 2 » se faisaient à la
*> main, sans trace. Le bilan des campagnes donne, par promotion, les
*> ventes, les unités et la remise accordées à la caisse.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    OPEN I-O PromotionFile.
    IF STATUS-PROMOTIONS = "35"
        OPEN OUTPUT PromotionFile
        CLOSE PromotionFile
        OPEN I-O PromotionFile
    END-IF.
    IF STATUS-PROMOTIONS NOT = "00"
        DISPLAY "Erreur à l'ouverture de PromotionsBoutique. Code de statut : " STATUS-PROMOTIONS
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE PromotionFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "PROMOTIONS DE LA BOUTIQUE".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Ajouter/modifier une promotion".
    DISPLAY "2. Supprimer une promotion".
    DISPLAY "3. Lister les promotions".
    DISPLAY "4. Bilan des campagnes".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM AJOUTER-PROMOTION
        WHEN "2"
            PERFORM SUPPRIMER-PROMOTION
        WHEN "3"
            PERFORM LISTER-PROMOTIONS
        WHEN "4"
            PERFORM BILAN-CAMPAGNES
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

AJOUTER-PROMOTION.
*> Lecture d'existence avant la saisie, puis WRITE ou REWRITE sans
*> relire ; les compteurs d'une promotion existante sont préservés,
*> ils appartiennent à la caisse.
    DISPLAY "Code de la promotion (8 caractères) : ".
    ACCEPT CodePromotion.
    IF CodePromotion = SPACES
        DISPLAY "Code obligatoire."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO PromotionExistante.
    MOVE 0 TO VentesMemo.
    MOVE 0 TO UnitesMemo.
    MOVE 0 TO RemiseMemo.
    READ PromotionFile
        KEY IS CodePromotion
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO PromotionExistante
            MOVE NbVentesPromo TO VentesMemo
            MOVE NbUnitesPromo TO UnitesMemo
            MOVE RemiseCumuleePromo TO RemiseMemo
    END-READ.

    DISPLAY "Libellé (affiché sur le ticket) : ".
    ACCEPT LibellePromotion.
    DISPLAY "Type : L = lot (3 pour 2), S = remise sur le N-ième article,"
            " F = forfait : ".
    ACCEPT TypePromotion.
    IF TypePromotion NOT = 'L' AND TypePromotion NOT = 'S'
       AND TypePromotion NOT = 'F'
        DISPLAY "Type invalide, promotion non enregistrée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date de début (AAAAMMJJ, 0 = sans borne) : ".
    ACCEPT DateDebutPromo.
    DISPLAY "Date de fin (AAAAMMJJ, 0 = sans borne) : ".
    ACCEPT DateFinPromo.
    DISPLAY "Produits concernés (jusqu'à 5 codes, 0 pour finir) :".
    PERFORM SAISIR-UN-PRODUIT-PROMO
        VARYING IndexProduitPromo FROM 1 BY 1
        UNTIL IndexProduitPromo > 5.
    IF ProduitPromo(1) = 0
        DISPLAY "Au moins un produit est nécessaire, promotion non enregistrée."
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO QteAcheteePromo.
    MOVE 0 TO QtePayeePromo.
    MOVE 0 TO TauxPromoPct.
    MOVE 0 TO PrixForfaitPromo.
    EVALUATE TypePromotion
        WHEN 'L'
            DISPLAY "Quantité achetée (ex : 3) : "
            ACCEPT QteAcheteePromo
            DISPLAY "Quantité payée (ex : 2) : "
            ACCEPT QtePayeePromo
            IF QteAcheteePromo < 2
               OR QtePayeePromo NOT < QteAcheteePromo
                DISPLAY "Lot invalide, promotion non enregistrée."
                EXIT PARAGRAPH
            END-IF
        WHEN 'S'
            DISPLAY "Rang de l'article remisé (ex : 2 pour le deuxième) : "
            ACCEPT QteAcheteePromo
            DISPLAY "Pourcentage de remise sur cet article (ex : 50) : "
            ACCEPT TauxPromoPct
            IF QteAcheteePromo < 2 OR TauxPromoPct = 0
               OR TauxPromoPct > 100
                DISPLAY "Remise invalide, promotion non enregistrée."
                EXIT PARAGRAPH
            END-IF
        WHEN 'F'
            DISPLAY "Prix du forfait HT : "
            ACCEPT PrixForfaitPromo
            IF PrixForfaitPromo = 0
                DISPLAY "Prix invalide, promotion non enregistrée."
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE.
    DISPLAY "Cumulable avec un code promo (O/N) : ".
    ACCEPT CumulCouponPromo.
    IF CumulCouponPromo NOT = 'O'
        MOVE 'N' TO CumulCouponPromo
    END-IF.
    MOVE VentesMemo TO NbVentesPromo.
    MOVE UnitesMemo TO NbUnitesPromo.
    MOVE RemiseMemo TO RemiseCumuleePromo.

    IF PromotionExistante = 'N'
        WRITE PromotionRecord
        IF STATUS-PROMOTIONS NOT = "00"
            DISPLAY "Erreur à l'écriture de PromotionsBoutique. Code de statut : " STATUS-PROMOTIONS
        ELSE
            DISPLAY "Promotion " CodePromotion " créée."
        END-IF
    ELSE
        REWRITE PromotionRecord
        IF STATUS-PROMOTIONS NOT = "00"
            DISPLAY "Erreur à la mise à jour de PromotionsBoutique. Code de statut : " STATUS-PROMOTIONS
        ELSE
            DISPLAY "Promotion " CodePromotion " mise à jour."
        END-IF
    END-IF.
    EXIT.

SAISIR-UN-PRODUIT-PROMO.
*>  Un zéro termine la liste : les rangs suivants restent à zéro.
    IF IndexProduitPromo > 1
        IF ProduitPromo(IndexProduitPromo - 1) = 0
            MOVE 0 TO ProduitPromo(IndexProduitPromo)
            EXIT PARAGRAPH
        END-IF
    END-IF.
    DISPLAY "Produit " IndexProduitPromo " : ".
    ACCEPT ProduitPromo(IndexProduitPromo).
    EXIT.

SUPPRIMER-PROMOTION.
    DISPLAY "Code de la promotion à supprimer : ".
    ACCEPT CodePromotion.
    READ PromotionFile
        KEY IS CodePromotion
        INVALID KEY
            DISPLAY "Promotion inconnue."
        NOT INVALID KEY
            DELETE PromotionFile
            IF STATUS-PROMOTIONS NOT = "00"
                DISPLAY "Erreur à la suppression. Code de statut : " STATUS-PROMOTIONS
            ELSE
                DISPLAY "Promotion " CodePromotion " supprimée."
            END-IF
    END-READ.
    EXIT.

LISTER-PROMOTIONS.
    MOVE 0 TO NbPromotionsListees.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodePromotion.
    START PromotionFile KEY IS GREATER THAN CodePromotion
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-PROMOTION UNTIL FinFichier = 'O'.
    IF NbPromotionsListees = 0
        DISPLAY "Aucune promotion enregistrée."
    END-IF.
    EXIT.

LISTER-UNE-PROMOTION.
    READ PromotionFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbPromotionsListees.
    PERFORM QUALIFIER-PROMOTION.
    DISPLAY CodePromotion " " LibellePromotion " | du " DateDebutPromo
            " au " DateFinPromo " | " EtatPromotion.
    EVALUATE TypePromotion
        WHEN 'L'
            DISPLAY "  lot : " QteAcheteePromo " achetés, "
                    QtePayeePromo " payés"
        WHEN 'S'
            DISPLAY "  tous les " QteAcheteePromo " articles, -"
                    TauxPromoPct "% sur le moins cher"
        WHEN 'F'
            DISPLAY "  forfait à " PrixForfaitPromo
    END-EVALUATE.
    DISPLAY "  produits : " ProduitPromo(1) " " ProduitPromo(2) " "
            ProduitPromo(3) " " ProduitPromo(4) " " ProduitPromo(5)
            " | cumul code promo : " CumulCouponPromo.
    EXIT.

QUALIFIER-PROMOTION.
    EVALUATE TRUE
        WHEN DateFinPromo NOT = 0 AND DateDuJour > DateFinPromo
            MOVE "TERMINÉE" TO EtatPromotion
        WHEN DateDebutPromo NOT = 0 AND DateDuJour < DateDebutPromo
            MOVE "À VENIR" TO EtatPromotion
        WHEN OTHER
            MOVE "ACTIVE" TO EtatPromotion
    END-EVALUATE.
    EXIT.

BILAN-CAMPAGNES.
*> Une ligne par promotion : ventes qui en ont profité, unités
*> engagées et remise accordée HT, cumulées par la caisse depuis la
*> création de la promotion.
    MOVE 0 TO NbPromotionsListees.
    MOVE 0 TO TotalVentesPromo.
    MOVE 0 TO TotalUnitesPromo.
    MOVE 0 TO TotalRemisePromo.
    DISPLAY "========================================================".
    DISPLAY "BILAN DES CAMPAGNES DE PROMOTION".
    DISPLAY "--------------------------------------------------------".
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodePromotion.
    START PromotionFile KEY IS GREATER THAN CodePromotion
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM BILAN-UNE-PROMOTION UNTIL FinFichier = 'O'.
    IF NbPromotionsListees = 0
        DISPLAY "Aucune promotion enregistrée."
        EXIT PARAGRAPH
    END-IF.
    MOVE TotalRemisePromo TO RemiseEdit.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "TOTAL    : " TotalVentesPromo " vente(s), "
            TotalUnitesPromo " unité(s), remise " RemiseEdit.
    DISPLAY "========================================================".
    EXIT.

BILAN-UNE-PROMOTION.
    READ PromotionFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbPromotionsListees.
    PERFORM QUALIFIER-PROMOTION.
    ADD NbVentesPromo TO TotalVentesPromo.
    ADD NbUnitesPromo TO TotalUnitesPromo.
    ADD RemiseCumuleePromo TO TotalRemisePromo.
    MOVE RemiseCumuleePromo TO RemiseEdit.
    DISPLAY CodePromotion " " LibellePromotion " (" EtatPromotion ")".
    DISPLAY "  " NbVentesPromo " vente(s), " NbUnitesPromo
            " unité(s), remise " RemiseEdit.
    EXIT.
