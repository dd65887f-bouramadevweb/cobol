IDENTIFICATION DIVISION.
PROGRAM-ID. GestionTva.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TauxTvaFile
           ASSIGN TO 'TauxTVA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxTva
           FILE STATUS IS STATUS-TVA.

    SELECT TvaProduitFile
           ASSIGN TO 'TvaProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitTva
           FILE STATUS IS STATUS-TVAPROD.

    SELECT ProduitFile
           ASSIGN TO 'ProduitFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduit
           FILE STATUS IS STATUS-PRODUITS.

DATA DIVISION.
FILE SECTION.
FD TauxTvaFile.
*> Même dessin que TauxTvaUtil, qui résout le taux en vigueur.
01 TauxTvaRecord.
   05 CleTauxTva.
      10 CategorieTva      PIC X.
      10 DateEffetTva      PIC 9(8).
   05 TauxTvaPct           PIC 9(2)V99.
   05 LibelleTva           PIC X(20).
   05 LigneFormulaireTva   PIC X(3).

FD TvaProduitFile.
*> Catégorie de TVA de chaque produit de la boutique, à côté du
*> catalogue comme PrixProduits et CoutsProduits (ProduitFile est
*> réécrit en entier par la gestion des produits). Un produit absent
*> est au taux normal 'N'.
01 TvaProduitRecord.
   05 CodeProduitTva       PIC 9(4).
   05 CategorieTvaProduit  PIC X.

FD ProduitFile.
01 ProduitRecord.
   05 CodeProduit   PIC 9(4).
   05 NomProduit    PIC X(10).
   05 Qantite       PIC 9(3).
   05 Prix          PIC 9(5)V99.

WORKING-STORAGE SECTION.
77 STATUS-TVA        PIC XX.
77 STATUS-TVAPROD    PIC XX.
77 STATUS-PRODUITS   PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 TauxExistant      PIC X.
01 CategorieSaisie   PIC X.
01 CategorieAffichee PIC X.
01 CategorieConnue   PIC X.
01 NbLignesListees   PIC 9(4).
01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).

PROCEDURE DIVISION.

*> Taux de TVA par catégorie, datés, et classement des produits de
*> la boutique : la caisse appliquait 20 % à tout, livres et
*> alimentation compris. Un changement de taux se charge d'avance
*> avec sa date d'effet ; la caisse, les factures de jardins et la
*> déclaration mensuelle (DeclarationTva) retiennent le taux en
*> vigueur à la date de l'opération (TauxTvaUtil).
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

*>  Premier appel à TauxTvaUtil : il amorce la table aux taux en
*>  vigueur si elle n'existe pas encore.
    MOVE 'N' TO CategorieTvaDemandee.
    MOVE DateDuJour TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.

    OPEN I-O TauxTvaFile.
    IF STATUS-TVA NOT = "00"
        DISPLAY "Erreur à l'ouverture de TauxTVA. Code de statut : " STATUS-TVA
        GOBACK
    END-IF.
    OPEN I-O TvaProduitFile.
    IF STATUS-TVAPROD = "35"
        OPEN OUTPUT TvaProduitFile
        CLOSE TvaProduitFile
        OPEN I-O TvaProduitFile
    END-IF.
    IF STATUS-TVAPROD NOT = "00"
        DISPLAY "Erreur à l'ouverture de TvaProduits. Code de statut : " STATUS-TVAPROD
        CLOSE TauxTvaFile
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE TauxTvaFile.
    CLOSE TvaProduitFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "TAUX DE TVA ET CATÉGORIES DES PRODUITS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Saisir un taux à une date d'effet (futur permis)".
    DISPLAY "2. Lister les taux".
    DISPLAY "3. Classer un produit dans une catégorie de TVA".
    DISPLAY "4. Lister la catégorie des produits du catalogue".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM SAISIR-TAUX
        WHEN "2"
            PERFORM LISTER-TAUX
        WHEN "3"
            PERFORM CLASSER-PRODUIT
        WHEN "4"
            PERFORM LISTER-PRODUITS
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

SAISIR-TAUX.
*> Lecture d'existence avant la saisie, puis WRITE ou REWRITE sans
*> relire (même principe que GestionPrixProduits).
    DISPLAY "Catégorie (N normal, I intermédiaire, R réduit,"
            " P particulier, ou une autre lettre) : ".
    ACCEPT CategorieTva.
    IF CategorieTva = SPACE
        DISPLAY "Catégorie obligatoire."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date d'effet (AAAAMMJJ) : ".
    ACCEPT DateEffetTva.

    MOVE 'N' TO TauxExistant.
    READ TauxTvaFile
        KEY IS CleTauxTva
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO TauxExistant
            DISPLAY "Taux actuel à cette date : " TauxTvaPct "% ("
                    LibelleTva ", ligne " LigneFormulaireTva ")"
    END-READ.

    DISPLAY "Taux en pourcentage (ex : 5.50) : ".
    ACCEPT TauxTvaPct.
    DISPLAY "Libellé (ex : TAUX REDUIT) : ".
    ACCEPT LibelleTva.
    DISPLAY "Ligne du formulaire de déclaration (ex : 09) : ".
    ACCEPT LigneFormulaireTva.

    IF TauxExistant = 'N'
        WRITE TauxTvaRecord
    ELSE
        REWRITE TauxTvaRecord
    END-IF.
    IF STATUS-TVA NOT = "00"
        DISPLAY "Erreur à l'écriture de TauxTVA. Code de statut : " STATUS-TVA
    ELSE
        DISPLAY "Catégorie " CategorieTva " au " DateEffetTva " : "
                TauxTvaPct "%."
    END-IF.
    EXIT.

LISTER-TAUX.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CleTauxTva.
    START TauxTvaFile KEY IS GREATER THAN CleTauxTva
        INVALID KEY
            MOVE 'O' TO FinFichier
            DISPLAY "Aucun taux enregistré."
    END-START.
    PERFORM LISTER-UN-TAUX UNTIL FinFichier = 'O'.
    EXIT.

LISTER-UN-TAUX.
    READ TauxTvaFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            DISPLAY "Catégorie " CategorieTva " effet " DateEffetTva
                    " : " TauxTvaPct "% " LibelleTva
                    " ligne " LigneFormulaireTva
    END-READ.
    EXIT.

CLASSER-PRODUIT.
    DISPLAY "Code produit : ".
    ACCEPT CodeProduitTva.
    DISPLAY "Catégorie de TVA : ".
    ACCEPT CategorieSaisie.
    PERFORM CONTROLER-CATEGORIE.
    IF CategorieConnue = 'N'
        DISPLAY "Aucun taux n'existe pour la catégorie " CategorieSaisie
                " : saisir d'abord son taux."
        EXIT PARAGRAPH
    END-IF.
    READ TvaProduitFile
        KEY IS CodeProduitTva
        INVALID KEY
            MOVE CategorieSaisie TO CategorieTvaProduit
            WRITE TvaProduitRecord
        NOT INVALID KEY
            MOVE CategorieSaisie TO CategorieTvaProduit
            REWRITE TvaProduitRecord
    END-READ.
    IF STATUS-TVAPROD NOT = "00"
        DISPLAY "Erreur à l'écriture de TvaProduits. Code de statut : " STATUS-TVAPROD
    ELSE
        DISPLAY "Produit " CodeProduitTva " classé en catégorie "
                CategorieTvaProduit "."
    END-IF.
    EXIT.

CONTROLER-CATEGORIE.
*>  La catégorie doit avoir au moins un taux dans la table.
    MOVE 'N' TO CategorieConnue.
    IF CategorieSaisie = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE CategorieSaisie TO CategorieTva.
    MOVE 0 TO DateEffetTva.
    START TauxTvaFile KEY IS NOT LESS THAN CleTauxTva
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    READ TauxTvaFile NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ.
    IF CategorieTva = CategorieSaisie
        MOVE 'O' TO CategorieConnue
    END-IF.
    EXIT.

LISTER-PRODUITS.
    MOVE 0 TO NbLignesListees.
    OPEN INPUT ProduitFile.
    IF STATUS-PRODUITS NOT = "00"
        DISPLAY "Catalogue ProduitFile indisponible (" STATUS-PRODUITS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM LISTER-UN-PRODUIT UNTIL FinFichier = 'O'.
    CLOSE ProduitFile.
    IF NbLignesListees = 0
        DISPLAY "Catalogue vide."
    END-IF.
    EXIT.

LISTER-UN-PRODUIT.
    READ ProduitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesListees.
    MOVE 'N' TO CategorieAffichee.
    MOVE CodeProduit TO CodeProduitTva.
    READ TvaProduitFile
        KEY IS CodeProduitTva
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CategorieTvaProduit TO CategorieAffichee
    END-READ.
    DISPLAY CodeProduit " " NomProduit " : catégorie " CategorieAffichee.
    EXIT.
