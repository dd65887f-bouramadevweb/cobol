           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

DATA DIVISION.
FILE SECTION.
FD JardinsFile.
*> Chaque ligne de chantier porte maintenant son client et sa
*> référence de dossier : nous vendons ce calcul comme un service,
*> le devis ne se refait plus au papier depuis les seuls chiffres.
*> Le client est celui de la fiche ClientsJardins dont le numéro
*> suit ; nom et adresse en sont la recopie.
01 JardinRecord.
   05 LongueurLigne    PIC 9(4).
   05 LargeurLigne     PIC 9(4).
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).
   05 NumeroClientJardin PIC 9(6).

FD RapportJardinsFile.
01 RapportLigne.
01 TarifsJardinsRecord.
   05 TarifMetreCloture PIC 9(5)V99.
   05 TarifMetreCarre   PIC 9(5)V99.
*> Catégorie de TVA de chaque service (table TauxTVA de GestionTva) ;
*> à blanc sur un barème plus ancien, lu comme le taux normal 'N'.
   05 CategorieTvaCloture    PIC X.
   05 CategorieTvaTraitement PIC X.

FD FacturesJardinsFile.
*> Une ligne de facture valorisée par chantier, plus le récapitulatif
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
*> TVA de la facture, le barème étant hors taxe : catégorie, taux en
*> vigueur à la date de facture et taxe de la clôture puis du
*> traitement, et le total TTC que le client doit. Les factures
*> d'avant la TVA par catégorie n'ont pas ces zones (à blanc).
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
*> Client facturé, par son numéro de fiche : c'est lui qui rassemble
*> les factures d'un même client au suivi des impayés.
   05 NumeroClientFac    PIC 9(6).

FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-JARDINS PIC XX.
77 STATUS-RAPPORT PIC XX.
77 STATUS-TARIFS  PIC XX.
77 STATUS-FACTURES PIC XX.
77 STATUS-CLIENTSJAR PIC XX.
01 ClientsOuverts PIC X VALUE 'N'.
01 TarifCloture   PIC 9(5)V99.
01 TarifCarre     PIC 9(5)V99.
01 DateHeureSysteme PIC X(21).
01 DateDuJour     PIC 9(8).
01 TotalFactureJour PIC 9(11)V99 VALUE 0.
01 NbFacturesJour PIC 9(4) VALUE 0.
01 TotalTtcJour   PIC 9(11)V99 VALUE 0.
01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.
01 TvaFacture        PIC 9(9)V99.
01 CategorieCloture  PIC X.
01 CategorieTraitement PIC X.

01 Longueur       PIC 9(4).
01 Largeur        PIC 9(4).
        STOP RUN
    END-IF.

    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR = "00"
        MOVE 'O' TO ClientsOuverts
    END-IF.

    PERFORM TRAITER-UN-JARDIN UNTIL FinJardinsFile = 'O'.

    CLOSE JardinsFile.
    CLOSE RapportJardinsFile.
    CLOSE FacturesJardinsFile.
    IF ClientsOuverts = 'O'
        CLOSE ClientJardinFile
    END-IF.

    DISPLAY NbJardinsTraites " jardin(s) traité(s).".
    DISPLAY "Récapitulatif du " DateDuJour " : " NbFacturesJour
            " facture(s), total " TotalFactureJour " HT, "
            TotalTtcJour " TTC.".
    EXIT.

CHARGER-TARIFS.
        OPEN OUTPUT TarifsJardinsFile
        MOVE 12.50 TO TarifMetreCloture
        MOVE 3.75 TO TarifMetreCarre
        MOVE 'N' TO CategorieTvaCloture
        MOVE 'N' TO CategorieTvaTraitement
        WRITE TarifsJardinsRecord
        CLOSE TarifsJardinsFile
        OPEN INPUT TarifsJardinsFile
        AT END
            MOVE 12.50 TO TarifMetreCloture
            MOVE 3.75 TO TarifMetreCarre
            MOVE 'N' TO CategorieTvaCloture
            MOVE 'N' TO CategorieTvaTraitement
    END-READ.
    MOVE TarifMetreCloture TO TarifCloture.
    MOVE TarifMetreCarre TO TarifCarre.
    MOVE CategorieTvaCloture TO CategorieCloture.
    MOVE CategorieTvaTraitement TO CategorieTraitement.
    CLOSE TarifsJardinsFile.
    EXIT.


FACTURER-LE-JARDIN.
*> Ligne de facture valorisée : clôture au mètre de périmètre,
*> traitement au mètre carré de surface. La facture prend le nom de
*> la fiche client ; un chantier sans fiche connue garde le sien.
    MOVE DateDuJour TO DateFacture.
    MOVE ReferenceJardin TO ReferenceFacture.
    MOVE NomClientJardin TO NomClientFacture.
    MOVE 0 TO NumeroClientFac.
    IF NumeroClientJardin NUMERIC AND NumeroClientJardin NOT = 0
        MOVE NumeroClientJardin TO NumeroClientFac
        PERFORM LIRE-CLIENT-JARDIN
    END-IF.
    MOVE Perimetre TO PerimetreFacture.
    MOVE Surface TO SurfaceFacture.
    COMPUTE MontantCloture ROUNDED = Perimetre * TarifCloture.
    COMPUTE MontantTraitement ROUNDED = Surface * TarifCarre.
    COMPUTE MontantFacture = MontantCloture + MontantTraitement.
    MOVE CategorieCloture TO CategorieTvaClotureFac.
    MOVE CategorieTraitement TO CategorieTvaTraitFac.
    PERFORM CALCULER-TVA-FACTURE.
    WRITE FactureJardinRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesJardins. Code de statut : " STATUS-FACTURES
    ELSE
        ADD 1 TO NbFacturesJour
        ADD MontantFacture TO TotalFactureJour
        ADD MontantTtcFacture TO TotalTtcJour
        DISPLAY "Facture " ReferenceFacture " - " NomClientFacture
                " : clôture " MontantCloture
                " + traitement " MontantTraitement
                " = " MontantFacture " HT"
        PERFORM AFFICHER-TVA-FACTURE
    END-IF.
    EXIT.

LIRE-CLIENT-JARDIN.
    IF ClientsOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientFac TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            DISPLAY "Chantier " ReferenceJardin " : client "
                    NumeroClientFac " inconnu, nom du chantier gardé."
        NOT INVALID KEY
            MOVE NomClientJar TO NomClientFacture
    END-READ.
    EXIT.

CALCULER-TVA-FACTURE.
*> TVA de la facture taux par taux : clôture et traitement suivent
*> chacun la catégorie du barème, au taux en vigueur à la date de
*> facture (TauxTvaUtil) ; MontantFacture reste le hors taxe.
    MOVE CategorieTvaClotureFac TO CategorieTvaDemandee.
    MOVE DateFacture TO DateTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    MOVE CategorieTvaDemandee TO CategorieTvaClotureFac.
    MOVE TauxTvaRendu TO TauxTvaClotureFac.
    COMPUTE TvaClotureFac ROUNDED =
            MontantCloture * TauxTvaClotureFac / 100.
    MOVE CategorieTvaTraitFac TO CategorieTvaDemandee.
    CALL "TauxTvaUtil" USING ZoneTauxTva StatutTauxTva.
    MOVE CategorieTvaDemandee TO CategorieTvaTraitFac.
    MOVE TauxTvaRendu TO TauxTvaTraitFac.
    COMPUTE TvaTraitementFac ROUNDED =
            MontantTraitement * TauxTvaTraitFac / 100.
    COMPUTE MontantTtcFacture =
            MontantFacture + TvaClotureFac + TvaTraitementFac.
    EXIT.

AFFICHER-TVA-FACTURE.
*> Une ligne par taux : clôture et traitement au même taux se lisent
*> ensemble.
    IF TauxTvaClotureFac = TauxTvaTraitFac
        COMPUTE TvaFacture = TvaClotureFac + TvaTraitementFac
        DISPLAY "  TVA " TauxTvaClotureFac "% sur " MontantFacture
                " : " TvaFacture
    ELSE
        IF MontantCloture > 0
            DISPLAY "  TVA " TauxTvaClotureFac "% sur " MontantCloture
                    " (clôture) : " TvaClotureFac
        END-IF
        IF MontantTraitement > 0
            DISPLAY "  TVA " TauxTvaTraitFac "% sur " MontantTraitement
                    " (traitement) : " TvaTraitementFac
        END-IF
    END-IF.
    DISPLAY "  Total TTC : " MontantTtcFacture.
    EXIT.
