           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

DATA DIVISION.
FILE SECTION.
FD DevisFile.
   05 DateDevis          PIC 9(8).
   05 DateValiditeDevis  PIC 9(8).
   05 StatutDevis        PIC X.
*> Client du devis par son numéro de fiche ClientsJardins ; nom et
*> adresse ci-dessus en sont la recopie à la création.
   05 NumeroClientDevis  PIC 9(6).

FD TarifsJardinsFile.
01 TarifsJardinsRecord.
   05 TarifMetreCloture PIC 9(5)V99.
   05 TarifMetreCarre   PIC 9(5)V99.
*> Catégories de TVA des services : voir CalculPerimetre.
   05 CategorieTvaCloture    PIC X.
   05 CategorieTvaTraitement PIC X.

FD FacturesJardinsFile.
01 FactureJardinRecord.
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
*> Zones TVA de la facture : voir CalculPerimetre.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
   05 NumeroClientFac    PIC 9(6).

FD JardinsFile.
01 JardinRecord.
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).
   05 NumeroClientJardin PIC 9(6).

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
77 STATUS-DEVIS     PIC XX.
77 STATUS-TARIFS    PIC XX.
77 STATUS-FACTURES  PIC XX.
77 STATUS-JARDINS   PIC XX.
77 STATUS-CLIENTSJAR PIC XX.
01 NumeroClientSaisi PIC 9(6).
01 ClientTrouve     PIC X.
01 ChoixUtilisateur PIC X.
01 FinFichier       PIC X.
01 DateHeureSysteme PIC X(21).
01 EncoursDevis     PIC 9(11)V99.
01 TauxConversion   PIC 9(3)V99.
01 NbMarquesExpires PIC 9(5).
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

PROCEDURE DIVISION.

        OPEN OUTPUT TarifsJardinsFile
        MOVE 12.50 TO TarifMetreCloture
        MOVE 0.80 TO TarifMetreCarre
        MOVE 'N' TO CategorieTvaCloture
        MOVE 'N' TO CategorieTvaTraitement
        WRITE TarifsJardinsRecord
        CLOSE TarifsJardinsFile
        OPEN INPUT TarifsJardinsFile
    IF STATUS-TARIFS NOT = "00"
        MOVE 12.50 TO TarifCloture
        MOVE 0.80 TO TarifCarre
        MOVE 'N' TO CategorieCloture
        MOVE 'N' TO CategorieTraitement
        EXIT PARAGRAPH
    END-IF.
    READ TarifsJardinsFile
        AT END
            MOVE 12.50 TO TarifMetreCloture
            MOVE 0.80 TO TarifMetreCarre
            MOVE 'N' TO CategorieTvaCloture
            MOVE 'N' TO CategorieTvaTraitement
    END-READ.
    MOVE TarifMetreCloture TO TarifCloture.
    MOVE TarifMetreCarre TO TarifCarre.
    MOVE CategorieTvaCloture TO CategorieCloture.
    MOVE CategorieTvaTraitement TO CategorieTraitement.
    CLOSE TarifsJardinsFile.
    EXIT.

CREER-DEVIS.
*> Le client se choisit par son numéro de fiche : un nouveau client
*> se crée d'abord dans la fiche clients.
    DISPLAY "Numéro du client : ".
    ACCEPT NumeroClientSaisi.
    PERFORM LIRE-CLIENT-JARDIN.
    IF ClientTrouve = 'N'
        DISPLAY "Client inconnu : créez d'abord sa fiche (clients jardins)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Client : " NomClientJar " | " AdresseClientJar.

    MOVE 1 TO ProchainDevis.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroDevis.
    MOVE ProchainDevis TO NumeroDevis.
    DISPLAY "Référence du dossier : ".
    ACCEPT ReferenceDevis.
    MOVE NumeroClientJar TO NumeroClientDevis.
    MOVE NomClientJar TO NomClientDevis.
    MOVE AdresseClientJar TO AdresseClientDevis.
    DISPLAY "Longueur du jardin (mètres) : ".
    ACCEPT LongueurDevis.
    DISPLAY "Largeur du jardin (mètres) : ".
IMPRIMER-DEVIS.
    DISPLAY "========================================================".
    DISPLAY "DEVIS N° " NumeroDevis " - " DateDevis.
    DISPLAY "Client n° " NumeroClientDevis " : " NomClientDevis.
    DISPLAY "Adresse : " AdresseClientDevis.
    DISPLAY "Jardin " LongueurDevis " x " LargeurDevis
            " m | périmètre " PerimetreDevis
            " m | surface " SurfaceDevis " m2".
    DISPLAY "Clôture (" TarifCloture "/m)     : " MontantClotureDev.
    DISPLAY "Traitement (" TarifCarre "/m2) : " MontantTraitementDev.
    DISPLAY "TOTAL DU DEVIS (HT)        : " MontantDevis.
    DISPLAY "TVA en sus au taux en vigueur à la date de facture.".
    DISPLAY "Offre valable jusqu'au " DateValiditeDevis ".".
    DISPLAY "========================================================".
    EXIT.
        MOVE ReferenceDevis TO ReferenceJardin
        MOVE NomClientDevis TO NomClientJardin
        MOVE AdresseClientDevis TO AdresseClientJardin
        MOVE NumeroClientDevis TO NumeroClientJardin
        WRITE JardinRecord
        CLOSE JardinsFile
    ELSE
        MOVE DateDuJour TO DateFacture
        MOVE ReferenceDevis TO ReferenceFacture
        MOVE NomClientDevis TO NomClientFacture
        MOVE NumeroClientDevis TO NumeroClientFac
        MOVE PerimetreDevis TO PerimetreFacture
        MOVE SurfaceDevis TO SurfaceFacture
        MOVE MontantClotureDev TO MontantCloture
        MOVE MontantTraitementDev TO MontantTraitement
        MOVE MontantDevis TO MontantFacture
        MOVE CategorieCloture TO CategorieTvaClotureFac
        MOVE CategorieTraitement TO CategorieTvaTraitFac
        PERFORM CALCULER-TVA-FACTURE
        WRITE FactureJardinRecord
        CLOSE FacturesJardinsFile
        PERFORM AFFICHER-TVA-FACTURE
    END-IF.

    MOVE 'A' TO StatutDevis.
            ADD 1 TO NbExpires
    END-EVALUATE.
    EXIT.

LIRE-CLIENT-JARDIN.
    MOVE 'N' TO ClientTrouve.
    IF NumeroClientSaisi NOT NUMERIC OR NumeroClientSaisi = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientSaisi TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO ClientTrouve
    END-READ.
    CLOSE ClientJardinFile.
    EXIT.

CALCULER-TVA-FACTURE.
*> Même calcul que CalculPerimetre : le devis accepté est hors taxe,
*> la TVA se prend au taux du jour de la facture.
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
