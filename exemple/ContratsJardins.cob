           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT TarifsJardinsFile
           ASSIGN TO 'TarifsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TARIFS.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

DATA DIVISION.
FILE SECTION.
FD ContratFile.
*> avec lettre au client, et les contrats proches de leur terme
*> remontent pour le renouvellement. Statut 'A' actif, 'T' terminé.
*> DerierePeriodeFacturee (AAAAMM) rend la facturation relançable
*> sans doublon. Le client est celui de la fiche ClientsJardins dont
*> le numéro termine l'enregistrement, le nom en est la recopie.
01 ContratRecord.
   05 NumeroContrat          PIC 9(6).
   05 ReferenceContrat       PIC X(10).
   05 StatutContrat          PIC X.
   05 DernierePeriodeFacturee PIC 9(6).
   05 DateDerniereRevision   PIC 9(8).
   05 NumeroClientContrat    PIC 9(6).

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

FD TarifsJardinsFile.
*> Seule la catégorie de TVA du traitement sert ici : l'entretien
*> sous contrat est du traitement.
01 TarifsJardinsRecord.
   05 TarifMetreCloture PIC 9(5)V99.
   05 TarifMetreCarre   PIC 9(5)V99.
   05 CategorieTvaCloture    PIC X.
   05 CategorieTvaTraitement PIC X.

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
77 STATUS-CONTRATS  PIC XX.
77 STATUS-FACTURES  PIC XX.
77 STATUS-TARIFS    PIC XX.
77 STATUS-CLIENTSJAR PIC XX.
01 NumeroClientSaisi PIC 9(6).
01 ClientTrouve     PIC X.
01 ChoixUtilisateur PIC X.
01 FinFichier       PIC X.
01 DateHeureSysteme PIC X(21).
01 JoursHorizonFin  PIC 9(3) VALUE 60.
01 AnneeTrav        PIC 9(4).
01 MoisTrav         PIC 9(2).
01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.
01 TvaFacture        PIC 9(9)V99.
01 CategorieTraitement PIC X.

PROCEDURE DIVISION.

        MOVE 'N' TO ContratExistant
        MOVE 0 TO DernierePeriodeFacturee
        MOVE 0 TO DateDerniereRevision
        MOVE 0 TO NumeroClientContrat
    ELSE
        MOVE NumeroContratSaisi TO NumeroContrat
        READ ContratFile

    DISPLAY "Référence du contrat : ".
    ACCEPT ReferenceContrat.
*>  Le client se choisit par son numéro de fiche ; en modification,
*>  0 garde le client du contrat.
    DISPLAY "Numéro du client (0 = inchangé) : ".
    ACCEPT NumeroClientSaisi.
    IF NumeroClientSaisi NOT NUMERIC OR NumeroClientSaisi = 0
        MOVE NumeroClientContrat TO NumeroClientSaisi
    END-IF.
    PERFORM LIRE-CLIENT-JARDIN.
    IF ClientTrouve = 'N'
        DISPLAY "Client inconnu : créez d'abord sa fiche (clients jardins)."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientJar TO NumeroClientContrat.
    MOVE NomClientJar TO NomClientContrat.
    DISPLAY "Client : " NomClientContrat.
    DISPLAY "Services compris (taille, tonte, traitements...) : ".
    ACCEPT ServicesContrat.
    DISPLAY "Montant mensuel : ".
    COMPUTE EntierPremier = FUNCTION INTEGER-OF-DATE(PremierJourMois).
    COMPUTE JoursDuMois = EntierDernier - EntierPremier + 1.

    PERFORM LIRE-CATEGORIE-TRAITEMENT.

    MOVE 0 TO NbFactureesMois.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroContrat.
    MOVE DateDuJour TO DateFacture.
    MOVE ReferenceContrat TO ReferenceFacture.
    MOVE NomClientContrat TO NomClientFacture.
    MOVE NumeroClientContrat TO NumeroClientFac.
    MOVE 0 TO PerimetreFacture.
    MOVE 0 TO SurfaceFacture.
    MOVE 0 TO MontantCloture.
    MOVE MontantPeriode TO MontantTraitement.
    MOVE MontantPeriode TO MontantFacture.
    MOVE 'N' TO CategorieTvaClotureFac.
    MOVE CategorieTraitement TO CategorieTvaTraitFac.
    PERFORM CALCULER-TVA-FACTURE.
    WRITE FactureJardinRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesJardins. Code de statut : " STATUS-FACTURES
    END-IF.
    ADD 1 TO NbFactureesMois.
    DISPLAY "Contrat " NumeroContrat " (" NomClientContrat ") : facture de "
            MontantPeriode " HT émise.".
    PERFORM AFFICHER-TVA-FACTURE.
    EXIT.

REVISER-CONTRAT.
                    " | facturé jusqu'à " DernierePeriodeFacturee
    END-READ.
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

LIRE-CATEGORIE-TRAITEMENT.
*> Catégorie de TVA du traitement au barème de CalculPerimetre ; sans
*> barème (ou barème d'avant les catégories), le taux normal.
    MOVE 'N' TO CategorieTraitement.
    OPEN INPUT TarifsJardinsFile.
    IF STATUS-TARIFS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ TarifsJardinsFile
        AT END
            MOVE SPACE TO CategorieTvaTraitement
    END-READ.
    IF CategorieTvaTraitement NOT = SPACE
        MOVE CategorieTvaTraitement TO CategorieTraitement
    END-IF.
    CLOSE TarifsJardinsFile.
    EXIT.

CALCULER-TVA-FACTURE.
*> Même calcul que CalculPerimetre ; le montant du contrat est hors
*> taxe.
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
