IDENTIFICATION DIVISION.
PROGRAM-ID. RapportGestionMensuel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IndicateurFile
           ASSIGN TO 'IndicateursGestion'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleIndicateurLu
           FILE STATUS IS STATUS-INDICATEURS.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT EmpruntFile
           ASSIGN TO 'EmpruntFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroEmprunt
           FILE STATUS IS STATUS-EMPRUNTS.

    SELECT AmendesEncaisseesFile
           ASSIGN TO 'AmendesEncaissees'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AMENDES.

    SELECT PrelevementBibFile
           ASSIGN TO 'PrelevementsBiblio'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementBib
           FILE STATUS IS STATUS-PRELEVBIB.

    SELECT CarteCadeauFile
           ASSIGN TO 'CartesCadeaux'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeCarteCadeau
           FILE STATUS IS STATUS-CARTES.

    SELECT SessionBoutiqueFile
           ASSIGN TO 'SessionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionBoutique
           FILE STATUS IS STATUS-SESSIONSBTQ.

    SELECT ReglementsProFile
           ASSIGN TO 'ReglementsPro'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REGLEMENTS.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT PaiementsJardinsFile
           ASSIGN TO 'PaiementsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PAIEMENTS.

    SELECT PrelevementJarFile
           ASSIGN TO 'PrelevementsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementJar
           FILE STATUS IS STATUS-PRELEVJAR.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT PostesOrigineFile
           ASSIGN TO 'PostesParOrigine'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-POSTESORIG.

DATA DIVISION.
FILE SECTION.
FD IndicateurFile.
*> Dessin de IndicateurGestionRecord (IndicateurGestionUtil).
01 IndicateurLuRecord.
   05 CleIndicateurLu.
      10 PeriodeIndicateurLu PIC 9(6).
      10 CodeIndicateurLu    PIC X(8).
   05 ValeurIndicateurLu     PIC S9(15)V99.
   05 NatureIndicateurLu     PIC X.
   05 ProgrammeIndicateurLu  PIC X(10).
   05 DatePublicationLu      PIC 9(8).

FD HistoriqueFile.
COPY HistoriqueRecord.

FD EmpruntFile.
*> Dessin de EmpruntFile (books).
01 EmpruntRecord.
   05 NumeroEmprunt       PIC 9(5).
   05 NumeroLivreEmprunt  PIC 9(4).
   05 NumeroMembreEmprunt PIC 9(4).
   05 DateEmpruntLigne    PIC 9(8).
   05 DateEcheanceLigne   PIC 9(8).
   05 StatutEmprunt       PIC X(1).
   05 MontantAmendeLigne  PIC 9(5)V99.
   05 NumeroExemplaireEmprunt PIC 9(3).
   05 DateRetourLigne     PIC 9(8).
   05 NiveauRappelLigne   PIC 9.
   05 MontantPayeLigne    PIC 9(5)V99.

FD AmendesEncaisseesFile.
*> Dessin de DepotAmendes : un numéro d'emprunt à zéro est une
*> cotisation d'adhésion.
01 AmendeEncaisseeRecord.
   05 DateEncaissement     PIC 9(8).
   05 NumeroEmpruntAmende  PIC 9(5).
   05 NumeroMembreAmende   PIC 9(4).
   05 MontantEncaisse      PIC 9(5)V99.
   05 StatutEncaissement   PIC X.

FD PrelevementBibFile.
*> Dessin de PrelevementsBiblio.
01 PrelevementBibRecord.
   05 NumeroPrelevementBib  PIC 9(6).
   05 NumeroMembrePrl       PIC 9(4).
   05 NumeroComptePrl       PIC X(10).
   05 ReferenceMandatPrl    PIC X(14).
   05 MontantAmendesPrl     PIC 9(5)V99.
   05 MontantCotisationPrl  PIC 9(3)V99.
   05 DateCollectePrl       PIC 9(8).
   05 StatutPrl             PIC X.
   05 MotifRejetPrl         PIC X(3).
   05 DateResultatPrl       PIC 9(8).

FD CarteCadeauFile.
*> Dessin de CartesCadeaux (RapportCartesCadeaux).
01 CarteCadeauRecord.
   05 CodeCarteCadeau   PIC X(10).
   05 TypeCarteCadeau   PIC X.
   05 SoldeCarteCadeau  PIC 9(6)V99.
   05 DateEmissionCarte PIC 9(8).
   05 DateExpirationCarte PIC 9(8).

FD SessionBoutiqueFile.
*> Sessions de caisse de la boutique (dessin de GestionCaisseBoutique).
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

FD ReglementsProFile.
*> Dessin de GestionComptesPro.
01 ReglementProRecord.
   05 DateReglementPro    PIC 9(8).
   05 CodeCompteRgl       PIC X(8).
   05 NumeroFactureRgl    PIC X(10).
   05 MontantReglementPro PIC 9(9)V99.
   05 ModeReglementPro    PIC X.
   05 StatutDepotRgl      PIC X.

FD FacturesJardinsFile.
*> Dessin de CalculPerimetre.
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
   05 NumeroClientFac    PIC 9(6).

FD PaiementsJardinsFile.
*> Dessin de SuiviFacturesJardins.
01 PaiementJardinRecord.
   05 DatePaiementJar     PIC 9(8).
   05 ReferenceFacturePay PIC X(10).
   05 DateFactureOrigPay  PIC 9(8).
   05 MontantPaiementJar  PIC 9(9)V99.
   05 StatutDepotPay      PIC X.

FD PrelevementJarFile.
*> Dessin de PrelevementsJardins.
01 PrelevementJarRecord.
   05 NumeroPrelevementJar  PIC 9(6).
   05 NumeroClientPrj       PIC 9(6).
   05 ReferenceFacturePrj   PIC X(10).
   05 DateFacturePrj        PIC 9(8).
   05 NumeroComptePrj       PIC X(10).
   05 ReferenceMandatPrj    PIC X(14).
   05 MontantPrj            PIC 9(9)V99.
   05 DateCollectePrj       PIC 9(8).
   05 StatutPrj             PIC X.
   05 MotifRejetPrj         PIC X(3).
   05 DateResultatPrj       PIC 9(8).

FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

FD PostesOrigineFile.
*> Ce que TraitementTransactions a réellement posté par origine.
01 PosteOrigineRecord.
   05 OriginePoste        PIC X(10).
   05 DatePosteOrigine    PIC 9(8).
   05 NbPostesOrigine     PIC 9(8).
   05 MontantPostesOrigine PIC 9(15)V99.

WORKING-STORAGE SECTION.
77 STATUS-INDICATEURS PIC XX.
77 STATUS-HISTORIQUE  PIC XX.
77 STATUS-EMPRUNTS    PIC XX.
77 STATUS-AMENDES     PIC XX.
77 STATUS-PRELEVBIB   PIC XX.
77 STATUS-CARTES      PIC XX.
77 STATUS-SESSIONSBTQ PIC XX.
77 STATUS-REGLEMENTS  PIC XX.
77 STATUS-FACTURES    PIC XX.
77 STATUS-PAIEMENTS   PIC XX.
77 STATUS-PRELEVJAR   PIC XX.
77 STATUS-CLIENTSJAR  PIC XX.
77 STATUS-POSTESORIG  PIC XX.
01 FinHistorique      PIC X VALUE 'N'.
01 FinEmprunts        PIC X VALUE 'N'.
01 FinAmendes         PIC X VALUE 'N'.
01 FinPrelevBib       PIC X VALUE 'N'.
01 FinCartes          PIC X VALUE 'N'.
01 FinSessions        PIC X VALUE 'N'.
01 FinReglements      PIC X VALUE 'N'.
01 FinFactures        PIC X VALUE 'N'.
01 FinPaiements       PIC X VALUE 'N'.
01 FinPrelevJar       PIC X VALUE 'N'.
01 FinPostes          PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 EntierDate         PIC 9(7).
01 DateDebutMois      PIC 9(8).
01 DateFinMois        PIC 9(8).
01 PeriodeRapport.
   05 AnneeRapport    PIC 9(4).
   05 MoisRapport     PIC 99.

*> Un indicateur dont la source est absente n'est pas publié : il
*> s'imprime "n.d." plutôt qu'un zéro trompeur.
01 HistoriqueDispo    PIC X VALUE 'N'.
01 EmpruntsDispo      PIC X VALUE 'N'.
01 CartesDispo        PIC X VALUE 'N'.
01 FacturesDispo      PIC X VALUE 'N'.
01 ClientsJarOuvert   PIC X VALUE 'N'.

*> Chiffres du mois calculés ici.
01 CommissionsBanque  PIC S9(13)V99 VALUE 0.
01 FraisRembourses    PIC S9(13)V99 VALUE 0.
01 InteretsPercus     PIC S9(13)V99 VALUE 0.
01 InteretsServis     PIC S9(13)V99 VALUE 0.
01 NbEmpruntsMois     PIC 9(7) VALUE 0.
01 AmendesMois        PIC S9(13)V99 VALUE 0.
01 CotisationsMois    PIC S9(13)V99 VALUE 0.
01 EncoursCartes      PIC S9(13)V99 VALUE 0.
01 FactureJardins     PIC S9(13)V99 VALUE 0.
01 EncaisseJardins    PIC S9(13)V99 VALUE 0.
01 ImpayesJardins     PIC S9(13)V99 VALUE 0.

*> Rapprochement : ce que chaque activité a encaissé et devait
*> passer par le pont bancaire, face à ce que TRANSPST a posté pour
*> son origine (PostesParOrigine) sur le mois.
01 AmendesADeposer    PIC S9(13)V99 VALUE 0.
01 AmendesPostees     PIC S9(13)V99 VALUE 0.
01 RecettesBoutique   PIC S9(13)V99 VALUE 0.
01 ReglementsProMois  PIC S9(13)V99 VALUE 0.
01 BoutiqueADeposer   PIC S9(13)V99 VALUE 0.
01 BoutiquePostee     PIC S9(13)V99 VALUE 0.
01 PaiementsJarMois   PIC S9(13)V99 VALUE 0.
01 PrelevesJarMois    PIC S9(13)V99 VALUE 0.
01 JardinsADeposer    PIC S9(13)V99 VALUE 0.
01 JardinsPostes      PIC S9(13)V99 VALUE 0.
01 EcartRapprochement PIC S9(13)V99.
01 NbEcarts           PIC 9(2) VALUE 0.
01 RecetteSession     PIC S9(9)V99.

*> Échéance des factures de jardins à la fin du mois.
01 MontantDuFacture   PIC 9(9)V99.
01 TotalPaye          PIC 9(9)V99.
01 ResteDu            PIC S9(9)V99.
01 DelaiRetenu        PIC 9(3).
01 EntierEcheance     PIC 9(7).
01 EntierFinMois      PIC 9(7).

*> Ligne du rapport en cours d'impression.
01 CodeLigne          PIC X(8).
01 LibelleLigne       PIC X(26).
01 NatureLigne        PIC X.
01 UniteLigne         PIC X.
01 PeriodeCherchee.
   05 AnneeCherchee   PIC 9(4).
   05 MoisCherche     PIC 99.
01 IndicateurTrouve   PIC X.
01 ValeurTrouvee      PIC S9(15)V99.
01 SommeCumul         PIC S9(15)V99.
01 NbMoisCumul        PIC 9(2).
01 ValeurAFormater    PIC S9(15)V99.
01 ValeurPresente     PIC X.
01 ColonneFormatee    PIC X(15).
01 ColonneMois        PIC X(15).
01 ColonneAnPasse     PIC X(15).
01 ColonneCumul       PIC X(15).
01 ColonneCumulPasse  PIC X(15).
01 MontantEdit        PIC -(11)9.99.
01 NombreEdit         PIC -(14)9.
01 NonDisponible      PIC X(15) VALUE "           n.d.".
01 EncaisseEdit       PIC -(11)9.99.
01 PosteEdit          PIC -(11)9.99.
01 EcartEdit          PIC -(11)9.99.
01 NbIndicateursPublies PIC 9(3) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
COPY IndicateurGestionRecord.
01 StatutIndicateur     PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Rapport de gestion mensuel consolidé des quatre activités
*> (auto-conditionné au premier du mois, sur le mois écoulé) : pour
*> la banque, commissions et intérêts, encours de dépôts et de
*> crédits ; pour la bibliothèque, prêts, amendes et cotisations ;
*> pour la boutique, ventes, marge et dette des cartes cadeaux ; pour
*> les jardins, facturé, encaissé et impayés échus. Chaque ligne se
*> lit face au même mois de l'an passé et au cumul de l'année, tirés
*> d'IndicateursGestion où chaque mois se publie ; les encours de la
*> banque et la boutique y sont déjà publiés par STATMON et MARGEBTQ.
*> Les encaissements de chaque activité se rapprochent enfin des
*> dépôts que le pont bancaire a réellement postés pour elle.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : rapport de gestion différé."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateFinMois = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateFinMois TO DateDebutMois.
    MOVE "01" TO DateDebutMois(7:2).
    MOVE DateFinMois(1:6) TO PeriodeRapport.

    PERFORM CALCULER-BANQUE.
    PERFORM CALCULER-BIBLIOTHEQUE.
    PERFORM CALCULER-BOUTIQUE.
    PERFORM CALCULER-JARDINS.
    PERFORM CALCULER-POSTES-PONT.
    PERFORM PUBLIER-INDICATEURS.

    OPEN INPUT IndicateurFile.
    IF STATUS-INDICATEURS NOT = "00"
        DISPLAY "Impossible d'ouvrir IndicateursGestion. Code de statut : " STATUS-INDICATEURS
        STOP RUN
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "RAPPORT DE GESTION CONSOLIDÉ - MOIS " PeriodeRapport
            " (du " DateDebutMois " au " DateFinMois ")".
    DISPLAY "(cumul : de janvier à la fin du mois ; pour un encours,"
            " moyenne des fins de mois)".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Indicateur                            Mois"
            "   Même mois N-1     Cumul année       Cumul N-1".

    DISPLAY "BANQUE".
    MOVE 'M' TO UniteLigne.
    MOVE 'F' TO NatureLigne.
    MOVE "FRAISBQ" TO CodeLigne.
    MOVE "  Commissions nettes" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "INTPERBQ" TO CodeLigne.
    MOVE "  Intérêts perçus" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "INTSERBQ" TO CodeLigne.
    MOVE "  Intérêts servis" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE 'S' TO NatureLigne.
    MOVE "DEPOTSBQ" TO CodeLigne.
    MOVE "  Encours des dépôts" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "CREDITBQ" TO CodeLigne.
    MOVE "  Encours des crédits" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.

    DISPLAY "BIBLIOTHÈQUE".
    MOVE 'F' TO NatureLigne.
    MOVE 'N' TO UniteLigne.
    MOVE "EMPRUNTS" TO CodeLigne.
    MOVE "  Prêts de livres (nombre)" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE 'M' TO UniteLigne.
    MOVE "AMENDBIB" TO CodeLigne.
    MOVE "  Amendes encaissées" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "COTISBIB" TO CodeLigne.
    MOVE "  Cotisations encaissées" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.

    DISPLAY "BOUTIQUE".
    MOVE "VENTEBTQ" TO CodeLigne.
    MOVE "  Ventes hors taxe" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "MARGEBTQ" TO CodeLigne.
    MOVE "  Marge nette" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE 'S' TO NatureLigne.
    MOVE "CARTEBTQ" TO CodeLigne.
    MOVE "  Cartes cadeaux et avoirs" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.

    DISPLAY "JARDINS".
    MOVE 'F' TO NatureLigne.
    MOVE "FACTJAR" TO CodeLigne.
    MOVE "  Facturé TTC" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE "ENCJAR" TO CodeLigne.
    MOVE "  Encaissé" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.
    MOVE 'S' TO NatureLigne.
    MOVE "RETARJAR" TO CodeLigne.
    MOVE "  Impayés échus" TO LibelleLigne.
    PERFORM IMPRIMER-LIGNE-GESTION.

    CLOSE IndicateurFile.

    PERFORM IMPRIMER-RAPPROCHEMENT.
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CALCULER-BANQUE.
*> Produit de la banque sur le mois, classé comme dans
*> ProfitabiliteClients : commissions nettes des frais remboursés,
*> intérêts perçus sur découverts et sur prêts, intérêts servis.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "historiquebanque indisponible (" STATUS-HISTORIQUE
                ") : produit de la banque non publié."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO HistoriqueDispo.
    PERFORM CLASSER-UN-MOUVEMENT UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.
    EXIT.

CLASSER-UN-MOUVEMENT.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'O'
       OR DateMouvement < DateDebutMois
       OR DateMouvement > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    EVALUATE Action
        WHEN "Intérêt"
            ADD Montant TO InteretsServis
        WHEN "Intérêts débiteurs"
        WHEN "Remb. prêt intér."
            ADD Montant TO InteretsPercus
        WHEN "Frais de tenue"
        WHEN "Frais d'opérations"
        WHEN "Indemnité RA prêt"
        WHEN "Pénalité prêt"
        WHEN "Commission engag."
            ADD Montant TO CommissionsBanque
        WHEN "Remb. frais"
            ADD Montant TO FraisRembourses
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

CALCULER-BIBLIOTHEQUE.
*> Prêts consentis dans le mois, amendes et cotisations encaissées
*> au guichet (AmendesEncaissees) ou prélevées (PrelevementsBiblio).
    OPEN INPUT EmpruntFile.
    IF STATUS-EMPRUNTS = "00"
        MOVE 'O' TO EmpruntsDispo
        PERFORM COMPTER-UN-EMPRUNT UNTIL FinEmprunts = 'O'
        CLOSE EmpruntFile
    ELSE
        DISPLAY "EmpruntFile indisponible (" STATUS-EMPRUNTS
                ") : prêts de livres non publiés."
    END-IF.

    OPEN INPUT AmendesEncaisseesFile.
    IF STATUS-AMENDES = "00"
        PERFORM CUMULER-UNE-AMENDE UNTIL FinAmendes = 'O'
        CLOSE AmendesEncaisseesFile
    END-IF.

    OPEN INPUT PrelevementBibFile.
    IF STATUS-PRELEVBIB = "00"
        PERFORM CUMULER-UN-PRELEVEMENT-BIB UNTIL FinPrelevBib = 'O'
        CLOSE PrelevementBibFile
    END-IF.
    EXIT.

COMPTER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEmprunts
    END-READ.
    IF FinEmprunts NOT = 'O'
       AND DateEmpruntLigne NOT < DateDebutMois
       AND DateEmpruntLigne NOT > DateFinMois
        ADD 1 TO NbLusCtl
        ADD 1 TO NbEmpruntsMois
    END-IF.
    EXIT.

CUMULER-UNE-AMENDE.
    READ AmendesEncaisseesFile
        AT END
            MOVE 'O' TO FinAmendes
    END-READ.
    IF FinAmendes = 'O'
       OR DateEncaissement < DateDebutMois
       OR DateEncaissement > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    IF NumeroEmpruntAmende = 0
        ADD MontantEncaisse TO CotisationsMois
    ELSE
        ADD MontantEncaisse TO AmendesMois
    END-IF.
    ADD MontantEncaisse TO AmendesADeposer.
    EXIT.

CUMULER-UN-PRELEVEMENT-BIB.
*> Un prélèvement réussi crédite directement le compte de la
*> bibliothèque (PRELEV) : il compte dans le produit du mois mais
*> pas dans le dépôt AMENDES du pont bancaire.
    READ PrelevementBibFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevBib
    END-READ.
    IF FinPrelevBib NOT = 'O'
       AND StatutPrl = 'P'
       AND DateResultatPrl NOT < DateDebutMois
       AND DateResultatPrl NOT > DateFinMois
        ADD 1 TO NbLusCtl
        ADD MontantAmendesPrl TO AmendesMois
        ADD MontantCotisationPrl TO CotisationsMois
    END-IF.
    EXIT.

CALCULER-BOUTIQUE.
*> Dette des cartes cadeaux et avoirs vivants au jour du rapport,
*> calculée comme RapportCartesCadeaux ; recettes des sessions de
*> caisse closes du mois et règlements des comptes professionnels,
*> pour le rapprochement.
    OPEN INPUT CarteCadeauFile.
    IF STATUS-CARTES = "00"
        MOVE 'O' TO CartesDispo
        PERFORM CUMULER-UNE-CARTE UNTIL FinCartes = 'O'
        CLOSE CarteCadeauFile
    ELSE
        DISPLAY "CartesCadeaux indisponible (" STATUS-CARTES
                ") : encours des cartes non publié."
    END-IF.

    OPEN INPUT SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ = "00"
        PERFORM CUMULER-UNE-SESSION UNTIL FinSessions = 'O'
        CLOSE SessionBoutiqueFile
    END-IF.

    OPEN INPUT ReglementsProFile.
    IF STATUS-REGLEMENTS = "00"
        PERFORM CUMULER-UN-REGLEMENT-PRO UNTIL FinReglements = 'O'
        CLOSE ReglementsProFile
    END-IF.
    COMPUTE BoutiqueADeposer = RecettesBoutique + ReglementsProMois.
    EXIT.

CUMULER-UNE-CARTE.
    READ CarteCadeauFile NEXT RECORD
        AT END
            MOVE 'O' TO FinCartes
    END-READ.
    IF FinCartes = 'O' OR SoldeCarteCadeau = 0
        EXIT PARAGRAPH
    END-IF.
    IF DateExpirationCarte NOT = 0
       AND DateTraitementJour > DateExpirationCarte
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    ADD SoldeCarteCadeau TO EncoursCartes.
    EXIT.

CUMULER-UNE-SESSION.
*> Même recette que CaisseJour : compté moins fonds de caisse, pour
*> les seules sessions closes ou validées, les seules déposées.
    READ SessionBoutiqueFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSessions
    END-READ.
    IF FinSessions = 'O'
       OR DateSessionBtq < DateDebutMois
       OR DateSessionBtq > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    IF StatutSessionBtq = 'F' OR StatutSessionBtq = 'V'
        ADD 1 TO NbLusCtl
        COMPUTE RecetteSession = MontantCompteBtq - FondsOuvertureBtq
        ADD RecetteSession TO RecettesBoutique
    END-IF.
    EXIT.

CUMULER-UN-REGLEMENT-PRO.
    READ ReglementsProFile
        AT END
            MOVE 'O' TO FinReglements
    END-READ.
    IF FinReglements NOT = 'O'
       AND DateReglementPro NOT < DateDebutMois
       AND DateReglementPro NOT > DateFinMois
        ADD 1 TO NbLusCtl
        ADD MontantReglementPro TO ReglementsProMois
    END-IF.
    EXIT.

CALCULER-JARDINS.
*> Facturé du mois au TTC, encaissé du mois (prélèvements compris),
*> et impayés échus à la fin du mois : factures dont l'échéance
*> (délai de paiement du client, trente jours à défaut) est passée
*> et que les paiements reçus jusqu'à la fin du mois ne soldent pas.
    COMPUTE EntierFinMois = FUNCTION INTEGER-OF-DATE(DateFinMois).
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR = "00"
        MOVE 'O' TO ClientsJarOuvert
    END-IF.

    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES = "00"
        MOVE 'O' TO FacturesDispo
        PERFORM CLASSER-UNE-FACTURE UNTIL FinFactures = 'O'
        CLOSE FacturesJardinsFile
    ELSE
        DISPLAY "FacturesJardins indisponible (" STATUS-FACTURES
                ") : indicateurs des jardins non publiés."
    END-IF.
    IF ClientsJarOuvert = 'O'
        CLOSE ClientJardinFile
    END-IF.

    MOVE 'N' TO FinPaiements.
    OPEN INPUT PaiementsJardinsFile.
    IF STATUS-PAIEMENTS = "00"
        PERFORM CUMULER-UN-PAIEMENT-MOIS UNTIL FinPaiements = 'O'
        CLOSE PaiementsJardinsFile
    END-IF.

    OPEN INPUT PrelevementJarFile.
    IF STATUS-PRELEVJAR = "00"
        PERFORM CUMULER-UN-PRELEVEMENT-JAR UNTIL FinPrelevJar = 'O'
        CLOSE PrelevementJarFile
    END-IF.
    COMPUTE JardinsADeposer = PaiementsJarMois - PrelevesJarMois.
    EXIT.

CLASSER-UNE-FACTURE.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures = 'O' OR DateFacture > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    PERFORM DETERMINER-MONTANT-DU.
    IF DateFacture NOT < DateDebutMois
        ADD MontantDuFacture TO FactureJardins
    END-IF.

    PERFORM DETERMINER-DELAI-CLIENT.
    COMPUTE EntierEcheance =
            FUNCTION INTEGER-OF-DATE(DateFacture) + DelaiRetenu.
    IF EntierEcheance NOT < EntierFinMois
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-PAIEMENTS-FACTURE.
    COMPUTE ResteDu = MontantDuFacture - TotalPaye.
    IF ResteDu > 0
        ADD ResteDu TO ImpayesJardins
    END-IF.
    EXIT.

DETERMINER-MONTANT-DU.
*> Le client doit le TTC de la facture ; une facture d'avant la TVA
*> par catégorie n'en porte pas et se suit sur son montant.
    IF MontantTtcFacture NUMERIC AND MontantTtcFacture > 0
        MOVE MontantTtcFacture TO MontantDuFacture
    ELSE
        MOVE MontantFacture TO MontantDuFacture
    END-IF.
    EXIT.

DETERMINER-DELAI-CLIENT.
    MOVE 30 TO DelaiRetenu.
    IF ClientsJarOuvert NOT = 'O'
       OR NumeroClientFac NOT NUMERIC
       OR NumeroClientFac = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientFac TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF DelaiPaiementJar NUMERIC AND DelaiPaiementJar > 0
        MOVE DelaiPaiementJar TO DelaiRetenu
    END-IF.
    EXIT.

CUMULER-PAIEMENTS-FACTURE.
    MOVE 0 TO TotalPaye.
    MOVE 'N' TO FinPaiements.
    OPEN INPUT PaiementsJardinsFile.
    IF STATUS-PAIEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-UN-PAIEMENT UNTIL FinPaiements = 'O'.
    CLOSE PaiementsJardinsFile.
    EXIT.

CUMULER-UN-PAIEMENT.
    READ PaiementsJardinsFile
        AT END
            MOVE 'O' TO FinPaiements
    END-READ.
    IF FinPaiements NOT = 'O'
       AND ReferenceFacturePay = ReferenceFacture
       AND DateFactureOrigPay = DateFacture
       AND DatePaiementJar NOT > DateFinMois
        ADD MontantPaiementJar TO TotalPaye
    END-IF.
    EXIT.

CUMULER-UN-PAIEMENT-MOIS.
    READ PaiementsJardinsFile
        AT END
            MOVE 'O' TO FinPaiements
    END-READ.
    IF FinPaiements NOT = 'O'
       AND DatePaiementJar NOT < DateDebutMois
       AND DatePaiementJar NOT > DateFinMois
        ADD 1 TO NbLusCtl
        ADD MontantPaiementJar TO EncaisseJardins
        ADD MontantPaiementJar TO PaiementsJarMois
    END-IF.
    EXIT.

CUMULER-UN-PRELEVEMENT-JAR.
*> Les factures prélevées sont payées au compte des jardins par
*> PRELEV, hors du dépôt JARDINS du pont bancaire.
    READ PrelevementJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevJar
    END-READ.
    IF FinPrelevJar NOT = 'O'
       AND StatutPrj = 'P'
       AND DateResultatPrj NOT < DateDebutMois
       AND DateResultatPrj NOT > DateFinMois
        ADD MontantPrj TO PrelevesJarMois
    END-IF.
    EXIT.

CALCULER-POSTES-PONT.
    OPEN INPUT PostesOrigineFile.
    IF STATUS-POSTESORIG NOT = "00"
        DISPLAY "PostesParOrigine indisponible (" STATUS-POSTESORIG
                ") : rien de posté à rapprocher."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-UN-POSTE UNTIL FinPostes = 'O'.
    CLOSE PostesOrigineFile.
    EXIT.

CUMULER-UN-POSTE.
    READ PostesOrigineFile
        AT END
            MOVE 'O' TO FinPostes
    END-READ.
    IF FinPostes = 'O'
       OR DatePosteOrigine < DateDebutMois
       OR DatePosteOrigine > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    EVALUATE OriginePoste
        WHEN "AMENDES"
            ADD MontantPostesOrigine TO AmendesPostees
        WHEN "CAISSE"
        WHEN "COMPTEPRO"
            ADD MontantPostesOrigine TO BoutiquePostee
        WHEN "JARDINS"
            ADD MontantPostesOrigine TO JardinsPostes
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

PUBLIER-INDICATEURS.
*> Les chiffres du mois rejoignent IndicateursGestion, où les mois
*> suivants et l'an prochain viendront les relire.
    MOVE PeriodeRapport TO PeriodeIndicateur.
    MOVE "RAPGEST" TO ProgrammeIndicateur.
    MOVE DateTraitementJour TO DatePublication.
    MOVE 'F' TO NatureIndicateur.
    IF HistoriqueDispo = 'O'
        MOVE "FRAISBQ" TO CodeIndicateur
        COMPUTE ValeurIndicateur = CommissionsBanque - FraisRembourses
        PERFORM PUBLIER-UN-INDICATEUR
        MOVE "INTPERBQ" TO CodeIndicateur
        MOVE InteretsPercus TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
        MOVE "INTSERBQ" TO CodeIndicateur
        MOVE InteretsServis TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
    END-IF.
    IF EmpruntsDispo = 'O'
        MOVE "EMPRUNTS" TO CodeIndicateur
        MOVE NbEmpruntsMois TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
    END-IF.
    MOVE "AMENDBIB" TO CodeIndicateur.
    MOVE AmendesMois TO ValeurIndicateur.
    PERFORM PUBLIER-UN-INDICATEUR.
    MOVE "COTISBIB" TO CodeIndicateur.
    MOVE CotisationsMois TO ValeurIndicateur.
    PERFORM PUBLIER-UN-INDICATEUR.
    IF FacturesDispo = 'O'
        MOVE "FACTJAR" TO CodeIndicateur
        MOVE FactureJardins TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
        MOVE "ENCJAR" TO CodeIndicateur
        MOVE EncaisseJardins TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
    END-IF.

    MOVE 'S' TO NatureIndicateur.
    IF CartesDispo = 'O'
        MOVE "CARTEBTQ" TO CodeIndicateur
        MOVE EncoursCartes TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
    END-IF.
    IF FacturesDispo = 'O'
        MOVE "RETARJAR" TO CodeIndicateur
        MOVE ImpayesJardins TO ValeurIndicateur
        PERFORM PUBLIER-UN-INDICATEUR
    END-IF.
    EXIT.

PUBLIER-UN-INDICATEUR.
    CALL "IndicateurGestionUtil" USING IndicateurGestionLigne
                                       StatutIndicateur.
    IF StatutIndicateur NOT = "00"
        DISPLAY "Erreur à la publication de l'indicateur " CodeIndicateur
                ". Code de statut : " StatutIndicateur
    ELSE
        ADD 1 TO NbIndicateursPublies
    END-IF.
    EXIT.

IMPRIMER-LIGNE-GESTION.
*> Une ligne : le mois, le même mois de l'an passé, le cumul de
*> janvier au mois pour cette année et pour l'an passé. Un flux se
*> somme sur les mois publiés, un encours s'y moyenne.
    MOVE PeriodeRapport TO PeriodeCherchee.
    PERFORM LIRE-INDICATEUR.
    MOVE ValeurTrouvee TO ValeurAFormater.
    MOVE IndicateurTrouve TO ValeurPresente.
    PERFORM FORMATER-COLONNE.
    MOVE ColonneFormatee TO ColonneMois.

    COMPUTE AnneeCherchee = AnneeRapport - 1.
    MOVE MoisRapport TO MoisCherche.
    PERFORM LIRE-INDICATEUR.
    MOVE ValeurTrouvee TO ValeurAFormater.
    MOVE IndicateurTrouve TO ValeurPresente.
    PERFORM FORMATER-COLONNE.
    MOVE ColonneFormatee TO ColonneAnPasse.

    MOVE AnneeRapport TO AnneeCherchee.
    PERFORM CUMULER-ANNEE.
    MOVE ColonneFormatee TO ColonneCumul.

    COMPUTE AnneeCherchee = AnneeRapport - 1.
    PERFORM CUMULER-ANNEE.
    MOVE ColonneFormatee TO ColonneCumulPasse.

    DISPLAY LibelleLigne " " ColonneMois " " ColonneAnPasse " "
            ColonneCumul " " ColonneCumulPasse.
    EXIT.

CUMULER-ANNEE.
    MOVE 0 TO SommeCumul.
    MOVE 0 TO NbMoisCumul.
    PERFORM CUMULER-UN-MOIS
        VARYING MoisCherche FROM 1 BY 1 UNTIL MoisCherche > MoisRapport.
    MOVE 'N' TO ValeurPresente.
    MOVE 0 TO ValeurAFormater.
    IF NbMoisCumul > 0
        MOVE 'O' TO ValeurPresente
        IF NatureLigne = 'S'
            COMPUTE ValeurAFormater ROUNDED = SommeCumul / NbMoisCumul
        ELSE
            MOVE SommeCumul TO ValeurAFormater
        END-IF
    END-IF.
    PERFORM FORMATER-COLONNE.
    EXIT.

CUMULER-UN-MOIS.
    PERFORM LIRE-INDICATEUR.
    IF IndicateurTrouve = 'O'
        ADD ValeurTrouvee TO SommeCumul
        ADD 1 TO NbMoisCumul
    END-IF.
    EXIT.

LIRE-INDICATEUR.
    MOVE 'N' TO IndicateurTrouve.
    MOVE 0 TO ValeurTrouvee.
    MOVE PeriodeCherchee TO PeriodeIndicateurLu.
    MOVE CodeLigne TO CodeIndicateurLu.
    READ IndicateurFile
        KEY IS CleIndicateurLu
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE 'O' TO IndicateurTrouve.
    MOVE ValeurIndicateurLu TO ValeurTrouvee.
    EXIT.

FORMATER-COLONNE.
    IF ValeurPresente NOT = 'O'
        MOVE NonDisponible TO ColonneFormatee
        EXIT PARAGRAPH
    END-IF.
    IF UniteLigne = 'N'
        MOVE ValeurAFormater TO NombreEdit
        MOVE NombreEdit TO ColonneFormatee
    ELSE
        MOVE ValeurAFormater TO MontantEdit
        MOVE MontantEdit TO ColonneFormatee
    END-IF.
    EXIT.

IMPRIMER-RAPPROCHEMENT.
*> Ce que chaque activité a encaissé et devait déposer par le pont
*> bancaire, face à ce que TRANSPST a posté pour son origine. Les
*> prélèvements, crédités directement par PRELEV, sont hors pont.
*> Un écart est d'abord un dépôt en transit (encaissement de la
*> dernière nuit, session en attente de validation) : il doit se
*> résorber le mois suivant, sinon il se recherche.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "RAPPROCHEMENT AVEC LES DÉPÔTS DU PONT BANCAIRE".
    DISPLAY "Activité                          Encaissé"
            "     Posté banque           Écart".
    MOVE "  Bibliothèque (AMENDES)" TO LibelleLigne.
    MOVE AmendesADeposer TO EncaisseEdit.
    MOVE AmendesPostees TO PosteEdit.
    COMPUTE EcartRapprochement = AmendesADeposer - AmendesPostees.
    PERFORM IMPRIMER-UN-RAPPROCHEMENT.
    MOVE "  Boutique (CAISSE, PRO)" TO LibelleLigne.
    MOVE BoutiqueADeposer TO EncaisseEdit.
    MOVE BoutiquePostee TO PosteEdit.
    COMPUTE EcartRapprochement = BoutiqueADeposer - BoutiquePostee.
    PERFORM IMPRIMER-UN-RAPPROCHEMENT.
    MOVE "  Jardins (JARDINS)" TO LibelleLigne.
    MOVE JardinsADeposer TO EncaisseEdit.
    MOVE JardinsPostes TO PosteEdit.
    COMPUTE EcartRapprochement = JardinsADeposer - JardinsPostes.
    PERFORM IMPRIMER-UN-RAPPROCHEMENT.
    IF NbEcarts = 0
        DISPLAY "Les trois activités retombent sur leurs dépôts postés."
    ELSE
        DISPLAY NbEcarts " activité(s) en écart : dépôts en transit"
                " ou à rechercher."
    END-IF.
    EXIT.

IMPRIMER-UN-RAPPROCHEMENT.
    MOVE EcartRapprochement TO EcartEdit.
    IF EcartRapprochement NOT = 0
        ADD 1 TO NbEcarts
        ADD 1 TO NbRejetesCtl
        DISPLAY LibelleLigne " " EncaisseEdit "  " PosteEdit "  "
                EcartEdit " ***"
    ELSE
        DISPLAY LibelleLigne " " EncaisseEdit "  " PosteEdit "  "
                EcartEdit
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
    MOVE "RAPGEST" TO NomProgrammeCtl.
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
    MOVE NbIndicateursPublies TO NbPostesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
