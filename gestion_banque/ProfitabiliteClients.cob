IDENTIFICATION DIVISION.
PROGRAM-ID. ProfitabiliteClients.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT TitulaireFile
           ASSIGN TO 'TitulairesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTitulaire
           FILE STATUS IS STATUS-TITULAIRES.

    SELECT HistoriqueIdxFile
           ASSIGN TO 'HistoriqueIdx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleHistoriqueIdx
           FILE STATUS IS STATUS-HISTIDX.

    SELECT SoldeJournalierFile
           ASSIGN TO 'SoldeJournalier'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSoldeJournalier
           FILE STATUS IS STATUS-SOLDES.

    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT ProduitBancaireFile
           ASSIGN TO 'CatalogueProduits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeProduitBancaire
           FILE STATUS IS STATUS-PRODUITS.

    SELECT ParamRentabiliteFile
           ASSIGN TO 'ParamRentabilite'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAM.

DATA DIVISION.
FILE SECTION.
FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD HistoriqueIdxFile.
COPY HistoriqueIdxRecord.

FD SoldeJournalierFile.
COPY SoldeJournalierRecord.

FD PretFile.
COPY PretRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD ProduitBancaireFile.
COPY ProduitBancaireRecord.

FD ParamRentabiliteFile.
*> Paramètres de rentabilité, propriété du contrôle de gestion :
*> taux de cession interne annuel auquel la trésorerie rémunère les
*> ressources (soldes créditeurs, dépôts à terme) et facture les
*> emplois (découverts, prêts), et coût de traitement d'une
*> opération, imputé à chaque mouvement de l'historique.
01 ParamRentabiliteEnrg.
   05 TauxCessionParam      PIC 9V9(4).
   05 CoutOperationParam    PIC 9(3)V99.

WORKING-STORAGE SECTION.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-TITULAIRES PIC XX.
77 STATUS-HISTIDX    PIC XX.
77 STATUS-SOLDES     PIC XX.
77 STATUS-PRETS      PIC XX.
77 STATUS-TERMES     PIC XX.
77 STATUS-PRODUITS   PIC XX.
77 STATUS-PARAM      PIC XX.
01 DateHeureSysteme  PIC X(21).
01 FinFichierCompte  PIC X VALUE 'N'.
01 FinFichier        PIC X.
01 FinMouvements     PIC X.
01 FinTitulaires     PIC X.
01 TitulairesOuverts PIC X VALUE 'N'.
01 ClientsOuverts    PIC X VALUE 'N'.
01 TauxCession       PIC 9V9(4).
01 CoutOperation     PIC 9(3)V99.

*> Période analysée : le mois civil échu.
01 MoisCourant       PIC 9(6).
01 MoisPrecedent     PIC 9(6).
01 DateDebutMois     PIC 9(8).
01 DateFinMois       PIC 9(8).
01 EntierDebut       PIC 9(7).
01 EntierFin         PIC 9(7).
01 EntierCourant     PIC 9(7).
01 NbJoursMois       PIC 9(2).

*> Résultat du compte en cours d'analyse.
01 SoldePorte        PIC S9(11)V99.
01 NombresCrediteurs PIC 9(15)V99.
01 NombresDebiteurs  PIC 9(15)V99.
01 InteretsServis    PIC 9(11)V99.
01 InteretsDebiteurs PIC 9(11)V99.
01 InteretsPrets     PIC 9(11)V99.
01 CommissionsCompte PIC 9(11)V99.
*> Frais rendus au client sur réclamation : un coût du mois, pas une
*> commission négative (le remboursement vise souvent des frais
*> perçus un mois précédent).
01 FraisRembourses   PIC 9(11)V99.
01 NbOperationsCompte PIC 9(7).
01 EncoursPretsCompte PIC 9(13)V99.
01 PrincipalDatCompte PIC 9(13)V99.
01 MargeCompte       PIC S9(13)V99.
01 CoutCompte        PIC 9(13)V99.
01 ResultatCompte    PIC S9(13)V99.
01 ProduitAnalyse    PIC X(4).
01 AgenceAnalyse     PIC X(3).

*> Détenteurs (titulaires et co-titulaires) entre qui le résultat
*> du compte se partage à parts égales.
01 DetenteursTable.
   02 DetenteurLigne OCCURS 5 TIMES.
      03 ClientDetenteurTbl PIC X(10).
01 NbDetenteurs      PIC 9.
01 IndexDetenteur    PIC 9.
01 MargePart         PIC S9(13)V99.
01 CommissionsPart   PIC 9(13)V99.
01 CoutPart          PIC 9(13)V99.
01 ResultatPart      PIC S9(13)V99.
01 OperationsPart    PIC 9(7).

*> Encours de prêts et principal des dépôts à terme par compte lié.
01 EncoursPretsTable.
   02 EncoursPretLigne OCCURS 2000 TIMES.
      03 ComptePretTbl      PIC X(10).
      03 EncoursPretTbl     PIC 9(13)V99.
01 NbEncoursPrets    PIC 9(4) VALUE 0.
01 EncoursDatTable.
   02 EncoursDatLigne OCCURS 2000 TIMES.
      03 CompteDatTbl       PIC X(10).
      03 PrincipalDatTbl    PIC 9(13)V99.
01 NbEncoursDat      PIC 9(4) VALUE 0.
01 IndexEncours      PIC 9(4).

*> Sous-totaux par produit du catalogue ; la dernière ligne chargée
*> porte les comptes sans code produit.
01 ProduitsTable.
   02 ProduitLigne OCCURS 21 TIMES.
      03 CodeProduitTbl     PIC X(4).
      03 LibelleProduitTbl  PIC X(30).
      03 NbComptesProduitTbl PIC 9(6).
      03 MargeProduitTbl    PIC S9(13)V99.
      03 CommProduitTbl     PIC 9(13)V99.
      03 CoutProduitTbl     PIC 9(13)V99.
      03 ResultatProduitTbl PIC S9(13)V99.
01 NbProduits        PIC 9(2) VALUE 0.
01 IndexProduits     PIC 9(2).

01 AgencesTable.
   02 AgenceLigne OCCURS 50 TIMES.
      03 CodeAgenceTbl      PIC X(3).
      03 NbComptesAgenceTbl PIC 9(6).
      03 MargeAgenceTbl     PIC S9(13)V99.
      03 CommAgenceTbl      PIC 9(13)V99.
      03 CoutAgenceTbl      PIC 9(13)V99.
      03 ResultatAgenceTbl  PIC S9(13)V99.
01 NbAgences         PIC 9(2) VALUE 0.
01 IndexAgences      PIC 9(2).

01 ClientsTable.
   02 ClientLigne OCCURS 3000 TIMES.
      03 ClientTbl          PIC X(10).
      03 NbComptesClientTbl PIC 9(4).
      03 NbOperationsClientTbl PIC 9(7).
      03 MargeClientTbl     PIC S9(13)V99.
      03 CommClientTbl      PIC 9(13)V99.
      03 CoutClientTbl      PIC 9(13)V99.
      03 ResultatClientTbl  PIC S9(13)V99.
01 NbClients         PIC 9(4) VALUE 0.
01 IndexClients      PIC 9(4).
01 IndexAutre        PIC 9(4).
01 ClientEchange     PIC X(81).
01 ClientCherche     PIC X(10).

01 NbComptesAnalyses PIC 9(6) VALUE 0.
01 NbComptesLus      PIC 9(6) VALUE 0.
01 NbClientsIgnores  PIC 9(6) VALUE 0.
01 TotalMarge        PIC S9(15)V99 VALUE 0.
01 TotalCommissions  PIC 9(15)V99 VALUE 0.
01 TotalCouts        PIC 9(15)V99 VALUE 0.
01 TotalResultat     PIC S9(15)V99 VALUE 0.
01 RangClient        PIC 9(4).
01 NomAffiche        PIC X(30).
01 MargeEdite        PIC +9(11).99.
01 CommEdite         PIC +9(11).99.
01 CoutEdite         PIC +9(11).99.
01 ResultatEdite     PIC +9(11).99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Rentabilité mensuelle par client : la marge d'intérêt, les
*> commissions et le coût des opérations n'étaient visibles que par
*> morceaux (InteretsBatch, ArreteTrimestriel, FraisMensuels,
*> FacturationFrais, EcheancesPrets). Pour le mois échu, chaque
*> compte rapporte la marge d'intérêt contre le taux de cession
*> interne — ressources rémunérées par la trésorerie, emplois
*> facturés par elle — sur les nombres de SoldeJournalier, l'encours
*> de ses prêts et le principal de ses dépôts à terme, plus les
*> commissions perçues, moins le coût des mouvements de l'historique.
*> Le résultat se consolide par client via TitulairesComptes, se
*> classe du plus au moins rentable et se sous-totalise par agence
*> et par produit du catalogue. Auto-conditionné au premier du mois.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Rentabilité clients : état produit le premier du mois seulement."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    MOVE DateTraitementJour(1:6) TO MoisCourant.
    IF DateTraitementJour(5:2) = "01"
        COMPUTE MoisPrecedent = MoisCourant - 89
    ELSE
        COMPUTE MoisPrecedent = MoisCourant - 1
    END-IF.
    COMPUTE DateDebutMois = MoisPrecedent * 100 + 1.
    COMPUTE EntierDebut = FUNCTION INTEGER-OF-DATE(DateDebutMois).
    COMPUTE EntierFin = FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateFinMois = FUNCTION DATE-OF-INTEGER(EntierFin).
    COMPUTE NbJoursMois = EntierFin - EntierDebut + 1.

    PERFORM CHARGER-PARAMETRES.
    PERFORM CHARGER-CATALOGUE-PRODUITS.
    PERFORM CHARGER-ENCOURS-PRETS.
    PERFORM CHARGER-ENCOURS-DAT.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN INPUT HistoriqueIdxFile.
    IF STATUS-HISTIDX NOT = "00"
        DISPLAY "HistoriqueIdx indisponible (" STATUS-HISTIDX
                ") : intérêts, commissions et opérations du mois inconnus."
        CLOSE CompteFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT SoldeJournalierFile.
    IF STATUS-SOLDES NOT = "00"
        DISPLAY "SoldeJournalier indisponible (" STATUS-SOLDES
                ") : les nombres du mois ne peuvent pas se reconstruire."
        CLOSE CompteFile
        CLOSE HistoriqueIdxFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
*>  Sans fichier des titulaires, chaque compte revient au titulaire
*>  porté par CompteRecord.
    OPEN INPUT TitulaireFile.
    IF STATUS-TITULAIRES = "00"
        MOVE 'O' TO TitulairesOuverts
    END-IF.

    PERFORM ANALYSER-UN-COMPTE UNTIL FinFichierCompte = 'O'.

    CLOSE CompteFile.
    CLOSE HistoriqueIdxFile.
    CLOSE SoldeJournalierFile.
    IF TitulairesOuverts = 'O'
        CLOSE TitulaireFile
    END-IF.

    PERFORM CLASSER-CLIENTS
        VARYING IndexClients FROM 1 BY 1 UNTIL IndexClients >= NbClients
        AFTER IndexAutre FROM IndexClients BY 1 UNTIL IndexAutre > NbClients.

    PERFORM IMPRIMER-RAPPORT.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CHARGER-PARAMETRES.
*> Au premier accès le fichier n'existe pas encore : on l'amorce
*> avec les valeurs du contrôle de gestion (même idiome que les
*> paramètres de l'arrêté trimestriel).
    OPEN INPUT ParamRentabiliteFile.
    IF STATUS-PARAM = "35"
        OPEN OUTPUT ParamRentabiliteFile
        MOVE 0.0300 TO TauxCessionParam
        MOVE 0.40 TO CoutOperationParam
        WRITE ParamRentabiliteEnrg
        CLOSE ParamRentabiliteFile
        OPEN INPUT ParamRentabiliteFile
    END-IF.
    IF STATUS-PARAM NOT = "00"
        DISPLAY "Impossible d'ouvrir ParamRentabilite. Code de statut : " STATUS-PARAM
        STOP RUN
    END-IF.
    READ ParamRentabiliteFile
        AT END
            MOVE 0.0300 TO TauxCessionParam
            MOVE 0.40 TO CoutOperationParam
    END-READ.
    MOVE TauxCessionParam TO TauxCession.
    MOVE CoutOperationParam TO CoutOperation.
    CLOSE ParamRentabiliteFile.
    EXIT.

CHARGER-CATALOGUE-PRODUITS.
*> Une ligne de sous-total par produit du catalogue, plus une ligne
*> finale pour les comptes sans code produit (enregistrements
*> anciens ou ouverts en saisie manuelle).
    MOVE 0 TO NbProduits.
    MOVE 'N' TO FinFichier.
    OPEN INPUT ProduitBancaireFile.
    IF STATUS-PRODUITS = "00"
        PERFORM CHARGER-UN-PRODUIT UNTIL FinFichier = 'O'
        CLOSE ProduitBancaireFile
    END-IF.
    ADD 1 TO NbProduits.
    INITIALIZE ProduitLigne(NbProduits).
    MOVE SPACES TO CodeProduitTbl(NbProduits).
    MOVE "Sans produit / hors catalogue" TO LibelleProduitTbl(NbProduits).
    EXIT.

CHARGER-UN-PRODUIT.
    READ ProduitBancaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NbProduits NOT < 20
                DISPLAY "Catalogue des produits plein (20). Produit ignoré : "
                        CodeProduitBancaire
            ELSE
                ADD 1 TO NbProduits
                INITIALIZE ProduitLigne(NbProduits)
                MOVE CodeProduitBancaire TO CodeProduitTbl(NbProduits)
                MOVE LibelleProduit TO LibelleProduitTbl(NbProduits)
            END-IF
    END-READ.
    EXIT.

CHARGER-ENCOURS-PRETS.
*> Restant dû des prêts en cours ou passés en perte, cumulé par
*> compte de l'emprunteur : c'est l'emploi que la trésorerie
*> refinance au taux de cession.
    MOVE 'N' TO FinFichier.
    OPEN INPUT PretFile.
    IF STATUS-PRETS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-PRET UNTIL FinFichier = 'O'.
    CLOSE PretFile.
    EXIT.

CHARGER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutPret NOT = 'O' AND StatutPret NOT = 'P'
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO IndexEncours.
    PERFORM AVANCER-ENCOURS-PRET
        UNTIL IndexEncours > NbEncoursPrets
           OR ComptePretTbl(IndexEncours) = NumeroComptePret.
    IF IndexEncours > NbEncoursPrets
        IF NbEncoursPrets NOT < 2000
            DISPLAY "Table des encours de prêts pleine (2000). Prêt ignoré : "
                    NumeroPret
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbEncoursPrets
        MOVE NumeroComptePret TO ComptePretTbl(NbEncoursPrets)
        MOVE 0 TO EncoursPretTbl(NbEncoursPrets)
        MOVE NbEncoursPrets TO IndexEncours
    END-IF.
    ADD SoldeRestantPret TO EncoursPretTbl(IndexEncours).
    EXIT.

AVANCER-ENCOURS-PRET.
    ADD 1 TO IndexEncours.
    EXIT.

CHARGER-ENCOURS-DAT.
*> Principal des dépôts à terme ouverts, cumulé par compte lié :
*> ressource que la trésorerie rémunère au taux de cession.
    MOVE 'N' TO FinFichier.
    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-DAT UNTIL FinFichier = 'O'.
    CLOSE DepotTermeFile.
    EXIT.

CHARGER-UN-DAT.
    READ DepotTermeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR StatutTerme NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO IndexEncours.
    PERFORM AVANCER-ENCOURS-DAT
        UNTIL IndexEncours > NbEncoursDat
           OR CompteDatTbl(IndexEncours) = NumeroCompteTerme.
    IF IndexEncours > NbEncoursDat
        IF NbEncoursDat NOT < 2000
            DISPLAY "Table des dépôts à terme pleine (2000). Dépôt ignoré : "
                    NumeroDepotTerme
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbEncoursDat
        MOVE NumeroCompteTerme TO CompteDatTbl(NbEncoursDat)
        MOVE 0 TO PrincipalDatTbl(NbEncoursDat)
        MOVE NbEncoursDat TO IndexEncours
    END-IF.
    ADD PrincipalTerme TO PrincipalDatTbl(IndexEncours).
    EXIT.

AVANCER-ENCOURS-DAT.
    ADD 1 TO IndexEncours.
    EXIT.

ANALYSER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichierCompte
    END-READ.
    IF FinFichierCompte = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesLus.

    PERFORM CONSTRUIRE-NOMBRES.
    PERFORM LIRE-MOUVEMENTS-MOIS.
    PERFORM RETROUVER-ENCOURS.

*>  Un compte clos sans mouvement ni encours du mois ne rapporte ni
*>  ne coûte rien : il n'encombre pas l'état.
    IF StatutCompte = 'C' AND NbOperationsCompte = 0
       AND NombresCrediteurs = 0 AND NombresDebiteurs = 0
       AND EncoursPretsCompte = 0 AND PrincipalDatCompte = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesAnalyses.

*>  Marge d'intérêt contre le taux de cession interne, en nombres
*>  sur 360 jours comme l'arrêté trimestriel : ressources (solde
*>  créditeur, dépôt à terme) valorisées au taux de cession moins
*>  les intérêts servis ; emplois (découvert, prêt) valant intérêts
*>  perçus moins leur coût de refinancement.
    COMPUTE MargeCompte ROUNDED =
            (NombresCrediteurs - NombresDebiteurs
             + (PrincipalDatCompte - EncoursPretsCompte) * NbJoursMois)
            * TauxCession / 360
            + InteretsDebiteurs + InteretsPrets - InteretsServis.
    COMPUTE CoutCompte = NbOperationsCompte * CoutOperation
                         + FraisRembourses.
    COMPUTE ResultatCompte =
            MargeCompte + CommissionsCompte - CoutCompte.

    ADD MargeCompte TO TotalMarge.
    ADD CommissionsCompte TO TotalCommissions.
    ADD CoutCompte TO TotalCouts.
    ADD ResultatCompte TO TotalResultat.

    PERFORM CUMULER-PRODUIT.
    PERFORM CUMULER-AGENCE.
    PERFORM RETROUVER-DETENTEURS.
    PERFORM CUMULER-UN-DETENTEUR
        VARYING IndexDetenteur FROM 1 BY 1
        UNTIL IndexDetenteur > NbDetenteurs.
    EXIT.

CONSTRUIRE-NOMBRES.
*> Même échelle que ArreteTrimestriel : solde de l'instantané du
*> jour, ou dernier solde connu quand la nuit n'en a pas produit.
    MOVE 0 TO NombresCrediteurs.
    MOVE 0 TO NombresDebiteurs.
    MOVE 0 TO SoldePorte.
    PERFORM CUMULER-UN-JOUR
        VARYING EntierCourant FROM EntierDebut BY 1
        UNTIL EntierCourant > EntierFin.
    EXIT.

CUMULER-UN-JOUR.
    COMPUTE DateSolde = FUNCTION DATE-OF-INTEGER(EntierCourant).
    MOVE NumeroCompte TO NumeroCompteSolde.
    READ SoldeJournalierFile
        KEY IS CleSoldeJournalier
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SoldeJour TO SoldePorte
    END-READ.
    IF SoldePorte < 0
        SUBTRACT SoldePorte FROM NombresDebiteurs
    ELSE
        ADD SoldePorte TO NombresCrediteurs
    END-IF.
    EXIT.

LIRE-MOUVEMENTS-MOIS.
*> Mouvements du mois du compte, par la copie indexée de
*> l'historique : intérêts servis et perçus, commissions, et une
*> opération comptée par mouvement pour le coût de traitement.
    MOVE 0 TO InteretsServis.
    MOVE 0 TO InteretsDebiteurs.
    MOVE 0 TO InteretsPrets.
    MOVE 0 TO CommissionsCompte.
    MOVE 0 TO FraisRembourses.
    MOVE 0 TO NbOperationsCompte.
    MOVE 'N' TO FinMouvements.
    MOVE NumeroCompte TO NumeroCompteIdx.
    MOVE DateDebutMois TO DateMouvementIdx.
    MOVE 0 TO HeureMouvementIdx.
    MOVE 0 TO NumeroSequenceIdx.
    START HistoriqueIdxFile KEY IS NOT LESS THAN CleHistoriqueIdx
        INVALID KEY
            MOVE 'O' TO FinMouvements
    END-START.
    PERFORM CLASSER-UN-MOUVEMENT UNTIL FinMouvements = 'O'.
    EXIT.

CLASSER-UN-MOUVEMENT.
    READ HistoriqueIdxFile NEXT RECORD
        AT END
            MOVE 'O' TO FinMouvements
    END-READ.
    IF FinMouvements = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroCompteIdx NOT = NumeroCompte
       OR DateMouvementIdx > DateFinMois
        MOVE 'O' TO FinMouvements
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbOperationsCompte.
    EVALUATE ActionIdx
        WHEN "Intérêt"
            ADD MontantIdx TO InteretsServis
        WHEN "Intérêts débiteurs"
            ADD MontantIdx TO InteretsDebiteurs
        WHEN "Remb. prêt intér."
            ADD MontantIdx TO InteretsPrets
        WHEN "Frais de tenue"
        WHEN "Frais d'opérations"
        WHEN "Indemnité RA prêt"
        WHEN "Pénalité prêt"
        WHEN "Commission engag."
            ADD MontantIdx TO CommissionsCompte
        WHEN "Remb. frais"
            ADD MontantIdx TO FraisRembourses
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

RETROUVER-ENCOURS.
    MOVE 0 TO EncoursPretsCompte.
    MOVE 0 TO PrincipalDatCompte.
    MOVE 1 TO IndexEncours.
    PERFORM AVANCER-ENCOURS-PRET
        UNTIL IndexEncours > NbEncoursPrets
           OR ComptePretTbl(IndexEncours) = NumeroCompte.
    IF IndexEncours NOT > NbEncoursPrets
        MOVE EncoursPretTbl(IndexEncours) TO EncoursPretsCompte
    END-IF.
    MOVE 1 TO IndexEncours.
    PERFORM AVANCER-ENCOURS-DAT
        UNTIL IndexEncours > NbEncoursDat
           OR CompteDatTbl(IndexEncours) = NumeroCompte.
    IF IndexEncours NOT > NbEncoursDat
        MOVE PrincipalDatTbl(IndexEncours) TO PrincipalDatCompte
    END-IF.
    EXIT.

CUMULER-PRODUIT.
*> Un code produit absent du catalogue tombe sur la ligne finale.
    MOVE CodeProduitCompte TO ProduitAnalyse.
    MOVE 1 TO IndexProduits.
    PERFORM AVANCER-PRODUIT
        UNTIL IndexProduits >= NbProduits
           OR CodeProduitTbl(IndexProduits) = ProduitAnalyse.
    ADD 1 TO NbComptesProduitTbl(IndexProduits).
    ADD MargeCompte TO MargeProduitTbl(IndexProduits).
    ADD CommissionsCompte TO CommProduitTbl(IndexProduits).
    ADD CoutCompte TO CoutProduitTbl(IndexProduits).
    ADD ResultatCompte TO ResultatProduitTbl(IndexProduits).
    EXIT.

AVANCER-PRODUIT.
    ADD 1 TO IndexProduits.
    EXIT.

CUMULER-AGENCE.
    MOVE CodeAgenceCompte TO AgenceAnalyse.
    MOVE 1 TO IndexAgences.
    PERFORM AVANCER-AGENCE
        UNTIL IndexAgences > NbAgences
           OR CodeAgenceTbl(IndexAgences) = AgenceAnalyse.
    IF IndexAgences > NbAgences
        IF NbAgences NOT < 50
            DISPLAY "Table des agences pleine (50). Agence cumulée en dernière ligne : "
                    AgenceAnalyse
            MOVE 50 TO IndexAgences
        ELSE
            ADD 1 TO NbAgences
            INITIALIZE AgenceLigne(NbAgences)
            MOVE AgenceAnalyse TO CodeAgenceTbl(NbAgences)
            MOVE NbAgences TO IndexAgences
        END-IF
    END-IF.
    ADD 1 TO NbComptesAgenceTbl(IndexAgences).
    ADD MargeCompte TO MargeAgenceTbl(IndexAgences).
    ADD CommissionsCompte TO CommAgenceTbl(IndexAgences).
    ADD CoutCompte TO CoutAgenceTbl(IndexAgences).
    ADD ResultatCompte TO ResultatAgenceTbl(IndexAgences).
    EXIT.

AVANCER-AGENCE.
    ADD 1 TO IndexAgences.
    EXIT.

RETROUVER-DETENTEURS.
*> Titulaires et co-titulaires du compte ; les mandataires n'en
*> sont pas propriétaires et ne se voient rien attribuer. Compte
*> sans ligne au fichier : le titulaire de CompteRecord.
    MOVE 0 TO NbDetenteurs.
    IF TitulairesOuverts = 'O'
        MOVE 'N' TO FinTitulaires
        MOVE NumeroCompte TO NumeroCompteTitulaire
        MOVE LOW-VALUES TO NumeroClientTitulaire
        START TitulaireFile KEY IS NOT LESS THAN CleTitulaire
            INVALID KEY
                MOVE 'O' TO FinTitulaires
        END-START
        PERFORM RELEVER-UN-DETENTEUR UNTIL FinTitulaires = 'O'
    END-IF.
    IF NbDetenteurs = 0
        MOVE 1 TO NbDetenteurs
        MOVE NumeroClientCompte TO ClientDetenteurTbl(1)
    END-IF.
    COMPUTE MargePart ROUNDED = MargeCompte / NbDetenteurs.
    COMPUTE CommissionsPart ROUNDED = CommissionsCompte / NbDetenteurs.
    COMPUTE CoutPart ROUNDED = CoutCompte / NbDetenteurs.
    COMPUTE ResultatPart = MargePart + CommissionsPart - CoutPart.
    COMPUTE OperationsPart = NbOperationsCompte / NbDetenteurs.
    EXIT.

RELEVER-UN-DETENTEUR.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTitulaires
    END-READ.
    IF FinTitulaires = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroCompteTitulaire NOT = NumeroCompte
        MOVE 'O' TO FinTitulaires
        EXIT PARAGRAPH
    END-IF.
    IF (RoleTitulaire = 'T' OR RoleTitulaire = 'C') AND NbDetenteurs < 5
        ADD 1 TO NbDetenteurs
        MOVE NumeroClientTitulaire TO ClientDetenteurTbl(NbDetenteurs)
    END-IF.
    EXIT.

CUMULER-UN-DETENTEUR.
    MOVE ClientDetenteurTbl(IndexDetenteur) TO ClientCherche.
    MOVE 1 TO IndexClients.
    PERFORM AVANCER-CLIENT
        UNTIL IndexClients > NbClients
           OR ClientTbl(IndexClients) = ClientCherche.
    IF IndexClients > NbClients
        IF NbClients NOT < 3000
            ADD 1 TO NbClientsIgnores
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbClients
        INITIALIZE ClientLigne(NbClients)
        MOVE ClientCherche TO ClientTbl(NbClients)
        MOVE NbClients TO IndexClients
    END-IF.
    ADD 1 TO NbComptesClientTbl(IndexClients).
    ADD OperationsPart TO NbOperationsClientTbl(IndexClients).
    ADD MargePart TO MargeClientTbl(IndexClients).
    ADD CommissionsPart TO CommClientTbl(IndexClients).
    ADD CoutPart TO CoutClientTbl(IndexClients).
    ADD ResultatPart TO ResultatClientTbl(IndexClients).
    EXIT.

AVANCER-CLIENT.
    ADD 1 TO IndexClients.
    EXIT.

CLASSER-CLIENTS.
*> Classement du plus au moins rentable, par échange : quelques
*> milliers de clients au plus, un tri en table suffit.
    IF ResultatClientTbl(IndexAutre) > ResultatClientTbl(IndexClients)
        MOVE ClientLigne(IndexClients) TO ClientEchange
        MOVE ClientLigne(IndexAutre) TO ClientLigne(IndexClients)
        MOVE ClientEchange TO ClientLigne(IndexAutre)
    END-IF.
    EXIT.

IMPRIMER-RAPPORT.
    DISPLAY "========================================================".
    DISPLAY "RENTABILITÉ PAR CLIENT - MOIS " MoisPrecedent
            " (du " DateDebutMois " au " DateFinMois ")".
    DISPLAY "Taux de cession interne " TauxCession
            " | coût par opération " CoutOperation.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Rang Client     Nom                            Comptes Opér.".
    DISPLAY "     Marge d'intérêt  Commissions      Coût opérations  Résultat".
    DISPLAY "--------------------------------------------------------".
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE 'O' TO ClientsOuverts
    END-IF.
    PERFORM IMPRIMER-UN-CLIENT
        VARYING IndexClients FROM 1 BY 1 UNTIL IndexClients > NbClients.
    IF ClientsOuverts = 'O'
        CLOSE ClientFile
    END-IF.
    IF NbClientsIgnores > 0
        DISPLAY "Table des clients pleine (3000) : " NbClientsIgnores
                " attribution(s) non classée(s)."
    END-IF.

    DISPLAY "--------------------------------------------------------".
    DISPLAY "SOUS-TOTAUX PAR AGENCE".
    PERFORM IMPRIMER-UNE-AGENCE
        VARYING IndexAgences FROM 1 BY 1 UNTIL IndexAgences > NbAgences.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "SOUS-TOTAUX PAR PRODUIT".
    PERFORM IMPRIMER-UN-PRODUIT
        VARYING IndexProduits FROM 1 BY 1 UNTIL IndexProduits > NbProduits.
    DISPLAY "--------------------------------------------------------".
    MOVE TotalMarge TO MargeEdite.
    MOVE TotalCommissions TO CommEdite.
    MOVE TotalCouts TO CoutEdite.
    MOVE TotalResultat TO ResultatEdite.
    DISPLAY "TOTAL BANQUE : " NbComptesAnalyses " compte(s), "
            NbClients " client(s)".
    DISPLAY "     " MargeEdite " " CommEdite " " CoutEdite " " ResultatEdite.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UN-CLIENT.
    MOVE IndexClients TO RangClient.
    MOVE SPACES TO NomAffiche.
    IF ClientsOuverts = 'O'
        MOVE ClientTbl(IndexClients) TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                MOVE "(client inconnu)" TO NomAffiche
            NOT INVALID KEY
                MOVE NomClient TO NomAffiche
        END-READ
    END-IF.
    MOVE MargeClientTbl(IndexClients) TO MargeEdite.
    MOVE CommClientTbl(IndexClients) TO CommEdite.
    MOVE CoutClientTbl(IndexClients) TO CoutEdite.
    MOVE ResultatClientTbl(IndexClients) TO ResultatEdite.
    DISPLAY RangClient " " ClientTbl(IndexClients) " " NomAffiche " "
            NbComptesClientTbl(IndexClients) " "
            NbOperationsClientTbl(IndexClients).
    DISPLAY "     " MargeEdite " " CommEdite " " CoutEdite " " ResultatEdite.
    EXIT.

IMPRIMER-UNE-AGENCE.
    MOVE MargeAgenceTbl(IndexAgences) TO MargeEdite.
    MOVE CommAgenceTbl(IndexAgences) TO CommEdite.
    MOVE CoutAgenceTbl(IndexAgences) TO CoutEdite.
    MOVE ResultatAgenceTbl(IndexAgences) TO ResultatEdite.
    DISPLAY "Agence " CodeAgenceTbl(IndexAgences) " : "
            NbComptesAgenceTbl(IndexAgences) " compte(s)".
    DISPLAY "     " MargeEdite " " CommEdite " " CoutEdite " " ResultatEdite.
    EXIT.

IMPRIMER-UN-PRODUIT.
    IF NbComptesProduitTbl(IndexProduits) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE MargeProduitTbl(IndexProduits) TO MargeEdite.
    MOVE CommProduitTbl(IndexProduits) TO CommEdite.
    MOVE CoutProduitTbl(IndexProduits) TO CoutEdite.
    MOVE ResultatProduitTbl(IndexProduits) TO ResultatEdite.
    DISPLAY "Produit " CodeProduitTbl(IndexProduits) " "
            LibelleProduitTbl(IndexProduits) " : "
            NbComptesProduitTbl(IndexProduits) " compte(s)".
    DISPLAY "     " MargeEdite " " CommEdite " " CoutEdite " " ResultatEdite.
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
    MOVE "RENTACLI" TO NomProgrammeCtl.
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
    MOVE NbComptesLus TO NbLusCtl.
    MOVE NbComptesAnalyses TO NbPostesCtl.
    MOVE NbClientsIgnores TO NbRejetesCtl.
    MOVE TotalCommissions TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
