IDENTIFICATION DIVISION.
PROGRAM-ID. StatistiquesMonetaires.

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

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT TauxChangeFile
           ASSIGN TO 'TauxChangeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT DeclarationStatFile
           ASSIGN TO 'DeclarationStatMonetaire'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-DECLARATION.

DATA DIVISION.
FILE SECTION.
FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD PretFile.
COPY PretRecord.

FD TauxChangeFile.
COPY TauxChangeRecord.

FD DeclarationStatFile.
*> Remise au format fixe du régulateur, 80 positions : un en-tête
*> ('0'), une ligne par croisement catégorie x résidence x secteur x
*> devise x échéance initiale x échéance résiduelle ('1'), et une
*> fin de remise ('9') portant le nombre de lignes et le total en
*> contre-valeur EUR, que le régulateur rapproche à la réception.
01 EnTeteStatEnrg.
   05 TypeEnrgEnTete         PIC X.
   05 CodeRemiseEnTete       PIC X(6).
   05 CodeDeclarantEnTete    PIC X(5).
   05 PeriodeEnTete          PIC 9(6).
   05 DateProductionEnTete   PIC 9(8).
   05 FILLER                 PIC X(54).
01 DetailStatEnrg.
   05 TypeEnrgDetail         PIC X.
   05 CategorieDetail        PIC X(2).
   05 ResidenceDetail        PIC X.
   05 SecteurDetail          PIC X(3).
   05 DeviseDetail           PIC X(3).
   05 EcheanceInitDetail     PIC X.
   05 EcheanceResidDetail    PIC X.
   05 MontantDeviseDetail    PIC 9(15)V99.
   05 MontantEurDetail       PIC 9(15)V99.
   05 NbContratsDetail       PIC 9(7).
   05 FILLER                 PIC X(27).
01 FinStatEnrg.
   05 TypeEnrgFin            PIC X.
   05 NbDetailsFin           PIC 9(7).
   05 TotalEurFin            PIC 9(17)V99.
   05 FILLER                 PIC X(53).

WORKING-STORAGE SECTION.
77 STATUS-COMPTES      PIC XX.
77 STATUS-CLIENTS      PIC XX.
77 STATUS-TERMES       PIC XX.
77 STATUS-PRETS        PIC XX.
77 STATUS-TAUXCHANGE   PIC XX.
77 STATUS-DECLARATION  PIC XX.
01 FinComptes          PIC X.
01 FinTermes           PIC X.
01 FinPrets            PIC X.
01 DateHeureSysteme    PIC X(21).
01 EntierDate          PIC 9(8).
01 DateLendemain       PIC 9(8).
01 PeriodeDeclaree     PIC 9(6).

*> Code établissement attribué par le régulateur, repris en tête de
*> chaque remise.
01 CodeDeclarant       PIC X(5) VALUE "18000".

*> Pays de la zone euro : la résidence se déclare 'R' France, 'Z'
*> autre pays de la zone euro, 'M' reste du monde, 'N' non
*> renseignée (client sans pays ou compte sans client).
01 PaysZoneEuro.
   02 PaysZoneEuroValeurs.
      03 FILLER PIC X(42)
         VALUE "ATBEBGHRCYEEFIFRDEGRIEITLVLTLUMTNLPTSKSIES".
   02 PaysZoneEuroRedef REDEFINES PaysZoneEuroValeurs.
      03 CodePaysZoneEuro OCCURS 21 TIMES PIC XX.
01 IndexPaysZoneEuro   PIC 9(2).

*> Contrat en cours de classement, renseigné par le balayage de
*> chaque fichier puis cumulé par CUMULER-CONTRAT.
01 CleStatCourante.
   05 CategorieCourante      PIC X(2).
   05 ResidenceCourante      PIC X.
   05 SecteurCourant         PIC X(3).
   05 DeviseCourante         PIC X(3).
   05 EcheanceInitCourante   PIC X.
   05 EcheanceResidCourante  PIC X.
01 MontantCourant       PIC 9(13)V99.
01 MontantEur           PIC 9(13)V99.
01 ReferenceContrat     PIC X(20).
01 NumeroClientCourant  PIC X(10).

*> Cumuls de la remise, une ligne par croisement rencontré.
01 TableStatistique.
   02 LigneStat OCCURS 500 TIMES.
      03 CleLigneStat.
         04 CategorieStat        PIC X(2).
         04 ResidenceStat        PIC X.
         04 SecteurStat          PIC X(3).
         04 DeviseStat           PIC X(3).
         04 EcheanceInitStat     PIC X.
         04 EcheanceResidStat    PIC X.
      03 MontantDeviseStat   PIC 9(15)V99.
      03 MontantEurStat      PIC 9(15)V99.
      03 NbContratsStat      PIC 9(7).
01 NbLignesStat         PIC 9(3) VALUE 0.
01 IndexStat            PIC 9(3).
01 IndexStatTrouve      PIC 9(3).

*> Échéances : 'V' à vue, 'A' jusqu'à un an, 'B' un à deux ans,
*> 'C' deux à cinq ans, 'D' plus de cinq ans.
01 NbJoursDuree         PIC S9(6).
01 NbMoisDuree          PIC 9(3).
01 CodeEcheanceCalcule  PIC X.
*> Le prêt ne porte pas sa date de fin : sa durée se retrouve en
*> déroulant le tableau d'amortissement mois par mois à partir du
*> capital, du taux et de la mensualité, jusqu'à extinction ou au
*> delà de soixante mois (seuil de la dernière tranche).
01 CapitalSimule        PIC S9(13)V9(6).
01 TauxMensuelPret      PIC 9V9(8).

01 NbComptesLus         PIC 9(7) VALUE 0.
01 NbTermesLus          PIC 9(7) VALUE 0.
01 NbPretsLus           PIC 9(7) VALUE 0.
01 NbContratsRetenus    PIC 9(8) VALUE 0.
01 NbAnomalies          PIC 9(6) VALUE 0.
01 NbContratsIgnores    PIC 9(6) VALUE 0.
01 TotalEurDepotsVue    PIC 9(15)V99 VALUE 0.
01 TotalEurDepotsTerme  PIC 9(15)V99 VALUE 0.
01 TotalEurCredits      PIC 9(15)V99 VALUE 0.
01 TotalEurRemise       PIC 9(17)V99 VALUE 0.
01 MontantAffiche       PIC Z(14)9.99.
01 MontantEurAffiche    PIC Z(14)9.99.

01 TauxChangeTable.
   02 TauxChangeLigne OCCURS 50 TIMES.
      03 CodeDeviseTbl   PIC X(3).
      03 DateEffetTbl    PIC 9(8).
      03 TauxTbl         PIC 9(3)V9(4).
01 NbTauxChange          PIC 9(3).
01 IndexTauxChange       PIC 9(3).
01 FinTauxChangeFile     PIC X.
01 CodeDeviseRecherche   PIC X(3).
01 TauxTrouve            PIC 9(3)V9(4).
01 MeilleureDateEffet    PIC 9(8).
01 TauxRencontre         PIC X.
01 DateComptable         PIC 9(8).

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
COPY IndicateurGestionRecord.
01 StatutIndicateur     PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Remise statistique monétaire mensuelle au régulateur : encours
*> de dépôts (à vue dans CompteFile, à terme dans DepotTermeFile) et
*> de crédits (PretFile, plus les soldes débiteurs à vue) ventilés
*> par résidence et secteur du client, par devise, et par échéance
*> initiale et résiduelle. Arrêté au dernier jour du mois comme la
*> clôture comptable. Produit le fichier au format du régulateur et
*> un listing de contrôle avec les anomalies de classement, que le
*> service des déclarations corrige dans GestionClients avant la
*> remise suivante.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    MOVE DateTraitementJour TO DateComptable.
    PERFORM DEBUTER-CONTROLE.

*>  Auto-conditionnement au dernier jour du mois.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour) + 1.
    COMPUTE DateLendemain = FUNCTION DATE-OF-INTEGER(EntierDate).
    IF DateLendemain(1:6) = DateTraitementJour(1:6)
        DISPLAY "Pas le dernier jour du mois : remise statistique différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    MOVE DateTraitementJour(1:6) TO PeriodeDeclaree.

    PERFORM CHARGER-TAUX-CHANGE.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "ClientFile indisponible (" STATUS-CLIENTS
                ") : tous les contrats seront déclarés non classés."
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "REMISE STATISTIQUE MONÉTAIRE - PÉRIODE " PeriodeDeclaree
            " (arrêté du " DateTraitementJour ")".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Anomalies de classement :".

    PERFORM CLASSER-COMPTES.
    PERFORM CLASSER-TERMES.
    PERFORM CLASSER-PRETS.

    CLOSE CompteFile.
    IF STATUS-CLIENTS = "00"
        CLOSE ClientFile
    END-IF.
    IF NbAnomalies = 0
        DISPLAY "  (aucune)"
    END-IF.

    PERFORM ECRIRE-REMISE.
    PERFORM IMPRIMER-LISTING.
    PERFORM PUBLIER-INDICATEURS.

    IF NbContratsIgnores > 0
        MOVE "KO" TO StatutFinCtl
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE "OK" TO StatutFinCtl
    END-IF.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CLASSER-COMPTES.
*> Dépôts à vue : solde créditeur du compte. Un solde débiteur est
*> un crédit (découvert) à moins d'un an, il part en crédits.
    MOVE 'N' TO FinComptes.
    MOVE LOW-VALUES TO NumeroCompte.
    START CompteFile KEY IS NOT LESS THAN NumeroCompte
        INVALID KEY
            MOVE 'O' TO FinComptes
    END-START.
    PERFORM CLASSER-UN-COMPTE UNTIL FinComptes = 'O'.
    EXIT.

CLASSER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinComptes
    END-READ.
    IF FinComptes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesLus.
    IF SoldeCompte = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ReferenceContrat.
    STRING "Compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           INTO ReferenceContrat
    END-STRING.
    IF SoldeCompte > 0
        MOVE "DV" TO CategorieCourante
        MOVE 'V' TO EcheanceInitCourante
        MOVE 'V' TO EcheanceResidCourante
        MOVE SoldeCompte TO MontantCourant
    ELSE
        MOVE "CR" TO CategorieCourante
        MOVE 'A' TO EcheanceInitCourante
        MOVE 'A' TO EcheanceResidCourante
        COMPUTE MontantCourant = 0 - SoldeCompte
    END-IF.
    MOVE Devise TO DeviseCourante.
    MOVE NumeroClientCompte TO NumeroClientCourant.
    PERFORM CLASSER-CLIENT.
    PERFORM CUMULER-CONTRAT.
    EXIT.

CLASSER-TERMES.
    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES NOT = "00"
        DISPLAY "  DepotTermeFile indisponible (" STATUS-TERMES
                ") : aucun dépôt à terme déclaré."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinTermes.
    MOVE 0 TO NumeroDepotTerme.
    START DepotTermeFile KEY IS NOT LESS THAN NumeroDepotTerme
        INVALID KEY
            MOVE 'O' TO FinTermes
    END-START.
    PERFORM CLASSER-UN-TERME UNTIL FinTermes = 'O'.
    CLOSE DepotTermeFile.
    EXIT.

CLASSER-UN-TERME.
    READ DepotTermeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTermes
    END-READ.
    IF FinTermes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbTermesLus.
    IF StatutTerme NOT = 'O' OR PrincipalTerme = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ReferenceContrat.
    STRING "Dépôt à terme " DELIMITED BY SIZE
           NumeroDepotTerme DELIMITED BY SIZE
           INTO ReferenceContrat
    END-STRING.
    MOVE "DT" TO CategorieCourante.
    MOVE PrincipalTerme TO MontantCourant.

*>  Échéance initiale de la date de début à l'échéance, résiduelle
*>  de l'arrêté à l'échéance ; un terme échu non encore remboursé
*>  reste à moins d'un an.
    MOVE 0 TO NbJoursDuree.
    IF DateDebutTerme NUMERIC AND DateDebutTerme > 0
       AND DateEcheanceTerme NUMERIC AND DateEcheanceTerme > DateDebutTerme
        COMPUTE NbJoursDuree =
                FUNCTION INTEGER-OF-DATE(DateEcheanceTerme)
              - FUNCTION INTEGER-OF-DATE(DateDebutTerme)
    END-IF.
    PERFORM CLASSER-DUREE-JOURS.
    MOVE CodeEcheanceCalcule TO EcheanceInitCourante.
    MOVE 0 TO NbJoursDuree.
    IF DateEcheanceTerme NUMERIC AND DateEcheanceTerme > DateComptable
        COMPUTE NbJoursDuree =
                FUNCTION INTEGER-OF-DATE(DateEcheanceTerme)
              - FUNCTION INTEGER-OF-DATE(DateComptable)
    END-IF.
    PERFORM CLASSER-DUREE-JOURS.
    MOVE CodeEcheanceCalcule TO EcheanceResidCourante.

    MOVE NumeroCompteTerme TO NumeroCompte.
    PERFORM RETROUVER-COMPTE-LIE.
    PERFORM CLASSER-CLIENT.
    PERFORM CUMULER-CONTRAT.
    EXIT.

CLASSER-PRETS.
    OPEN INPUT PretFile.
    IF STATUS-PRETS NOT = "00"
        DISPLAY "  PretFile indisponible (" STATUS-PRETS
                ") : aucun prêt déclaré."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinPrets.
    MOVE 0 TO NumeroPret.
    START PretFile KEY IS NOT LESS THAN NumeroPret
        INVALID KEY
            MOVE 'O' TO FinPrets
    END-START.
    PERFORM CLASSER-UN-PRET UNTIL FinPrets = 'O'.
    CLOSE PretFile.
    EXIT.

CLASSER-UN-PRET.
*> Seuls les prêts en cours sont un encours : soldé ou passé en
*> perte, le prêt est sorti du bilan.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrets
    END-READ.
    IF FinPrets = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbPretsLus.
    IF StatutPret NOT = 'O' OR SoldeRestantPret = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ReferenceContrat.
    STRING "Prêt " DELIMITED BY SIZE
           NumeroPret DELIMITED BY SIZE
           INTO ReferenceContrat
    END-STRING.
    MOVE "CR" TO CategorieCourante.
    MOVE SoldeRestantPret TO MontantCourant.

*>  Durée initiale depuis le principal, résiduelle depuis le restant
*>  dû, au taux et à la mensualité actuels : après une révision de
*>  taux, la durée initiale est celle du contrat à ses conditions du
*>  jour, ce qui ne change la tranche qu'à la marge.
    COMPUTE TauxMensuelPret = TauxAnnuelPret / 12.
    MOVE PrincipalPret TO CapitalSimule.
    PERFORM CALCULER-DUREE-PRET.
    MOVE CodeEcheanceCalcule TO EcheanceInitCourante.
    MOVE SoldeRestantPret TO CapitalSimule.
    PERFORM CALCULER-DUREE-PRET.
    MOVE CodeEcheanceCalcule TO EcheanceResidCourante.

    MOVE NumeroComptePret TO NumeroCompte.
    PERFORM RETROUVER-COMPTE-LIE.
    PERFORM CLASSER-CLIENT.
    PERFORM CUMULER-CONTRAT.
    EXIT.

RETROUVER-COMPTE-LIE.
*> Dépôt à terme et prêt pointent le compte courant lié, qui porte
*> la devise et le client.
    MOVE "EUR" TO DeviseCourante.
    MOVE SPACES TO NumeroClientCourant.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "  " ReferenceContrat " : compte lié " NumeroCompte
                    " introuvable (déclaré en EUR, non classé)"
            ADD 1 TO NbAnomalies
        NOT INVALID KEY
            MOVE Devise TO DeviseCourante
            MOVE NumeroClientCompte TO NumeroClientCourant
    END-READ.
    EXIT.

CLASSER-CLIENT.
*> Résidence et secteur du client rattaché ; à défaut, le contrat
*> est déclaré 'N' / S1N (non ventilé) plutôt que d'être perdu,
*> pour que les encours de la remise tiennent avec le bilan.
    MOVE 'N' TO ResidenceCourante.
    MOVE "S1N" TO SecteurCourant.
    IF DeviseCourante = SPACES
        MOVE "EUR" TO DeviseCourante
    END-IF.
    IF NumeroClientCourant = SPACES
        DISPLAY "  " ReferenceContrat " : aucun client rattaché"
        ADD 1 TO NbAnomalies
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-CLIENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientCourant TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "  " ReferenceContrat " : client " NumeroClientCourant
                    " inconnu"
            ADD 1 TO NbAnomalies
            EXIT PARAGRAPH
    END-READ.

    IF PaysResidenceClient = SPACES OR SecteurClient = SPACES
        DISPLAY "  " ReferenceContrat " : client " NumeroClient
                " sans résidence ou secteur (" PaysResidenceClient
                "/" SecteurClient ")"
        ADD 1 TO NbAnomalies
    END-IF.
    IF SecteurClient NOT = SPACES
        MOVE SecteurClient TO SecteurCourant
    END-IF.
    IF PaysResidenceClient = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF PaysResidenceClient = "FR"
        MOVE 'R' TO ResidenceCourante
        EXIT PARAGRAPH
    END-IF.
    MOVE 'M' TO ResidenceCourante.
    PERFORM RECHERCHER-PAYS-ZONE-EURO
        VARYING IndexPaysZoneEuro FROM 1 BY 1
        UNTIL IndexPaysZoneEuro > 21.
    EXIT.

RECHERCHER-PAYS-ZONE-EURO.
    IF CodePaysZoneEuro(IndexPaysZoneEuro) = PaysResidenceClient
        MOVE 'Z' TO ResidenceCourante
    END-IF.
    EXIT.

CLASSER-DUREE-JOURS.
    IF NbJoursDuree <= 365
        MOVE 'A' TO CodeEcheanceCalcule
    ELSE
        IF NbJoursDuree <= 730
            MOVE 'B' TO CodeEcheanceCalcule
        ELSE
            IF NbJoursDuree <= 1826
                MOVE 'C' TO CodeEcheanceCalcule
            ELSE
                MOVE 'D' TO CodeEcheanceCalcule
            END-IF
        END-IF
    END-IF.
    EXIT.

CALCULER-DUREE-PRET.
    MOVE 0 TO NbMoisDuree.
    PERFORM AMORTIR-UN-MOIS
        UNTIL CapitalSimule <= 0 OR NbMoisDuree > 60.
    IF NbMoisDuree <= 12
        MOVE 'A' TO CodeEcheanceCalcule
    ELSE
        IF NbMoisDuree <= 24
            MOVE 'B' TO CodeEcheanceCalcule
        ELSE
            IF NbMoisDuree <= 60
                MOVE 'C' TO CodeEcheanceCalcule
            ELSE
                MOVE 'D' TO CodeEcheanceCalcule
            END-IF
        END-IF
    END-IF.
    EXIT.

AMORTIR-UN-MOIS.
    COMPUTE CapitalSimule = CapitalSimule
                          + CapitalSimule * TauxMensuelPret
                          - MensualitePret.
    ADD 1 TO NbMoisDuree.
    EXIT.

CUMULER-CONTRAT.
    MOVE DeviseCourante TO CodeDeviseRecherche.
    PERFORM RECHERCHER-TAUX-CHANGE.
    COMPUTE MontantEur ROUNDED = MontantCourant / TauxTrouve.

    MOVE 0 TO IndexStatTrouve.
    PERFORM COMPARER-LIGNE-STAT
        VARYING IndexStat FROM 1 BY 1 UNTIL IndexStat > NbLignesStat.
    IF IndexStatTrouve = 0
        IF NbLignesStat NOT < 500
            DISPLAY "  " ReferenceContrat " : table de la remise pleine (500 lignes),"
                    " contrat NON déclaré"
            ADD 1 TO NbAnomalies
            ADD 1 TO NbContratsIgnores
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbLignesStat
        MOVE NbLignesStat TO IndexStatTrouve
        MOVE CleStatCourante TO CleLigneStat(IndexStatTrouve)
        MOVE 0 TO MontantDeviseStat(IndexStatTrouve)
        MOVE 0 TO MontantEurStat(IndexStatTrouve)
        MOVE 0 TO NbContratsStat(IndexStatTrouve)
    END-IF.
    ADD MontantCourant TO MontantDeviseStat(IndexStatTrouve).
    ADD MontantEur TO MontantEurStat(IndexStatTrouve).
    ADD 1 TO NbContratsStat(IndexStatTrouve).
    ADD 1 TO NbContratsRetenus.
    ADD MontantEur TO TotalEurRemise.
    EVALUATE CategorieCourante
        WHEN "DV"
            ADD MontantEur TO TotalEurDepotsVue
        WHEN "DT"
            ADD MontantEur TO TotalEurDepotsTerme
        WHEN OTHER
            ADD MontantEur TO TotalEurCredits
    END-EVALUATE.
    EXIT.

COMPARER-LIGNE-STAT.
    IF CleLigneStat(IndexStat) = CleStatCourante
        MOVE IndexStat TO IndexStatTrouve
    END-IF.
    EXIT.

ECRIRE-REMISE.
*> La remise de la période remplace toute remise précédente du même
*> fichier : une relance après correction des anomalies repart d'un
*> fichier propre.
    OPEN OUTPUT DeclarationStatFile.
    IF STATUS-DECLARATION NOT = "00"
        DISPLAY "Impossible d'ouvrir DeclarationStatMonetaire. Code de statut : " STATUS-DECLARATION
        STOP RUN
    END-IF.
    MOVE SPACES TO EnTeteStatEnrg.
    MOVE '0' TO TypeEnrgEnTete.
    MOVE "STATMO" TO CodeRemiseEnTete.
    MOVE CodeDeclarant TO CodeDeclarantEnTete.
    MOVE PeriodeDeclaree TO PeriodeEnTete.
    MOVE DateHeureSysteme(1:8) TO DateProductionEnTete.
    WRITE EnTeteStatEnrg.
    IF STATUS-DECLARATION NOT = "00"
        DISPLAY "Erreur à l'écriture de DeclarationStatMonetaire. Code de statut : " STATUS-DECLARATION
        STOP RUN
    END-IF.

    PERFORM ECRIRE-UNE-LIGNE-STAT
        VARYING IndexStat FROM 1 BY 1 UNTIL IndexStat > NbLignesStat.

    MOVE SPACES TO FinStatEnrg.
    MOVE '9' TO TypeEnrgFin.
    MOVE NbLignesStat TO NbDetailsFin.
    MOVE TotalEurRemise TO TotalEurFin.
    WRITE FinStatEnrg.
    IF STATUS-DECLARATION NOT = "00"
        DISPLAY "Erreur à l'écriture de DeclarationStatMonetaire. Code de statut : " STATUS-DECLARATION
        STOP RUN
    END-IF.
    CLOSE DeclarationStatFile.
    EXIT.

ECRIRE-UNE-LIGNE-STAT.
    MOVE SPACES TO DetailStatEnrg.
    MOVE '1' TO TypeEnrgDetail.
    MOVE CategorieStat(IndexStat) TO CategorieDetail.
    MOVE ResidenceStat(IndexStat) TO ResidenceDetail.
    MOVE SecteurStat(IndexStat) TO SecteurDetail.
    MOVE DeviseStat(IndexStat) TO DeviseDetail.
    MOVE EcheanceInitStat(IndexStat) TO EcheanceInitDetail.
    MOVE EcheanceResidStat(IndexStat) TO EcheanceResidDetail.
    MOVE MontantDeviseStat(IndexStat) TO MontantDeviseDetail.
    MOVE MontantEurStat(IndexStat) TO MontantEurDetail.
    MOVE NbContratsStat(IndexStat) TO NbContratsDetail.
    WRITE DetailStatEnrg.
    IF STATUS-DECLARATION NOT = "00"
        DISPLAY "Erreur à l'écriture de DeclarationStatMonetaire. Code de statut : " STATUS-DECLARATION
        STOP RUN
    END-IF.
    EXIT.

IMPRIMER-LISTING.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Cat Rés Sect Dev Éch.I Éch.R         Montant devise"
            "        Contre-valeur EUR  Contrats".
    PERFORM IMPRIMER-UNE-LIGNE-STAT
        VARYING IndexStat FROM 1 BY 1 UNTIL IndexStat > NbLignesStat.
    DISPLAY "--------------------------------------------------------".
    MOVE TotalEurDepotsVue TO MontantEurAffiche.
    DISPLAY "Dépôts à vue            : " MontantEurAffiche " EUR".
    MOVE TotalEurDepotsTerme TO MontantEurAffiche.
    DISPLAY "Dépôts à terme          : " MontantEurAffiche " EUR".
    MOVE TotalEurCredits TO MontantEurAffiche.
    DISPLAY "Crédits                 : " MontantEurAffiche " EUR".
    DISPLAY "Lus : " NbComptesLus " compte(s), " NbTermesLus
            " dépôt(s) à terme, " NbPretsLus " prêt(s)".
    DISPLAY "Déclarés : " NbContratsRetenus " contrat(s) en "
            NbLignesStat " ligne(s) de remise".
    DISPLAY "Anomalies de classement : " NbAnomalies.
    IF NbContratsIgnores > 0
        DISPLAY "*** " NbContratsIgnores " contrat(s) NON déclaré(s) : remise incomplète ***"
    END-IF.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UNE-LIGNE-STAT.
    MOVE MontantDeviseStat(IndexStat) TO MontantAffiche.
    MOVE MontantEurStat(IndexStat) TO MontantEurAffiche.
    DISPLAY CategorieStat(IndexStat) "   " ResidenceStat(IndexStat)
            "   " SecteurStat(IndexStat) "  " DeviseStat(IndexStat)
            "   " EcheanceInitStat(IndexStat)
            "     " EcheanceResidStat(IndexStat)
            "   " MontantAffiche "   " MontantEurAffiche
            "  " NbContratsStat(IndexStat).
    EXIT.

PUBLIER-INDICATEURS.
*> Les encours arrêtés du mois alimentent aussi le rapport de gestion
*> consolidé (RAPGEST) : dépôts à vue et à terme ensemble, crédits.
    MOVE PeriodeDeclaree TO PeriodeIndicateur.
    MOVE 'S' TO NatureIndicateur.
    MOVE "STATMON" TO ProgrammeIndicateur.
    MOVE DateTraitementJour TO DatePublication.
    MOVE "DEPOTSBQ" TO CodeIndicateur.
    COMPUTE ValeurIndicateur = TotalEurDepotsVue + TotalEurDepotsTerme.
    PERFORM PUBLIER-UN-INDICATEUR.
    MOVE "CREDITBQ" TO CodeIndicateur.
    MOVE TotalEurCredits TO ValeurIndicateur.
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

RECHERCHER-TAUX-CHANGE.
*> Retient le taux dont la date d'effet la plus récente ne dépasse
*> pas la date comptable (historique tenu par GestionTauxChange).
    MOVE 1.0000 TO TauxTrouve.
    MOVE 0 TO MeilleureDateEffet.
    MOVE 'N' TO TauxRencontre.
    IF CodeDeviseRecherche = "EUR" OR CodeDeviseRecherche = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM COMPARER-UN-TAUX
        VARYING IndexTauxChange FROM 1 BY 1
        UNTIL IndexTauxChange > NbTauxChange.
    EXIT.

COMPARER-UN-TAUX.
    IF CodeDeviseTbl(IndexTauxChange) = CodeDeviseRecherche
       AND DateEffetTbl(IndexTauxChange) <= DateComptable
       AND (TauxRencontre = 'N'
            OR DateEffetTbl(IndexTauxChange) >= MeilleureDateEffet)
        MOVE TauxTbl(IndexTauxChange) TO TauxTrouve
        MOVE DateEffetTbl(IndexTauxChange) TO MeilleureDateEffet
        MOVE 'O' TO TauxRencontre
    END-IF.
    EXIT.

CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxChangeFile.
    IF STATUS-TAUXCHANGE NOT = "00"
        DISPLAY "TauxChangeFile indisponible (" STATUS-TAUXCHANGE
                ") : contre-valeurs à 1 pour 1."
        MOVE 0 TO NbTauxChange
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NbTauxChange.
    MOVE 'N' TO FinTauxChangeFile.
    PERFORM CHARGER-UN-TAUX UNTIL FinTauxChangeFile = 'O'.
    CLOSE TauxChangeFile.
    EXIT.

CHARGER-UN-TAUX.
    READ TauxChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTauxChangeFile
        NOT AT END
            IF NbTauxChange NOT < 50
                DISPLAY "Table des taux pleine (50). Taux ignoré : "
                        CodeDevise " effet " DateEffetTaux
            ELSE
                ADD 1 TO NbTauxChange
                MOVE CodeDevise        TO CodeDeviseTbl(NbTauxChange)
                MOVE DateEffetTaux     TO DateEffetTbl(NbTauxChange)
                MOVE TauxParRapportEUR TO TauxTbl(NbTauxChange)
            END-IF
    END-READ.
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
    MOVE "STATMON" TO NomProgrammeCtl.
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
    COMPUTE NbLusCtl = NbComptesLus + NbTermesLus + NbPretsLus.
    MOVE NbContratsRetenus TO NbPostesCtl.
    MOVE NbAnomalies TO NbRejetesCtl.
    MOVE TotalEurRemise TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
