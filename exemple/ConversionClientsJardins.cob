IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionClientsJardins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT AncienDevisFile
           ASSIGN TO 'DevisJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AncienNumeroDevis
           FILE STATUS IS STATUS-ANCIEN-DEVIS.

    SELECT DevisTravailFile
           ASSIGN TO 'DevisJardinsNeuf'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDevisNeuf
           FILE STATUS IS STATUS-TRAVAIL-DEVIS.

    SELECT DevisFile
           ASSIGN TO 'DevisJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDevis
           FILE STATUS IS STATUS-DEVIS.

    SELECT AncienContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AncienNumeroContrat
           FILE STATUS IS STATUS-ANCIEN-CONTRATS.

    SELECT ContratTravailFile
           ASSIGN TO 'ContratsJardinsNeuf'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContratNeuf
           FILE STATUS IS STATUS-TRAVAIL-CONTRATS.

    SELECT ContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContrat
           FILE STATUS IS STATUS-CONTRATS.

    SELECT AncienJardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ANCIEN-JARDINS.

    SELECT JardinsTravailFile
           ASSIGN TO 'JardinsFileNeuf'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRAVAIL-JARDINS.

    SELECT JardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

    SELECT AncienFacturesFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ANCIEN-FACTURES.

    SELECT FacturesTravailFile
           ASSIGN TO 'FacturesJardinsNeuf'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRAVAIL-FACTURES.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

DATA DIVISION.
FILE SECTION.
FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

*> Ancien dessin des devis, avant le numéro de client. Seuls le nom
*> et l'adresse servent ici, le reste passe tel quel.
FD AncienDevisFile.
01 AncienDevisRecord.
   05 AncienNumeroDevis        PIC 9(6).
   05 FILLER                   PIC X(10).
   05 AncienNomClientDevis     PIC X(30).
   05 AncienAdresseClientDevis PIC X(40).
   05 FILLER                   PIC X(69).

FD DevisTravailFile.
01 DevisTravailRecord.
   05 NumeroDevisNeuf          PIC 9(6).
   05 FILLER                   PIC X(10).
   05 NomClientDevisNeuf       PIC X(30).
   05 FILLER                   PIC X(109).
   05 NumeroClientDevisNeuf    PIC 9(6).

*> Nouveau dessin des devis (voir DevisJardins).
FD DevisFile.
01 DevisRecord.
   05 NumeroDevis              PIC 9(6).
   05 FILLER                   PIC X(155).

*> Ancien dessin des contrats, avant le numéro de client.
FD AncienContratFile.
01 AncienContratRecord.
   05 AncienNumeroContrat      PIC 9(6).
   05 FILLER                   PIC X(10).
   05 AncienNomClientContrat   PIC X(30).
   05 FILLER                   PIC X(80).

FD ContratTravailFile.
01 ContratTravailRecord.
   05 NumeroContratNeuf        PIC 9(6).
   05 FILLER                   PIC X(10).
   05 NomClientContratNeuf     PIC X(30).
   05 FILLER                   PIC X(80).
   05 NumeroClientContratNeuf  PIC 9(6).

*> Nouveau dessin des contrats (voir ContratsJardins).
FD ContratFile.
01 ContratRecord.
   05 NumeroContrat            PIC 9(6).
   05 FILLER                   PIC X(126).

*> Ancien dessin des chantiers, avant le numéro de client.
FD AncienJardinsFile.
01 AncienJardinRecord.
   05 FILLER                   PIC X(18).
   05 AncienNomClientJardin    PIC X(30).
   05 AncienAdresseClientJardin PIC X(40).

FD JardinsTravailFile.
01 JardinTravailRecord.
   05 FILLER                   PIC X(18).
   05 NomClientJardinNeuf      PIC X(30).
   05 FILLER                   PIC X(40).
   05 NumeroClientJardinNeuf   PIC 9(6).

*> Nouveau dessin des chantiers (voir CalculPerimetre).
FD JardinsFile.
01 JardinRecord                PIC X(94).

*> Ancien dessin des factures, avant le numéro de client. Une facture
*> d'avant la TVA par catégorie est plus courte : ses zones TVA
*> restent à blanc, comme avant la conversion.
FD AncienFacturesFile.
01 AncienFactureRecord.
   05 FILLER                   PIC X(18).
   05 AncienNomClientFacture   PIC X(30).
   05 FILLER                   PIC X(33).
   05 AncienMontantFacture     PIC 9(9)V99.
   05 FILLER                   PIC X(43).

FD FacturesTravailFile.
01 FactureTravailRecord.
   05 FILLER                   PIC X(18).
   05 NomClientFactureNeuf     PIC X(30).
   05 FILLER                   PIC X(33).
   05 MontantFactureNeuf       PIC 9(9)V99.
   05 FILLER                   PIC X(43).
   05 NumeroClientFacNeuf      PIC 9(6).

*> Nouveau dessin des factures (voir CalculPerimetre).
FD FacturesJardinsFile.
01 FactureJardinRecord         PIC X(141).

WORKING-STORAGE SECTION.
77 STATUS-CLIENTSJAR        PIC XX.
77 STATUS-ANCIEN-DEVIS      PIC XX.
77 STATUS-TRAVAIL-DEVIS     PIC XX.
77 STATUS-DEVIS             PIC XX.
77 STATUS-ANCIEN-CONTRATS   PIC XX.
77 STATUS-TRAVAIL-CONTRATS  PIC XX.
77 STATUS-CONTRATS          PIC XX.
77 STATUS-ANCIEN-JARDINS    PIC XX.
77 STATUS-TRAVAIL-JARDINS   PIC XX.
77 STATUS-JARDINS           PIC XX.
77 STATUS-ANCIEN-FACTURES   PIC XX.
77 STATUS-TRAVAIL-FACTURES  PIC XX.
77 STATUS-FACTURES          PIC XX.
01 FinFichier            PIC X.
01 DateHeureSysteme      PIC X(21).
01 DateDuJour            PIC 9(8).
01 FichierPresent        PIC X.
01 NbDevisConvertis      PIC 9(8) VALUE 0.
01 NbDevisRecharges      PIC 9(8) VALUE 0.
01 NbContratsConvertis   PIC 9(8) VALUE 0.
01 NbContratsRecharges   PIC 9(8) VALUE 0.
01 NbJardinsConvertis    PIC 9(8) VALUE 0.
01 NbJardinsRecharges    PIC 9(8) VALUE 0.
01 NbFacturesConverties  PIC 9(8) VALUE 0.
01 NbFacturesRechargees  PIC 9(8) VALUE 0.
01 TotalFacturesAvant    PIC 9(11)V99 VALUE 0.
01 TotalFacturesApres    PIC 9(11)V99 VALUE 0.
01 NbClientsExistants    PIC 9(6) VALUE 0.
01 NbClientsCrees        PIC 9(6) VALUE 0.
01 NbRattachements       PIC 9(8) VALUE 0.
01 NbSansNom             PIC 9(8) VALUE 0.
01 NbDoutes              PIC 9(6) VALUE 0.
01 ProchainClient        PIC 9(6) VALUE 1.
*> Délai de paiement de la maison pour les fiches créées ici.
01 DelaiPaiementDefaut   PIC 9(3) VALUE 30.

*> Zone d'échange du rapprochement : le nom et l'adresse tels que
*> saisis sur l'enregistrement, le client retenu en retour.
01 NomARapprocher        PIC X(30).
01 AdresseARapprocher    PIC X(40).
01 NumeroClientRetenu    PIC 9(6).
01 NomClientRetenu       PIC X(30).
01 NomNormCherche        PIC X(40).
01 AdresseNormCherche    PIC X(40).
01 IndexTbl              PIC 9(4).
01 IndexTrouve           PIC 9(4).
01 IndexNouveau          PIC 9(4).
01 MotifDoute            PIC X(30).

*> Fiches clients en mémoire pour le rapprochement, nom et adresse
*> normalisés (majuscules, sans espaces ni ponctuation).
01 ClientsEnMemoire.
   02 ClientLigne OCCURS 500 TIMES.
      03 NumeroClientTbl  PIC 9(6).
      03 NomBrutTbl       PIC X(30).
      03 NomNormTbl       PIC X(40).
      03 AdresseNormTbl   PIC X(40).
01 NbClientsTbl          PIC 9(4) VALUE 0.
01 ChampANormaliser      PIC X(40).
01 ChampNormalise        PIC X(40).
01 IndexNorm             PIC 9(2).
01 LongueurNorm          PIC 9(2).
01 CaractereNorm         PIC X.

PROCEDURE DIVISION.

*> Conversion unique des fichiers de l'entreprise de jardins vers le
*> numéro de client : devis, contrats, chantiers et factures reçoivent
*> le numéro de la fiche ClientsJardins de leur client, créée au
*> passage quand elle n'existe pas. Les noms libres qui se
*> normalisent à l'identique (et dont les adresses ne se contredisent
*> pas) se fondent en une seule fiche ; les rapprochements douteux —
*> même nom à deux adresses, même adresse sous deux noms, noms
*> voisins — donnent deux fiches et une ligne À REVOIR, à fusionner
*> au besoin depuis la gestion des clients. Même démarche que la
*> conversion du catalogue : fichier de travail, totaux de contrôle,
*> puis réécriture du fichier vivant au nouveau dessin.
*> À lancer UNE fois, l'entreprise de jardins arrêtée, après mise en
*> place des nouveaux programmes. Les devis d'abord : ils portent
*> l'adresse, qui nourrit les fiches pour la suite.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    PERFORM OUVRIR-CLIENTS.
    PERFORM CHARGER-CLIENTS.

    DISPLAY "========================================================".
    DISPLAY "RAPPROCHEMENTS À REVOIR".
    DISPLAY "--------------------------------------------------------".
    PERFORM CONVERTIR-DEVIS.
    PERFORM CONVERTIR-CONTRATS.
    PERFORM CONVERTIR-JARDINS.
    PERFORM CONVERTIR-FACTURES.
    CLOSE ClientJardinFile.
    IF NbDoutes = 0
        DISPLAY "Aucun rapprochement douteux."
    END-IF.

    PERFORM RECHARGER-DEVIS.
    PERFORM RECHARGER-CONTRATS.
    PERFORM RECHARGER-JARDINS.
    PERFORM RECHARGER-FACTURES.

    DISPLAY "========================================================".
    DISPLAY "CONVERSION TERMINÉE".
    DISPLAY "Devis     : " NbDevisConvertis " converti(s), "
            NbDevisRecharges " rechargé(s).".
    DISPLAY "Contrats  : " NbContratsConvertis " converti(s), "
            NbContratsRecharges " rechargé(s).".
    DISPLAY "Chantiers : " NbJardinsConvertis " converti(s), "
            NbJardinsRecharges " rechargé(s).".
    DISPLAY "Factures  : " NbFacturesConverties " convertie(s), "
            NbFacturesRechargees " rechargée(s), montants avant "
            TotalFacturesAvant " / après " TotalFacturesApres.
    DISPLAY "Clients   : " NbClientsExistants " fiche(s) existante(s), "
            NbClientsCrees " créée(s), " NbRattachements
            " rattachement(s), " NbSansNom " sans nom, "
            NbDoutes " à revoir.".
    IF NbDevisConvertis = NbDevisRecharges
       AND NbContratsConvertis = NbContratsRecharges
       AND NbJardinsConvertis = NbJardinsRecharges
       AND NbFacturesConverties = NbFacturesRechargees
       AND TotalFacturesAvant = TotalFacturesApres
        DISPLAY "Totaux de contrôle équilibrés : rien ne s'est perdu."
    ELSE
        DISPLAY "*** ÉCART SUR LES TOTAUX DE CONTRÔLE : VÉRIFIER AVANT REPRISE ***"
    END-IF.
    DISPLAY "========================================================".
    IF NbDoutes > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OUVRIR-CLIENTS.
    OPEN I-O ClientJardinFile.
    IF STATUS-CLIENTSJAR = "35"
        OPEN OUTPUT ClientJardinFile
        CLOSE ClientJardinFile
        OPEN I-O ClientJardinFile
    END-IF.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientsJardins. Code de statut : " STATUS-CLIENTSJAR
        STOP RUN
    END-IF.
    EXIT.

CHARGER-CLIENTS.
*> Les fiches déjà saisies à la main servent de point de départ : un
*> nom libre qui les retrouve s'y rattache.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroClientJar.
    START ClientJardinFile KEY IS GREATER THAN NumeroClientJar
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM CHARGER-UN-CLIENT UNTIL FinFichier = 'O'.
    EXIT.

CHARGER-UN-CLIENT.
    READ ClientJardinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbClientsExistants.
    IF NumeroClientJar >= ProchainClient
        COMPUTE ProchainClient = NumeroClientJar + 1
    END-IF.
    PERFORM MEMORISER-CLIENT.
    EXIT.

MEMORISER-CLIENT.
    IF NbClientsTbl NOT < 500
        DISPLAY "Table des clients pleine (500) : " NumeroClientJar
                " ne sera pas rapproché."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbClientsTbl.
    MOVE NumeroClientJar TO NumeroClientTbl(NbClientsTbl).
    MOVE NomClientJar TO NomBrutTbl(NbClientsTbl).
    MOVE NomClientJar TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    MOVE ChampNormalise TO NomNormTbl(NbClientsTbl).
    MOVE AdresseClientJar TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    MOVE ChampNormalise TO AdresseNormTbl(NbClientsTbl).
    EXIT.

CONVERTIR-DEVIS.
    MOVE 'N' TO FinFichier.
    OPEN INPUT AncienDevisFile.
    IF STATUS-ANCIEN-DEVIS NOT = "00"
        DISPLAY "Pas de DevisJardins à convertir (statut " STATUS-ANCIEN-DEVIS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT DevisTravailFile.
    IF STATUS-TRAVAIL-DEVIS NOT = "00"
        DISPLAY "Impossible d'ouvrir DevisJardinsNeuf. Code de statut : " STATUS-TRAVAIL-DEVIS
        CLOSE AncienDevisFile
        STOP RUN
    END-IF.

    PERFORM CONVERTIR-UN-DEVIS UNTIL FinFichier = 'O'.

    CLOSE AncienDevisFile.
    CLOSE DevisTravailFile.
    EXIT.

CONVERTIR-UN-DEVIS.
    READ AncienDevisFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE AncienNomClientDevis TO NomARapprocher.
    MOVE AncienAdresseClientDevis TO AdresseARapprocher.
    PERFORM RAPPROCHER-CLIENT.
    MOVE AncienDevisRecord TO DevisTravailRecord.
    MOVE NumeroClientRetenu TO NumeroClientDevisNeuf.
    MOVE NomClientRetenu TO NomClientDevisNeuf.
    WRITE DevisTravailRecord.
    IF STATUS-TRAVAIL-DEVIS NOT = "00"
        DISPLAY "Erreur à l'écriture de DevisJardinsNeuf. Code de statut : " STATUS-TRAVAIL-DEVIS
        STOP RUN
    END-IF.
    ADD 1 TO NbDevisConvertis.
    EXIT.

RECHARGER-DEVIS.
    IF NbDevisConvertis = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    OPEN INPUT DevisTravailFile.
    IF STATUS-TRAVAIL-DEVIS NOT = "00"
        DISPLAY "Impossible de relire DevisJardinsNeuf. Code de statut : " STATUS-TRAVAIL-DEVIS
        STOP RUN
    END-IF.
    OPEN OUTPUT DevisFile.
    IF STATUS-DEVIS NOT = "00"
        DISPLAY "Impossible de recréer DevisJardins. Code de statut : " STATUS-DEVIS
        CLOSE DevisTravailFile
        STOP RUN
    END-IF.

    PERFORM RECHARGER-UN-DEVIS UNTIL FinFichier = 'O'.

    CLOSE DevisTravailFile.
    CLOSE DevisFile.
    EXIT.

RECHARGER-UN-DEVIS.
    READ DevisTravailFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE DevisTravailRecord TO DevisRecord.
    WRITE DevisRecord.
    IF STATUS-DEVIS NOT = "00"
        DISPLAY "Erreur à la recréation de DevisJardins. Code de statut : " STATUS-DEVIS
        STOP RUN
    END-IF.
    ADD 1 TO NbDevisRecharges.
    EXIT.

CONVERTIR-CONTRATS.
*> Le contrat ne porte pas d'adresse : le nom seul rapproche.
    MOVE 'N' TO FinFichier.
    OPEN INPUT AncienContratFile.
    IF STATUS-ANCIEN-CONTRATS NOT = "00"
        DISPLAY "Pas de ContratsJardins à convertir (statut " STATUS-ANCIEN-CONTRATS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ContratTravailFile.
    IF STATUS-TRAVAIL-CONTRATS NOT = "00"
        DISPLAY "Impossible d'ouvrir ContratsJardinsNeuf. Code de statut : " STATUS-TRAVAIL-CONTRATS
        CLOSE AncienContratFile
        STOP RUN
    END-IF.

    PERFORM CONVERTIR-UN-CONTRAT UNTIL FinFichier = 'O'.

    CLOSE AncienContratFile.
    CLOSE ContratTravailFile.
    EXIT.

CONVERTIR-UN-CONTRAT.
    READ AncienContratFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE AncienNomClientContrat TO NomARapprocher.
    MOVE SPACES TO AdresseARapprocher.
    PERFORM RAPPROCHER-CLIENT.
    MOVE AncienContratRecord TO ContratTravailRecord.
    MOVE NumeroClientRetenu TO NumeroClientContratNeuf.
    MOVE NomClientRetenu TO NomClientContratNeuf.
    WRITE ContratTravailRecord.
    IF STATUS-TRAVAIL-CONTRATS NOT = "00"
        DISPLAY "Erreur à l'écriture de ContratsJardinsNeuf. Code de statut : " STATUS-TRAVAIL-CONTRATS
        STOP RUN
    END-IF.
    ADD 1 TO NbContratsConvertis.
    EXIT.

RECHARGER-CONTRATS.
    IF NbContratsConvertis = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    OPEN INPUT ContratTravailFile.
    IF STATUS-TRAVAIL-CONTRATS NOT = "00"
        DISPLAY "Impossible de relire ContratsJardinsNeuf. Code de statut : " STATUS-TRAVAIL-CONTRATS
        STOP RUN
    END-IF.
    OPEN OUTPUT ContratFile.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Impossible de recréer ContratsJardins. Code de statut : " STATUS-CONTRATS
        CLOSE ContratTravailFile
        STOP RUN
    END-IF.

    PERFORM RECHARGER-UN-CONTRAT UNTIL FinFichier = 'O'.

    CLOSE ContratTravailFile.
    CLOSE ContratFile.
    EXIT.

RECHARGER-UN-CONTRAT.
    READ ContratTravailFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE ContratTravailRecord TO ContratRecord.
    WRITE ContratRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à la recréation de ContratsJardins. Code de statut : " STATUS-CONTRATS
        STOP RUN
    END-IF.
    ADD 1 TO NbContratsRecharges.
    EXIT.

CONVERTIR-JARDINS.
    MOVE 'N' TO FinFichier.
    OPEN INPUT AncienJardinsFile.
    IF STATUS-ANCIEN-JARDINS NOT = "00"
        DISPLAY "Pas de JardinsFile à convertir (statut " STATUS-ANCIEN-JARDINS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT JardinsTravailFile.
    IF STATUS-TRAVAIL-JARDINS NOT = "00"
        DISPLAY "Impossible d'ouvrir JardinsFileNeuf. Code de statut : " STATUS-TRAVAIL-JARDINS
        CLOSE AncienJardinsFile
        STOP RUN
    END-IF.

    PERFORM CONVERTIR-UN-JARDIN UNTIL FinFichier = 'O'.

    CLOSE AncienJardinsFile.
    CLOSE JardinsTravailFile.
    EXIT.

CONVERTIR-UN-JARDIN.
    READ AncienJardinsFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE AncienNomClientJardin TO NomARapprocher.
    MOVE AncienAdresseClientJardin TO AdresseARapprocher.
    PERFORM RAPPROCHER-CLIENT.
    MOVE AncienJardinRecord TO JardinTravailRecord.
    MOVE NumeroClientRetenu TO NumeroClientJardinNeuf.
    MOVE NomClientRetenu TO NomClientJardinNeuf.
    WRITE JardinTravailRecord.
    IF STATUS-TRAVAIL-JARDINS NOT = "00"
        DISPLAY "Erreur à l'écriture de JardinsFileNeuf. Code de statut : " STATUS-TRAVAIL-JARDINS
        STOP RUN
    END-IF.
    ADD 1 TO NbJardinsConvertis.
    EXIT.

RECHARGER-JARDINS.
    IF NbJardinsConvertis = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    OPEN INPUT JardinsTravailFile.
    IF STATUS-TRAVAIL-JARDINS NOT = "00"
        DISPLAY "Impossible de relire JardinsFileNeuf. Code de statut : " STATUS-TRAVAIL-JARDINS
        STOP RUN
    END-IF.
    OPEN OUTPUT JardinsFile.
    IF STATUS-JARDINS NOT = "00"
        DISPLAY "Impossible de recréer JardinsFile. Code de statut : " STATUS-JARDINS
        CLOSE JardinsTravailFile
        STOP RUN
    END-IF.

    PERFORM RECHARGER-UN-JARDIN UNTIL FinFichier = 'O'.

    CLOSE JardinsTravailFile.
    CLOSE JardinsFile.
    EXIT.

RECHARGER-UN-JARDIN.
    READ JardinsTravailFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE JardinTravailRecord TO JardinRecord.
    WRITE JardinRecord.
    IF STATUS-JARDINS NOT = "00"
        DISPLAY "Erreur à la recréation de JardinsFile. Code de statut : " STATUS-JARDINS
        STOP RUN
    END-IF.
    ADD 1 TO NbJardinsRecharges.
    EXIT.

CONVERTIR-FACTURES.
*> La facture ne porte pas d'adresse non plus ; son montant sert de
*> total de contrôle de part et d'autre.
    MOVE 'N' TO FinFichier.
    OPEN INPUT AncienFacturesFile.
    IF STATUS-ANCIEN-FACTURES NOT = "00"
        DISPLAY "Pas de FacturesJardins à convertir (statut " STATUS-ANCIEN-FACTURES ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT FacturesTravailFile.
    IF STATUS-TRAVAIL-FACTURES NOT = "00"
        DISPLAY "Impossible d'ouvrir FacturesJardinsNeuf. Code de statut : " STATUS-TRAVAIL-FACTURES
        CLOSE AncienFacturesFile
        STOP RUN
    END-IF.

    PERFORM CONVERTIR-UNE-FACTURE UNTIL FinFichier = 'O'.

    CLOSE AncienFacturesFile.
    CLOSE FacturesTravailFile.
    EXIT.

CONVERTIR-UNE-FACTURE.
    READ AncienFacturesFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE AncienNomClientFacture TO NomARapprocher.
    MOVE SPACES TO AdresseARapprocher.
    PERFORM RAPPROCHER-CLIENT.
    MOVE AncienFactureRecord TO FactureTravailRecord.
    MOVE NumeroClientRetenu TO NumeroClientFacNeuf.
    MOVE NomClientRetenu TO NomClientFactureNeuf.
    WRITE FactureTravailRecord.
    IF STATUS-TRAVAIL-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesJardinsNeuf. Code de statut : " STATUS-TRAVAIL-FACTURES
        STOP RUN
    END-IF.
    ADD 1 TO NbFacturesConverties.
    ADD AncienMontantFacture TO TotalFacturesAvant.
    EXIT.

RECHARGER-FACTURES.
    IF NbFacturesConverties = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    OPEN INPUT FacturesTravailFile.
    IF STATUS-TRAVAIL-FACTURES NOT = "00"
        DISPLAY "Impossible de relire FacturesJardinsNeuf. Code de statut : " STATUS-TRAVAIL-FACTURES
        STOP RUN
    END-IF.
    OPEN OUTPUT FacturesJardinsFile.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Impossible de recréer FacturesJardins. Code de statut : " STATUS-FACTURES
        CLOSE FacturesTravailFile
        STOP RUN
    END-IF.

    PERFORM RECHARGER-UNE-FACTURE UNTIL FinFichier = 'O'.

    CLOSE FacturesTravailFile.
    CLOSE FacturesJardinsFile.
    EXIT.

RECHARGER-UNE-FACTURE.
    READ FacturesTravailFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    ADD MontantFactureNeuf TO TotalFacturesApres.
    MOVE FactureTravailRecord TO FactureJardinRecord.
    WRITE FactureJardinRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à la recréation de FacturesJardins. Code de statut : " STATUS-FACTURES
        STOP RUN
    END-IF.
    ADD 1 TO NbFacturesRechargees.
    EXIT.

RAPPROCHER-CLIENT.
*> Un nom libre retrouve la fiche dont le nom normalisé est le même
*> et dont l'adresse ne le contredit pas (l'une des deux à blanc
*> suffit). Sinon une fiche se crée, et les fiches qui lui
*> ressemblent sans s'y confondre sont signalées à revoir. Un
*> enregistrement sans nom reste sans client.
    MOVE 0 TO NumeroClientRetenu.
    MOVE NomARapprocher TO NomClientRetenu.
    IF NomARapprocher = SPACES
        ADD 1 TO NbSansNom
        EXIT PARAGRAPH
    END-IF.
    MOVE NomARapprocher TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    MOVE ChampNormalise TO NomNormCherche.
    MOVE AdresseARapprocher TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    MOVE ChampNormalise TO AdresseNormCherche.

    MOVE 0 TO IndexTrouve.
    PERFORM COMPARER-UN-CLIENT
        VARYING IndexTbl FROM 1 BY 1
        UNTIL IndexTbl > NbClientsTbl OR IndexTrouve NOT = 0.
    IF IndexTrouve NOT = 0
        MOVE NumeroClientTbl(IndexTrouve) TO NumeroClientRetenu
        MOVE NomBrutTbl(IndexTrouve) TO NomClientRetenu
        ADD 1 TO NbRattachements
        IF AdresseNormTbl(IndexTrouve) = SPACES
           AND AdresseNormCherche NOT = SPACES
            PERFORM COMPLETER-ADRESSE-CLIENT
        END-IF
        EXIT PARAGRAPH
    END-IF.

    PERFORM CREER-CLIENT-CONVERTI.
    IF IndexNouveau = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM SIGNALER-UN-DOUTE
        VARYING IndexTbl FROM 1 BY 1
        UNTIL IndexTbl NOT < IndexNouveau.
    EXIT.

COMPARER-UN-CLIENT.
    IF NomNormTbl(IndexTbl) = NomNormCherche
       AND (AdresseNormTbl(IndexTbl) = SPACES
            OR AdresseNormCherche = SPACES
            OR AdresseNormTbl(IndexTbl) = AdresseNormCherche)
        MOVE IndexTbl TO IndexTrouve
    END-IF.
    EXIT.

COMPLETER-ADRESSE-CLIENT.
*> La fiche née d'un enregistrement sans adresse prend la première
*> adresse rencontrée pour ce client.
    MOVE NumeroClientRetenu TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE AdresseARapprocher TO AdresseClientJar.
    REWRITE ClientJardinRecord.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Erreur à la mise à jour du client " NumeroClientJar
                ". Code de statut : " STATUS-CLIENTSJAR
    END-IF.
    MOVE AdresseNormCherche TO AdresseNormTbl(IndexTrouve).
    EXIT.

CREER-CLIENT-CONVERTI.
    MOVE 0 TO IndexNouveau.
    INITIALIZE ClientJardinRecord.
    MOVE ProchainClient TO NumeroClientJar.
    MOVE NomARapprocher TO NomClientJar.
    MOVE AdresseARapprocher TO AdresseClientJar.
    MOVE DelaiPaiementDefaut TO DelaiPaiementJar.
    MOVE DateDuJour TO DateCreationJar.
    WRITE ClientJardinRecord.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Erreur à l'écriture de ClientsJardins. Code de statut : " STATUS-CLIENTSJAR
        STOP RUN
    END-IF.
    ADD 1 TO ProchainClient.
    ADD 1 TO NbClientsCrees.
    MOVE NumeroClientJar TO NumeroClientRetenu.
    MOVE NomClientJar TO NomClientRetenu.
    PERFORM MEMORISER-CLIENT.
    IF NumeroClientTbl(NbClientsTbl) = NumeroClientJar
        MOVE NbClientsTbl TO IndexNouveau
    END-IF.
    EXIT.

SIGNALER-UN-DOUTE.
    MOVE SPACES TO MotifDoute.
    EVALUATE TRUE
        WHEN NomNormTbl(IndexTbl) = NomNormCherche
            MOVE "même nom, autre adresse" TO MotifDoute
        WHEN AdresseNormCherche NOT = SPACES
             AND AdresseNormTbl(IndexTbl) = AdresseNormCherche
            MOVE "même adresse, autre nom" TO MotifDoute
        WHEN NomNormTbl(IndexTbl)(1:6) = NomNormCherche(1:6)
            MOVE "noms voisins" TO MotifDoute
    END-EVALUATE.
    IF MotifDoute = SPACES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDoutes.
    DISPLAY "À REVOIR (" MotifDoute ") : " NumeroClientTbl(IndexTbl)
            " " NomBrutTbl(IndexTbl) " et " NumeroClientRetenu
            " " NomClientRetenu.
    EXIT.

NORMALISER-CHAMP.
*> Règle de rapprochement des fiches clients de la banque, étendue à
*> la ponctuation : "M. Dupont-Martin" et "M DUPONT MARTIN" se
*> retrouvent.
    MOVE SPACES TO ChampNormalise.
    MOVE 0 TO LongueurNorm.
    MOVE FUNCTION UPPER-CASE(ChampANormaliser) TO ChampANormaliser.
    PERFORM NORMALISER-UN-CARACTERE
        VARYING IndexNorm FROM 1 BY 1 UNTIL IndexNorm > 40.
    EXIT.

NORMALISER-UN-CARACTERE.
    MOVE ChampANormaliser(IndexNorm:1) TO CaractereNorm.
    IF CaractereNorm NOT = SPACE
       AND CaractereNorm NOT = "."
       AND CaractereNorm NOT = ","
       AND CaractereNorm NOT = "-"
       AND CaractereNorm NOT = "'"
        ADD 1 TO LongueurNorm
        MOVE CaractereNorm TO ChampNormalise(LongueurNorm:1)
    END-IF.
    EXIT.
