IDENTIFICATION DIVISION.
PROGRAM-ID. VueUniqueDeposants.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT TitulaireFile
           ASSIGN TO 'TitulairesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTitulaire
           FILE STATUS IS STATUS-TITULAIRES.

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT TauxChangeFile
           ASSIGN TO 'TauxChangeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT VueUniqueFile
           ASSIGN TO 'VueUniqueDeposants'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VUEUNIQUE.

DATA DIVISION.
FILE SECTION.
FD ClientFile.
COPY ClientRecord.

FD CompteFile.
COPY CompteRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD TauxChangeFile.
COPY TauxChangeRecord.

FD VueUniqueFile.
*> Vue unique du déposant remise au fonds de garantie des dépôts :
*> une ligne 'D' par déposant (identité, total éligible en EUR,
*> montant couvert dans la limite du plafond, excédent non couvert,
*> indicateur KYC complet), suivie d'une ligne 'C' par avoir qui la
*> compose (compte ou dépôt à terme, solde et intérêts courus en
*> devise, nombre de co-titulaires et quote-part en EUR). Le fichier
*> est recréé à chaque exécution, arrêté à la date de traitement.
01 VueDeposantRecord.
   05 TypeLigneVue         PIC X.
   05 NumeroClientVue      PIC X(10).
   05 NomClientVue         PIC X(30).
   05 AdresseClientVue     PIC X(40).
   05 TypeDocumentVue      PIC X.
   05 NumeroDocumentVue    PIC X(15).
   05 NbAvoirsVue          PIC 9(3).
   05 TotalEligibleVue     PIC 9(13)V99.
   05 MontantCouvertVue    PIC 9(13)V99.
   05 ExcedentVue          PIC 9(13)V99.
   05 KycCompletVue        PIC X.
   05 DateArreteVue        PIC 9(8).
01 VueAvoirRecord.
   05 TypeLigneAvoirVue    PIC X.
   05 NumeroClientAvoirVue PIC X(10).
   05 NumeroCompteVue      PIC X(10).
   05 NatureAvoirVue       PIC X(3).
   05 NumeroDepotVue       PIC 9(6).
   05 DeviseAvoirVue       PIC X(3).
   05 SoldeDeviseVue       PIC 9(11)V99.
   05 InteretsCourusVue    PIC 9(11)V99.
   05 NbDetenteursVue      PIC 9(2).
   05 TauxAppliqueVue      PIC 9(3)V9(4).
   05 QuotePartEurVue      PIC 9(13)V99.

WORKING-STORAGE SECTION.
77 STATUS-CLIENTS      PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-TITULAIRES   PIC XX.
77 STATUS-TERMES       PIC XX.
77 STATUS-TAUXCHANGE   PIC XX.
77 STATUS-VUEUNIQUE    PIC XX.
01 DateHeureSysteme    PIC X(21).
01 FinClients          PIC X VALUE 'N'.
01 FinComptes          PIC X.
01 FinTitulaires       PIC X.
01 FinTermes           PIC X VALUE 'N'.
01 FinTauxChangeFile   PIC X VALUE 'N'.

*> Plafond de garantie par déposant et par établissement, tous ses
*> comptes confondus : 100 000 EUR.
01 PlafondGarantie     PIC 9(13)V99 VALUE 100000.00.

01 TauxChangeTable.
   02 TauxChangeLigne OCCURS 50 TIMES.
      03 CodeDeviseTbl   PIC X(3).
      03 DateEffetTbl    PIC 9(8).
      03 TauxTbl         PIC 9(3)V9(4).
01 NbTauxChange          PIC 9(3).
01 IndexTauxChange       PIC 9(3).
01 CodeDeviseRecherche   PIC X(3).
01 TauxTrouve            PIC 9(3)V9(4).
01 MeilleureDateEffet    PIC 9(8).
01 TauxRencontre         PIC X.
01 DateComptable         PIC 9(8).

*> Dépôts à terme ouverts, avec leurs intérêts courus à la date
*> d'arrêté (principal x taux x jours écoulés / 360, la base des
*> échéances), repris en mémoire une fois pour tous les déposants.
01 DepotsTermeTable.
   02 DepotTermeLigne OCCURS 1000 TIMES.
      03 NumeroDepotTbl    PIC 9(6).
      03 CompteDepotTbl    PIC X(10).
      03 PrincipalDepotTbl PIC 9(11)V99.
      03 InteretsDepotTbl  PIC 9(11)V99.
01 NbDepotsTerme         PIC 9(4) VALUE 0.
01 IndexDepots           PIC 9(4).
01 DateFinCourus         PIC 9(8).
01 NbJoursCourus         PIC S9(5).

*> Avoirs du déposant en cours, écrits derrière sa ligne 'D'.
01 AvoirsDeposant.
   02 AvoirLigne OCCURS 100 TIMES.
      03 CompteAvoirTbl    PIC X(10).
      03 NatureAvoirTbl    PIC X(3).
      03 DepotAvoirTbl     PIC 9(6).
      03 DeviseAvoirTbl    PIC X(3).
      03 SoldeAvoirTbl     PIC 9(11)V99.
      03 InteretsAvoirTbl  PIC 9(11)V99.
      03 DetenteursAvoirTbl PIC 9(2).
      03 TauxAvoirTbl      PIC 9(3)V9(4).
      03 QuotePartAvoirTbl PIC 9(13)V99.
01 NbAvoirs              PIC 9(3).
01 IndexAvoirs           PIC 9(3).
01 NatureAvoir           PIC X(3).
01 NumeroDepotAvoir      PIC 9(6).
01 SoldeAvoir            PIC 9(11)V99.
01 InteretsAvoir         PIC 9(11)V99.
01 QuotePartEur          PIC 9(13)V99.

01 ClientCourant         PIC X(10).
01 NbDetenteurs          PIC 9(2).
01 ClientDetenteur       PIC X.
01 TotalEligible         PIC 9(13)V99.
01 MontantCouvert        PIC 9(13)V99.
01 TauxManquant          PIC X.
01 KycComplet            PIC X.

01 NbClientsLus          PIC 9(8) VALUE 0.
01 NbDeposants           PIC 9(8) VALUE 0.
01 NbExceptions          PIC 9(8) VALUE 0.
01 TotalEligibleBanque   PIC 9(15)V99 VALUE 0.
01 TotalCouvertBanque    PIC 9(15)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Vue unique du déposant pour le fonds de garantie des dépôts,
*> lancée à la demande : le fonds peut l'exiger à très bref délai et
*> nous ne savions pas la produire. Pour chaque client : tous ses
*> avoirs créditeurs — comptes non clos, dépôts à terme ouverts avec
*> leurs intérêts courus — convertis en EUR au taux du jour, un
*> compte joint étant partagé à parts égales entre ses titulaires et
*> co-titulaires de TitulairesComptes (un mandataire ne détient
*> rien). Le total éligible est plafonné au montant couvert.
*> Les intérêts des comptes courants sont crédités chaque nuit par
*> InteretsBatch : le solde les contient déjà. Les déposants dont la
*> connaissance client est incomplète sortent en liste d'exceptions,
*> à régulariser avant la remise du fichier.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    MOVE DateTraitementJour TO DateComptable.
    PERFORM DEBUTER-CONTROLE.

    PERFORM CHARGER-TAUX-CHANGE.
    PERFORM CHARGER-DEPOTS-TERME.

    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientFile. Code de statut : " STATUS-CLIENTS
        STOP RUN
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE ClientFile
        STOP RUN
    END-IF.
    OPEN INPUT TitulaireFile.
    OPEN OUTPUT VueUniqueFile.
    IF STATUS-VUEUNIQUE NOT = "00"
        DISPLAY "Impossible de créer VueUniqueDeposants. Code de statut : " STATUS-VUEUNIQUE
        CLOSE ClientFile
        CLOSE CompteFile
        STOP RUN
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "VUE UNIQUE DU DÉPOSANT - ARRÊTÉ AU " DateTraitementJour.
    DISPLAY "Plafond de garantie par déposant : " PlafondGarantie " EUR".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Exceptions KYC (à régulariser avant remise) :".

    PERFORM TRAITER-UN-CLIENT UNTIL FinClients = 'O'.

    CLOSE ClientFile.
    CLOSE CompteFile.
    IF STATUS-TITULAIRES = "00"
        CLOSE TitulaireFile
    END-IF.
    CLOSE VueUniqueFile.

    IF NbExceptions = 0
        DISPLAY "  Aucune."
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbDeposants " déposant(s) sur " NbClientsLus " client(s)".
    DISPLAY "Total éligible : " TotalEligibleBanque " EUR".
    DISPLAY "Total couvert  : " TotalCouvertBanque " EUR".
    DISPLAY NbExceptions " exception(s) KYC.".
    DISPLAY "========================================================".
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbExceptions > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

TRAITER-UN-CLIENT.
    READ ClientFile NEXT RECORD
        AT END
            MOVE 'O' TO FinClients
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbClientsLus.
    MOVE NumeroClient TO ClientCourant.
    MOVE 0 TO NbAvoirs.
    MOVE 0 TO TotalEligible.
    MOVE 'N' TO TauxManquant.

    MOVE 'N' TO FinComptes.
    MOVE LOW-VALUES TO NumeroCompte.
    START CompteFile KEY IS GREATER THAN NumeroCompte
        INVALID KEY
            MOVE 'O' TO FinComptes
    END-START.
    PERFORM EXAMINER-UN-COMPTE UNTIL FinComptes = 'O'.
    IF NbAvoirs = 0
        EXIT PARAGRAPH
    END-IF.

    IF TotalEligible > PlafondGarantie
        MOVE PlafondGarantie TO MontantCouvert
    ELSE
        MOVE TotalEligible TO MontantCouvert
    END-IF.
    PERFORM CONTROLER-KYC.

    MOVE SPACES TO VueDeposantRecord.
    MOVE 'D' TO TypeLigneVue.
    MOVE NumeroClient TO NumeroClientVue.
    MOVE NomClient TO NomClientVue.
    MOVE AdresseClient TO AdresseClientVue.
    MOVE TypeDocumentClient TO TypeDocumentVue.
    MOVE NumeroDocumentClient TO NumeroDocumentVue.
    MOVE NbAvoirs TO NbAvoirsVue.
    MOVE TotalEligible TO TotalEligibleVue.
    MOVE MontantCouvert TO MontantCouvertVue.
    COMPUTE ExcedentVue = TotalEligible - MontantCouvert.
    MOVE KycComplet TO KycCompletVue.
    MOVE DateTraitementJour TO DateArreteVue.
    WRITE VueDeposantRecord.
    IF STATUS-VUEUNIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de VueUniqueDeposants. Code de statut : " STATUS-VUEUNIQUE
        STOP RUN
    END-IF.
    PERFORM ECRIRE-UN-AVOIR
        VARYING IndexAvoirs FROM 1 BY 1 UNTIL IndexAvoirs > NbAvoirs.

    ADD 1 TO NbDeposants.
    ADD TotalEligible TO TotalEligibleBanque.
    ADD MontantCouvert TO TotalCouvertBanque.
    EXIT.

EXAMINER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinComptes
            EXIT PARAGRAPH
    END-READ.
    PERFORM COMPTER-DETENTEURS.
*>  Sans titulaire ni co-titulaire dans TitulairesComptes, le compte
*>  appartient en entier au client de CompteRecord (enregistrements
*>  d'avant le fichier), comme au sign-on de Banque.cob.
    IF NbDetenteurs = 0 AND NumeroClientCompte = ClientCourant
        MOVE 1 TO NbDetenteurs
        MOVE 'O' TO ClientDetenteur
    END-IF.
    IF ClientDetenteur NOT = 'O'
        EXIT PARAGRAPH
    END-IF.

    MOVE Devise TO CodeDeviseRecherche.
    PERFORM RECHERCHER-TAUX-CHANGE.
    IF TauxRencontre = 'N' AND Devise NOT = "EUR"
        MOVE 'O' TO TauxManquant
    END-IF.

    IF StatutCompte NOT = 'C' AND SoldeCompte > 0
        MOVE "CPT" TO NatureAvoir
        MOVE 0 TO NumeroDepotAvoir
        MOVE SoldeCompte TO SoldeAvoir
        MOVE 0 TO InteretsAvoir
        PERFORM AJOUTER-AVOIR
    END-IF.
    PERFORM AJOUTER-DEPOT-DU-COMPTE
        VARYING IndexDepots FROM 1 BY 1 UNTIL IndexDepots > NbDepotsTerme.
    EXIT.

COMPTER-DETENTEURS.
*> Nombre de titulaires et co-titulaires du compte courant, et
*> ClientDetenteur à 'O' si le client traité en fait partie.
    MOVE 0 TO NbDetenteurs.
    MOVE 'N' TO ClientDetenteur.
    IF STATUS-TITULAIRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteTitulaire.
    MOVE LOW-VALUES TO NumeroClientTitulaire.
    MOVE 'N' TO FinTitulaires.
    START TitulaireFile KEY IS NOT LESS THAN CleTitulaire
        INVALID KEY
            MOVE 'O' TO FinTitulaires
    END-START.
    PERFORM LIRE-UN-DETENTEUR UNTIL FinTitulaires = 'O'.
    EXIT.

LIRE-UN-DETENTEUR.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTitulaires
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteTitulaire NOT = NumeroCompte
        MOVE 'O' TO FinTitulaires
        EXIT PARAGRAPH
    END-IF.
    IF RoleTitulaire = 'T' OR RoleTitulaire = 'C'
        ADD 1 TO NbDetenteurs
        IF NumeroClientTitulaire = ClientCourant
            MOVE 'O' TO ClientDetenteur
        END-IF
    END-IF.
    EXIT.

AJOUTER-DEPOT-DU-COMPTE.
    IF CompteDepotTbl(IndexDepots) = NumeroCompte
        MOVE "DAT" TO NatureAvoir
        MOVE NumeroDepotTbl(IndexDepots) TO NumeroDepotAvoir
        MOVE PrincipalDepotTbl(IndexDepots) TO SoldeAvoir
        MOVE InteretsDepotTbl(IndexDepots) TO InteretsAvoir
        PERFORM AJOUTER-AVOIR
    END-IF.
    EXIT.

AJOUTER-AVOIR.
*> Quote-part du déposant en EUR : (solde + intérêts courus) divisé
*> entre les détenteurs, puis converti au taux du jour.
    COMPUTE QuotePartEur ROUNDED =
            (SoldeAvoir + InteretsAvoir) / NbDetenteurs / TauxTrouve.
    ADD QuotePartEur TO TotalEligible.
    IF NbAvoirs NOT < 100
        DISPLAY "Client " ClientCourant " : plus de 100 avoirs, détail "
                "tronqué (total complet)."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbAvoirs.
    MOVE NumeroCompte TO CompteAvoirTbl(NbAvoirs).
    MOVE NatureAvoir TO NatureAvoirTbl(NbAvoirs).
    MOVE NumeroDepotAvoir TO DepotAvoirTbl(NbAvoirs).
    MOVE Devise TO DeviseAvoirTbl(NbAvoirs).
    MOVE SoldeAvoir TO SoldeAvoirTbl(NbAvoirs).
    MOVE InteretsAvoir TO InteretsAvoirTbl(NbAvoirs).
    MOVE NbDetenteurs TO DetenteursAvoirTbl(NbAvoirs).
    MOVE TauxTrouve TO TauxAvoirTbl(NbAvoirs).
    MOVE QuotePartEur TO QuotePartAvoirTbl(NbAvoirs).
    EXIT.

ECRIRE-UN-AVOIR.
    MOVE SPACES TO VueAvoirRecord.
    MOVE 'C' TO TypeLigneAvoirVue.
    MOVE ClientCourant TO NumeroClientAvoirVue.
    MOVE CompteAvoirTbl(IndexAvoirs) TO NumeroCompteVue.
    MOVE NatureAvoirTbl(IndexAvoirs) TO NatureAvoirVue.
    MOVE DepotAvoirTbl(IndexAvoirs) TO NumeroDepotVue.
    MOVE DeviseAvoirTbl(IndexAvoirs) TO DeviseAvoirVue.
    MOVE SoldeAvoirTbl(IndexAvoirs) TO SoldeDeviseVue.
    MOVE InteretsAvoirTbl(IndexAvoirs) TO InteretsCourusVue.
    MOVE DetenteursAvoirTbl(IndexAvoirs) TO NbDetenteursVue.
    MOVE TauxAvoirTbl(IndexAvoirs) TO TauxAppliqueVue.
    MOVE QuotePartAvoirTbl(IndexAvoirs) TO QuotePartEurVue.
    WRITE VueAvoirRecord.
    IF STATUS-VUEUNIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de VueUniqueDeposants. Code de statut : " STATUS-VUEUNIQUE
        STOP RUN
    END-IF.
    EXIT.

CONTROLER-KYC.
*> Le fonds indemnise sur l'identité portée au fichier : nom,
*> adresse et pièce d'identité en cours de validité sont exigés.
*> Un taux de change absent fausse la contre-valeur et sort aussi.
    MOVE 'O' TO KycComplet.
    IF NomClient = SPACES
       OR AdresseClient = SPACES
       OR TypeDocumentClient = SPACE
       OR NumeroDocumentClient = SPACES
       OR DateExpirationDocument < DateTraitementJour
       OR TauxManquant = 'O'
        MOVE 'N' TO KycComplet
        ADD 1 TO NbExceptions
        DISPLAY "  Client " NumeroClient " " NomClient
                " - éligible " TotalEligible " EUR"
    END-IF.
    IF NomClient = SPACES
        DISPLAY "      nom absent"
    END-IF.
    IF AdresseClient = SPACES
        DISPLAY "      adresse absente"
    END-IF.
    IF TypeDocumentClient = SPACE OR NumeroDocumentClient = SPACES
        DISPLAY "      pièce d'identité non renseignée"
    END-IF.
    IF DateExpirationDocument < DateTraitementJour
        DISPLAY "      pièce d'identité expirée ou sans date ("
                DateExpirationDocument ")"
    END-IF.
    IF TauxManquant = 'O'
        DISPLAY "      taux de change absent : avoir en devise compté à 1 pour 1"
    END-IF.
    EXIT.

CHARGER-DEPOTS-TERME.
    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES NOT = "00"
        DISPLAY "DepotTermeFile indisponible (" STATUS-TERMES
                ") : aucun dépôt à terme dans la vue."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-DEPOT-TERME UNTIL FinTermes = 'O'.
    CLOSE DepotTermeFile.
    EXIT.

CHARGER-UN-DEPOT-TERME.
    READ DepotTermeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTermes
            EXIT PARAGRAPH
    END-READ.
    IF StatutTerme NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbDepotsTerme NOT < 1000
        DISPLAY "Table des dépôts à terme pleine (1000). Dépôt ignoré : "
                NumeroDepotTerme
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDepotsTerme.
    MOVE NumeroDepotTerme TO NumeroDepotTbl(NbDepotsTerme).
    MOVE NumeroCompteTerme TO CompteDepotTbl(NbDepotsTerme).
    MOVE PrincipalTerme TO PrincipalDepotTbl(NbDepotsTerme).
    IF DateEcheanceTerme < DateTraitementJour
        MOVE DateEcheanceTerme TO DateFinCourus
    ELSE
        MOVE DateTraitementJour TO DateFinCourus
    END-IF.
    COMPUTE NbJoursCourus =
            FUNCTION INTEGER-OF-DATE(DateFinCourus)
          - FUNCTION INTEGER-OF-DATE(DateDebutTerme).
    IF NbJoursCourus < 0
        MOVE 0 TO NbJoursCourus
    END-IF.
    COMPUTE InteretsDepotTbl(NbDepotsTerme) ROUNDED =
            PrincipalTerme * TauxTerme * NbJoursCourus / 360.
    EXIT.

RECHERCHER-TAUX-CHANGE.
*> Retient le taux dont la date d'effet la plus récente ne dépasse
*> pas la date comptable (historique tenu par GestionTauxChange).
    MOVE 1.0000 TO TauxTrouve.
    MOVE 0 TO MeilleureDateEffet.
    MOVE 'N' TO TauxRencontre.
    PERFORM COMPARER-UN-TAUX
        VARYING IndexTauxChange FROM 1 BY 1 UNTIL IndexTauxChange > NbTauxChange.
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
    MOVE 0 TO NbTauxChange.
    OPEN INPUT TauxChangeFile.
    IF STATUS-TAUXCHANGE NOT = "00"
        DISPLAY "TauxChangeFile indisponible (" STATUS-TAUXCHANGE
                ") : contre-valeurs EUR prises à 1 pour 1."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-TAUX UNTIL FinTauxChangeFile = 'O'.
    CLOSE TauxChangeFile.
    EXIT.

CHARGER-UN-TAUX.
    READ TauxChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTauxChangeFile
            EXIT PARAGRAPH
    END-READ.
    IF NbTauxChange NOT < 50
        DISPLAY "Table des taux pleine (50). Taux ignoré : "
                CodeDevise " effet " DateEffetTaux
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbTauxChange.
    MOVE CodeDevise        TO CodeDeviseTbl(NbTauxChange).
    MOVE DateEffetTaux     TO DateEffetTbl(NbTauxChange).
    MOVE TauxParRapportEUR TO TauxTbl(NbTauxChange).
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
    MOVE "VUEUNIQ" TO NomProgrammeCtl.
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
    MOVE NbClientsLus TO NbLusCtl.
    MOVE NbDeposants TO NbPostesCtl.
    MOVE NbExceptions TO NbRejetesCtl.
    MOVE TotalCouvertBanque TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
