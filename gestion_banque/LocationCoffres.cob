IDENTIFICATION DIVISION.
PROGRAM-ID. LocationCoffres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CoffreLocationFile
           ASSIGN TO 'CoffresLocation'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCoffreLocation
           FILE STATUS IS STATUS-COFFRES.

    SELECT ContratCoffreFile
           ASSIGN TO 'ContratsCoffres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContratCoffre
           FILE STATUS IS STATUS-CONTRATS.

    SELECT AccesCoffreFile
           ASSIGN TO 'AccesCoffres'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ACCES.

    SELECT AgenceFile
           ASSIGN TO 'AgenceFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeAgence
           FILE STATUS IS STATUS-AGENCES.

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

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD CoffreLocationFile.
COPY CoffreLocationRecord.

FD ContratCoffreFile.
COPY ContratCoffreRecord.

FD AccesCoffreFile.
COPY AccesCoffreRecord.

FD AgenceFile.
COPY AgenceRecord.

FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-COFFRES    PIC XX.
77 STATUS-CONTRATS   PIC XX.
77 STATUS-ACCES      PIC XX.
77 STATUS-AGENCES    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 AgencePoste       PIC X(3).
01 NumeroCoffreSaisi PIC X(4).
01 TailleSaisie      PIC X.
01 NumeroClientSaisi PIC X(10).
01 NumeroCompteSaisi PIC X(10).
01 NumeroContratSaisi PIC 9(6).
01 ProchainContrat   PIC 9(6).
01 ReponseOuiNon     PIC X.
01 NbCoffresListes   PIC 9(4).
01 NbVisitesListees  PIC 9(5).
01 LibelleAction     PIC X(12).
01 MotifRefus        PIC X(30).

*> Loyer annuel cumulé via le barème : COFP, COFM ou COFG selon la
*> taille du coffre.
01 CodeLoyerCoffre.
   05 FILLER         PIC X(3) VALUE "COF".
   05 TailleLoyer    PIC X.
01 StatutFraisOperation PIC XX.

01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Location de coffres-forts aux clients : le registre papier posé
*> à côté de la salle des coffres (qui loue quoi, qui est venu quand)
*> passe dans trois fichiers — l'inventaire des coffres de chaque
*> agence, les contrats de location et le registre des visites. Le
*> loyer annuel passe par le barème des frais (FraisOperationUtil,
*> facturé au mois échu par FacturationFrais) : un premier loyer à
*> la signature, puis un par an au mois anniversaire (LoyersCoffres).
*> Un contrat dont le loyer n'a pas été couvert passe en impayé et
*> l'accès au coffre est refusé jusqu'à régularisation.
    PERFORM LIRE-SESSION-OPERATEUR.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
    IF StatutDateTraitement NOT = "00"
        DISPLAY "Impossible de lire la date de traitement. Code de statut : " StatutDateTraitement
        GOBACK
    END-IF.

    DISPLAY "Code agence du poste (référentiel GestionAgences) : ".
    ACCEPT AgencePoste.
    PERFORM CONTROLER-AGENCE.
    IF AgencePoste = SPACES
        GOBACK
    END-IF.

    OPEN I-O CoffreLocationFile.
    IF STATUS-COFFRES = "35"
        OPEN OUTPUT CoffreLocationFile
        CLOSE CoffreLocationFile
        OPEN I-O CoffreLocationFile
    END-IF.
    IF STATUS-COFFRES NOT = "00"
        DISPLAY "Erreur à l'ouverture de CoffresLocation. Code de statut : " STATUS-COFFRES
        STOP RUN
    END-IF.
    OPEN I-O ContratCoffreFile.
    IF STATUS-CONTRATS = "35"
        OPEN OUTPUT ContratCoffreFile
        CLOSE ContratCoffreFile
        OPEN I-O ContratCoffreFile
    END-IF.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à l'ouverture de ContratsCoffres. Code de statut : " STATUS-CONTRATS
        CLOSE CoffreLocationFile
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE CoffreLocationFile.
    CLOSE ContratCoffreFile.

    GOBACK.

LIRE-SESSION-OPERATEUR.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
                MOVE ProfilOperateurSess TO ProfilSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

CONTROLER-AGENCE.
*> Les coffres appartiennent à une agence du référentiel : un code
*> inconnu ouvrirait un inventaire fantôme que personne ne verrait.
*> Agence refusée : la zone est remise à blanc.
    IF AgencePoste = SPACES
        DISPLAY "Code agence obligatoire."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT AgenceFile.
    IF STATUS-AGENCES NOT = "00"
        DISPLAY "Impossible d'ouvrir AgenceFile. Code de statut : " STATUS-AGENCES
        MOVE SPACES TO AgencePoste
        EXIT PARAGRAPH
    END-IF.
    MOVE AgencePoste TO CodeAgence.
    READ AgenceFile
        KEY IS CodeAgence
        INVALID KEY
            DISPLAY "Agence " AgencePoste " inconnue du référentiel."
            MOVE SPACES TO AgencePoste
    END-READ.
    CLOSE AgenceFile.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "LOCATION DE COFFRES-FORTS - AGENCE " AgencePoste.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Enregistrer une visite au coffre".
    DISPLAY "2. Lister les coffres de l'agence".
    DISPLAY "3. Ouvrir un contrat de location".
    DISPLAY "4. Résilier un contrat".
    DISPLAY "5. Consulter les visites d'un coffre".
    IF ProfilSession = 'S'
        DISPLAY "6. Ajouter un coffre / mettre hors service"
        DISPLAY "7. Régulariser un impayé"
    END-IF.
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM ENREGISTRER-VISITE
        WHEN "2"
            PERFORM LISTER-COFFRES
        WHEN "3"
            PERFORM OUVRIR-CONTRAT
        WHEN "4"
            PERFORM RESILIER-CONTRAT
        WHEN "5"
            PERFORM CONSULTER-VISITES
        WHEN "6"
            PERFORM TENIR-INVENTAIRE
        WHEN "7"
            PERFORM REGULARISER-IMPAYE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

LIRE-COFFRE.
*> Lecture d'un coffre de l'agence du poste ; numéro inconnu :
*> la zone du numéro est remise à blanc.
    DISPLAY "Numéro du coffre : ".
    ACCEPT NumeroCoffreSaisi.
    MOVE AgencePoste TO CodeAgenceCoffreLoc.
    MOVE NumeroCoffreSaisi TO NumeroCoffreLoc.
    READ CoffreLocationFile
        KEY IS CleCoffreLocation
        INVALID KEY
            DISPLAY "Aucun coffre " NumeroCoffreSaisi " dans l'agence " AgencePoste "."
            MOVE SPACES TO NumeroCoffreSaisi
    END-READ.
    EXIT.

ENREGISTRER-VISITE.
*> Toute présentation d'un client en salle des coffres s'inscrit au
*> registre, accordée ou refusée, avec l'opérateur qui l'a reçu.
*> Seul le locataire en titre entre, et jamais sur un contrat
*> impayé.
    PERFORM LIRE-COFFRE.
    IF NumeroCoffreSaisi = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF StatutCoffreLoc NOT = 'O'
        DISPLAY "Le coffre " NumeroCoffreLoc " n'est pas loué (statut "
                StatutCoffreLoc ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroContratCoffreLoc TO NumeroContratCoffre.
    READ ContratCoffreFile
        KEY IS NumeroContratCoffre
        INVALID KEY
            DISPLAY "Contrat " NumeroContratCoffreLoc
                    " introuvable : inventaire à faire vérifier."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Numéro du client qui se présente : ".
    ACCEPT NumeroClientSaisi.

    MOVE SPACES TO MotifRefus.
    IF NumeroClientSaisi NOT = NumeroClientContrat
        MOVE "CLIENT NON LOCATAIRE" TO MotifRefus
    ELSE
        IF StatutContratCoffre = 'I'
            MOVE "LOYER IMPAYE" TO MotifRefus
        ELSE
            IF StatutContratCoffre NOT = 'A'
                MOVE "CONTRAT NON ACTIF" TO MotifRefus
            END-IF
        END-IF
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateAccesCoffre.
    MOVE DateHeureSysteme(9:6) TO HeureAccesCoffre.
    MOVE AgencePoste TO CodeAgenceAcces.
    MOVE NumeroCoffreLoc TO NumeroCoffreAcces.
    MOVE NumeroContratCoffre TO NumeroContratAcces.
    MOVE NumeroClientSaisi TO NumeroClientAcces.
    MOVE CodeOperateurSession TO OperateurAcces.
    MOVE MotifRefus TO MotifRefusAcces.
    IF MotifRefus = SPACES
        MOVE 'A' TO ResultatAcces
    ELSE
        MOVE 'R' TO ResultatAcces
    END-IF.

    OPEN EXTEND AccesCoffreFile.
    IF STATUS-ACCES = "35"
        OPEN OUTPUT AccesCoffreFile
    END-IF.
    IF STATUS-ACCES NOT = "00"
        DISPLAY "Impossible d'ouvrir AccesCoffres. Code de statut : " STATUS-ACCES
        DISPLAY "Visite non enregistrée : accès refusé."
        EXIT PARAGRAPH
    END-IF.
    WRITE AccesCoffreRecord.
    IF STATUS-ACCES NOT = "00"
        DISPLAY "Erreur à l'écriture de AccesCoffres. Code de statut : " STATUS-ACCES
        CLOSE AccesCoffreFile
        DISPLAY "Visite non enregistrée : accès refusé."
        EXIT PARAGRAPH
    END-IF.
    CLOSE AccesCoffreFile.

    IF ResultatAcces = 'A'
        DISPLAY "Accès accordé au coffre " NumeroCoffreLoc
                " (contrat " NumeroContratCoffre ")."
    ELSE
        DISPLAY "ACCÈS REFUSÉ : " MotifRefus
        IF StatutContratCoffre = 'I'
            DISPLAY "Loyer impayé depuis le " DateImpayeContrat
                    " : orienter le client vers un superviseur."
        END-IF
    END-IF.
    EXIT.

LISTER-COFFRES.
    MOVE 0 TO NbCoffresListes.
    MOVE AgencePoste TO CodeAgenceCoffreLoc.
    MOVE LOW-VALUES TO NumeroCoffreLoc.
    MOVE 'N' TO FinFichier.
    START CoffreLocationFile KEY IS NOT LESS THAN CleCoffreLocation
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UN-COFFRE UNTIL FinFichier = 'O'.
    IF NbCoffresListes = 0
        DISPLAY "Aucun coffre à l'inventaire de l'agence " AgencePoste "."
    END-IF.
    EXIT.

LISTER-UN-COFFRE.
    READ CoffreLocationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF CodeAgenceCoffreLoc NOT = AgencePoste
        MOVE 'O' TO FinFichier
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCoffresListes.
    IF StatutCoffreLoc = 'O'
        DISPLAY "Coffre " NumeroCoffreLoc " | taille " TailleCoffreLoc
                " | occupé, contrat " NumeroContratCoffreLoc
    ELSE
        DISPLAY "Coffre " NumeroCoffreLoc " | taille " TailleCoffreLoc
                " | statut " StatutCoffreLoc
    END-IF.
    EXIT.

OUVRIR-CONTRAT.
*> Le coffre doit être libre, le client connu et le compte de
*> prélèvement actif et au nom du client : c'est lui qui portera le
*> loyer chaque année.
    PERFORM LIRE-COFFRE.
    IF NumeroCoffreSaisi = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF StatutCoffreLoc NOT = 'L'
        DISPLAY "Le coffre " NumeroCoffreLoc " n'est pas libre (statut "
                StatutCoffreLoc ")."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Numéro du client locataire : ".
    ACCEPT NumeroClientSaisi.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientFile. Code de statut : " STATUS-CLIENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientSaisi TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "Aucun client ne porte ce numéro."
            CLOSE ClientFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE ClientFile.

    DISPLAY "Compte de prélèvement du loyer : ".
    ACCEPT NumeroCompteSaisi.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Aucun compte ne porte ce numéro."
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE CompteFile.
    IF NumeroClientCompte NOT = NumeroClientSaisi
        DISPLAY "Le compte " NumeroCompte " n'est pas au nom du client "
                NumeroClientSaisi "."
        EXIT PARAGRAPH
    END-IF.
    IF StatutCompte NOT = 'A' AND StatutCompte NOT = SPACE
        DISPLAY "Compte non actif (statut " StatutCompte
                ") : il ne peut pas porter le loyer."
        EXIT PARAGRAPH
    END-IF.

    PERFORM ATTRIBUER-NUMERO-CONTRAT.

    INITIALIZE ContratCoffreRecord.
    MOVE ProchainContrat TO NumeroContratCoffre.
    MOVE AgencePoste TO CodeAgenceContrat.
    MOVE NumeroCoffreLoc TO NumeroCoffreContrat.
    MOVE NumeroClientSaisi TO NumeroClientContrat.
    MOVE NumeroCompteSaisi TO CompteDebitContrat.
    MOVE DateTraitementJour TO DateDebutContrat.
    MOVE 0 TO DateFinContrat.
    MOVE 'A' TO StatutContratCoffre.
    MOVE 0 TO DateImpayeContrat.
    MOVE CodeOperateurSession TO OperateurContrat.

*>  Premier loyer à la signature ; les suivants tombent au mois
*>  anniversaire (LoyersCoffres).
    MOVE TailleCoffreLoc TO TailleLoyer.
    CALL "FraisOperationUtil" USING CodeLoyerCoffre
                                    CompteDebitContrat
                                    StatutFraisOperation.
    IF StatutFraisOperation NOT = "00"
        DISPLAY "Erreur au cumul du loyer. Code de statut : " StatutFraisOperation
        DISPLAY "Contrat non ouvert."
        EXIT PARAGRAPH
    END-IF.
    MOVE DateTraitementJour(1:6) TO PeriodeDernierLoyer.

    WRITE ContratCoffreRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à l'écriture de ContratsCoffres. Code de statut : " STATUS-CONTRATS
        EXIT PARAGRAPH
    END-IF.

    MOVE 'O' TO StatutCoffreLoc.
    MOVE NumeroContratCoffre TO NumeroContratCoffreLoc.
    REWRITE CoffreLocationRecord.
    IF STATUS-COFFRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de CoffresLocation. Code de statut : " STATUS-COFFRES
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Contrat " NumeroContratCoffre " ouvert : coffre "
            NumeroCoffreLoc " loué au client " NumeroClientContrat
            ", loyer sur le compte " CompteDebitContrat ".".
    MOVE "OUVERTURE" TO LibelleAction.
    PERFORM JOURNALISER-CONTRAT.
    EXIT.

ATTRIBUER-NUMERO-CONTRAT.
    MOVE 1 TO ProchainContrat.
    MOVE 0 TO NumeroContratCoffre.
    MOVE 'N' TO FinFichier.
    START ContratCoffreFile KEY IS NOT LESS THAN NumeroContratCoffre
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RELEVER-UN-CONTRAT UNTIL FinFichier = 'O'.
    EXIT.

RELEVER-UN-CONTRAT.
    READ ContratCoffreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroContratCoffre >= ProchainContrat
                COMPUTE ProchainContrat = NumeroContratCoffre + 1
            END-IF
    END-READ.
    EXIT.

RESILIER-CONTRAT.
*> Le coffre rendu redevient libre ; le loyer de l'année en cours
*> reste acquis. Un contrat impayé se régularise avant de se
*> résilier : le coffre ne se libère pas sur une dette.
    DISPLAY "Numéro du contrat : ".
    ACCEPT NumeroContratSaisi.
    MOVE NumeroContratSaisi TO NumeroContratCoffre.
    READ ContratCoffreFile
        KEY IS NumeroContratCoffre
        INVALID KEY
            DISPLAY "Aucun contrat ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF CodeAgenceContrat NOT = AgencePoste
        DISPLAY "Contrat tenu par l'agence " CodeAgenceContrat "."
        EXIT PARAGRAPH
    END-IF.
    IF StatutContratCoffre = 'I'
        DISPLAY "Loyer impayé depuis le " DateImpayeContrat
                " : à régulariser avant la résiliation."
        EXIT PARAGRAPH
    END-IF.
    IF StatutContratCoffre NOT = 'A'
        DISPLAY "Contrat déjà résilié le " DateFinContrat "."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coffre " NumeroCoffreContrat " loué au client "
            NumeroClientContrat " depuis le " DateDebutContrat ".".
    DISPLAY "Confirmer la résiliation (O/N) : ".
    ACCEPT ReponseOuiNon.
    IF ReponseOuiNon NOT = 'O'
        DISPLAY "Résiliation abandonnée."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'R' TO StatutContratCoffre.
    MOVE DateTraitementJour TO DateFinContrat.
    REWRITE ContratCoffreRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à la mise à jour de ContratsCoffres. Code de statut : " STATUS-CONTRATS
        EXIT PARAGRAPH
    END-IF.

    MOVE CodeAgenceContrat TO CodeAgenceCoffreLoc.
    MOVE NumeroCoffreContrat TO NumeroCoffreLoc.
    READ CoffreLocationFile
        KEY IS CleCoffreLocation
        INVALID KEY
            DISPLAY "Coffre " NumeroCoffreContrat " absent de l'inventaire."
        NOT INVALID KEY
            MOVE 'L' TO StatutCoffreLoc
            MOVE 0 TO NumeroContratCoffreLoc
            REWRITE CoffreLocationRecord
    END-READ.

    DISPLAY "Contrat " NumeroContratCoffre " résilié, coffre "
            NumeroCoffreContrat " libéré.".
    MOVE "RESILIATION" TO LibelleAction.
    PERFORM JOURNALISER-CONTRAT.
    EXIT.

CONSULTER-VISITES.
    DISPLAY "Numéro du coffre : ".
    ACCEPT NumeroCoffreSaisi.
    OPEN INPUT AccesCoffreFile.
    IF STATUS-ACCES NOT = "00"
        DISPLAY "Aucune visite enregistrée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NbVisitesListees.
    MOVE 'N' TO FinFichier.
    PERFORM LISTER-UNE-VISITE UNTIL FinFichier = 'O'.
    CLOSE AccesCoffreFile.
    IF NbVisitesListees = 0
        DISPLAY "Aucune visite au coffre " NumeroCoffreSaisi "."
    END-IF.
    EXIT.

LISTER-UNE-VISITE.
    READ AccesCoffreFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND CodeAgenceAcces = AgencePoste
       AND NumeroCoffreAcces = NumeroCoffreSaisi
        ADD 1 TO NbVisitesListees
        DISPLAY DateAccesCoffre " " HeureAccesCoffre
                " | client " NumeroClientAcces
                " | contrat " NumeroContratAcces
                " | opérateur " OperateurAcces
                " | " ResultatAcces " " MotifRefusAcces
    END-IF.
    EXIT.

TENIR-INVENTAIRE.
*> Un coffre inconnu s'ajoute libre avec sa taille ; un coffre
*> connu bascule entre libre et hors service. Un coffre occupé ne
*> se met pas hors service : le contrat se résilie d'abord.
    IF ProfilSession NOT = 'S'
        DISPLAY "Option réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro du coffre : ".
    ACCEPT NumeroCoffreSaisi.
    IF NumeroCoffreSaisi = SPACES
        DISPLAY "Numéro de coffre obligatoire."
        EXIT PARAGRAPH
    END-IF.
    MOVE AgencePoste TO CodeAgenceCoffreLoc.
    MOVE NumeroCoffreSaisi TO NumeroCoffreLoc.
    READ CoffreLocationFile
        KEY IS CleCoffreLocation
        INVALID KEY
            PERFORM AJOUTER-COFFRE
            EXIT PARAGRAPH
    END-READ.

    EVALUATE StatutCoffreLoc
        WHEN 'L'
            MOVE 'H' TO StatutCoffreLoc
            MOVE "HORS SERVICE" TO LibelleAction
        WHEN 'H'
            MOVE 'L' TO StatutCoffreLoc
            MOVE "EN SERVICE" TO LibelleAction
        WHEN OTHER
            DISPLAY "Coffre occupé (contrat " NumeroContratCoffreLoc
                    ") : résilier le contrat d'abord."
            EXIT PARAGRAPH
    END-EVALUATE.
    REWRITE CoffreLocationRecord.
    IF STATUS-COFFRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de CoffresLocation. Code de statut : " STATUS-COFFRES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coffre " NumeroCoffreLoc " : " LibelleAction ".".
    PERFORM JOURNALISER-INVENTAIRE.
    EXIT.

AJOUTER-COFFRE.
    DISPLAY "Nouveau coffre. Taille (P petit, M moyen, G grand) : ".
    ACCEPT TailleSaisie.
    IF TailleSaisie NOT = 'P' AND TailleSaisie NOT = 'M'
       AND TailleSaisie NOT = 'G'
        DISPLAY "Taille invalide : coffre non ajouté."
        EXIT PARAGRAPH
    END-IF.
    MOVE AgencePoste TO CodeAgenceCoffreLoc.
    MOVE NumeroCoffreSaisi TO NumeroCoffreLoc.
    MOVE TailleSaisie TO TailleCoffreLoc.
    MOVE 'L' TO StatutCoffreLoc.
    MOVE 0 TO NumeroContratCoffreLoc.
    WRITE CoffreLocationRecord.
    IF STATUS-COFFRES NOT = "00"
        DISPLAY "Erreur à l'écriture de CoffresLocation. Code de statut : " STATUS-COFFRES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coffre " NumeroCoffreLoc " ajouté à l'inventaire de l'agence "
            AgencePoste ".".
    MOVE "AJOUT" TO LibelleAction.
    PERFORM JOURNALISER-INVENTAIRE.
    EXIT.

REGULARISER-IMPAYE.
*> Le superviseur lève l'impayé une fois le client venu régler : le
*> compte réapprovisionné, ou le loyer cumulé de nouveau quand la
*> facturation l'avait abandonné (compte gelé ou clos à l'échéance,
*> éventuellement remplacé par un autre compte du client).
    IF ProfilSession NOT = 'S'
        DISPLAY "Option réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro du contrat : ".
    ACCEPT NumeroContratSaisi.
    MOVE NumeroContratSaisi TO NumeroContratCoffre.
    READ ContratCoffreFile
        KEY IS NumeroContratCoffre
        INVALID KEY
            DISPLAY "Aucun contrat ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutContratCoffre NOT = 'I'
        DISPLAY "Ce contrat n'est pas en impayé (statut "
                StatutContratCoffre ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Impayé depuis le " DateImpayeContrat ", compte de prélèvement "
            CompteDebitContrat ".".
    DISPLAY "Nouveau compte de prélèvement (blanc = inchangé) : ".
    ACCEPT NumeroCompteSaisi.
    IF NumeroCompteSaisi NOT = SPACES
        PERFORM CONTROLER-COMPTE-REMPLACEMENT
        IF NumeroCompteSaisi = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE NumeroCompteSaisi TO CompteDebitContrat
    END-IF.
    DISPLAY "Cumuler de nouveau le loyer annuel (O/N) : ".
    ACCEPT ReponseOuiNon.
    IF ReponseOuiNon = 'O'
        MOVE CodeAgenceContrat TO CodeAgenceCoffreLoc
        MOVE NumeroCoffreContrat TO NumeroCoffreLoc
        READ CoffreLocationFile
            KEY IS CleCoffreLocation
            INVALID KEY
                DISPLAY "Coffre " NumeroCoffreContrat " absent de l'inventaire."
                EXIT PARAGRAPH
        END-READ
        MOVE TailleCoffreLoc TO TailleLoyer
        CALL "FraisOperationUtil" USING CodeLoyerCoffre
                                        CompteDebitContrat
                                        StatutFraisOperation
        IF StatutFraisOperation NOT = "00"
            DISPLAY "Erreur au cumul du loyer. Code de statut : " StatutFraisOperation
            DISPLAY "Impayé maintenu."
            EXIT PARAGRAPH
        END-IF
        MOVE DateTraitementJour(1:6) TO PeriodeDernierLoyer
    END-IF.

    MOVE 'A' TO StatutContratCoffre.
    MOVE 0 TO DateImpayeContrat.
    REWRITE ContratCoffreRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à la mise à jour de ContratsCoffres. Code de statut : " STATUS-CONTRATS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Impayé levé : l'accès au coffre " NumeroCoffreContrat
            " est rétabli.".
    MOVE "REGULARISE" TO LibelleAction.
    PERFORM JOURNALISER-CONTRAT.
    EXIT.

CONTROLER-COMPTE-REMPLACEMENT.
*> Même contrôle qu'à l'ouverture : compte actif au nom du locataire.
*> Compte refusé : la zone est remise à blanc.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        MOVE SPACES TO NumeroCompteSaisi
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Aucun compte ne porte ce numéro."
            MOVE SPACES TO NumeroCompteSaisi
    END-READ.
    CLOSE CompteFile.
    IF NumeroCompteSaisi = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF NumeroClientCompte NOT = NumeroClientContrat
        DISPLAY "Le compte " NumeroCompte " n'est pas au nom du locataire."
        MOVE SPACES TO NumeroCompteSaisi
        EXIT PARAGRAPH
    END-IF.
    IF StatutCompte NOT = 'A' AND StatutCompte NOT = SPACE
        DISPLAY "Compte non actif (statut " StatutCompte ")."
        MOVE SPACES TO NumeroCompteSaisi
    END-IF.
    EXIT.

JOURNALISER-CONTRAT.
    MOVE SPACES TO LigneAuditBanque.
    STRING "COFFRE CONTRAT " DELIMITED BY SIZE
           LibelleAction DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           NumeroContratCoffre DELIMITED BY SIZE
           " agence " DELIMITED BY SIZE
           CodeAgenceContrat DELIMITED BY SIZE
           " coffre " DELIMITED BY SIZE
           NumeroCoffreContrat DELIMITED BY SIZE
           " client " DELIMITED BY SIZE
           NumeroClientContrat DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           CompteDebitContrat DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

JOURNALISER-INVENTAIRE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "COFFRE INVENTAIRE " DELIMITED BY SIZE
           LibelleAction DELIMITED BY SIZE
           " agence " DELIMITED BY SIZE
           CodeAgenceCoffreLoc DELIMITED BY SIZE
           " coffre " DELIMITED BY SIZE
           NumeroCoffreLoc DELIMITED BY SIZE
           " taille " DELIMITED BY SIZE
           TailleCoffreLoc DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.
