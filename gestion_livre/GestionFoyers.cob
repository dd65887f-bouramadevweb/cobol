IDENTIFICATION DIVISION.
PROGRAM-ID. GestionFoyers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FoyerFile
           ASSIGN TO 'FoyersMembres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembreDependant
           FILE STATUS IS STATUS-FOYERS.

    SELECT MembreFile
           ASSIGN TO 'MembreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD FoyerFile.
*> Rattachement d'un membre à charge au membre payeur de son foyer
*> (adhésion familiale) : 'A' à charge, 'C' converti en adhésion
*> individuelle à l'âge prévu, 'D' détaché au guichet.
01 FoyerRecord.
   05 NumeroMembreDependant  PIC 9(4).
   05 NumeroMembrePayeur     PIC 9(4).
   05 DateNaissanceDependant PIC 9(8).
   05 DateRattachement       PIC 9(8).
   05 StatutRattachement     PIC X.

FD MembreFile.
01 MembreRecord.
   05 NumeroMembre  PIC 9(4).
   05 NomMembre     PIC X(30).
   05 ContactMembre PIC X(30).
   05 StatutMembre  PIC X.
   05 DateFinAdhesion PIC 9(8).

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-FOYERS       PIC XX.
77 STATUS-MEMBRES      PIC XX.
77 STATUS-SESSION      PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 NumeroDependantSaisi PIC 9(4).
01 NumeroPayeurSaisi PIC 9(4).
01 DateNaissanceSaisie PIC 9(8).
01 DateMajorite      PIC 9(8).
01 FinAdhesionPayeur PIC 9(8).
01 RattachementExistant PIC X.
01 MembreTrouve      PIC X.
01 IndexFoyer        PIC 9(2).
*> Âge auquel un membre à charge passe en adhésion individuelle (même
*> valeur que ListeAdhesions, qui fait la conversion).
01 AgeConversionFoyer PIC 9(2) VALUE 18.

01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.

01 NomAuditLivres    PIC X(100) VALUE 'AuditLivres'.
01 LigneAuditLivres  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Adhésions familiales : un adulte payeur et ses membres à charge.
*> Le foyer paie une seule cotisation au tarif famille (le
*> renouvellement du payeur prolonge tout le foyer), partage un
*> plafond d'emprunts commun, et les lettres de rappel comme les
*> prélèvements d'amendes s'adressent au payeur. Un membre à charge
*> repasse en adhésion individuelle à l'âge prévu (ListeAdhesions).
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

*>  Fichier ouvert le temps de chaque opération : FoyerUtil le lit
*>  pour son propre compte entre deux saisies.
    OPEN I-O FoyerFile.
    IF STATUS-FOYERS = "35"
        OPEN OUTPUT FoyerFile
        CLOSE FoyerFile
        OPEN I-O FoyerFile
    END-IF.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Impossible d'ouvrir FoyersMembres. Code de statut : " STATUS-FOYERS
        GOBACK
    END-IF.
    CLOSE FoyerFile.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".
    GOBACK.

LIRE-SESSION-OPERATEUR.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "ADHÉSIONS FAMILIALES (FOYERS)".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Rattacher un membre à charge à un payeur".
    DISPLAY "2. Détacher un membre à charge".
    DISPLAY "3. Afficher le foyer d'un membre".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM RATTACHER-DEPENDANT
        WHEN "2"
            PERFORM DETACHER-DEPENDANT
        WHEN "3"
            PERFORM AFFICHER-FOYER
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

RATTACHER-DEPENDANT.
*> Le membre à charge garde son numéro et sa carte ; son adhésion
*> s'aligne sur celle du payeur, qui la renouvellera pour tout le
*> foyer.
    DISPLAY "Numéro du membre payeur : ".
    ACCEPT NumeroPayeurSaisi.
    DISPLAY "Numéro du membre à charge : ".
    ACCEPT NumeroDependantSaisi.
    IF NumeroDependantSaisi = NumeroPayeurSaisi
        DISPLAY "Un membre ne peut pas être à sa propre charge."
        EXIT PARAGRAPH
    END-IF.

*>  Le payeur ne peut pas être lui-même à charge, ni le futur membre
*>  à charge payeur d'un autre foyer.
    MOVE NumeroPayeurSaisi TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    IF NumeroPayeurFoyer NOT = NumeroPayeurSaisi
        DISPLAY "Le membre " NumeroPayeurSaisi " est lui-même à charge du membre "
                NumeroPayeurFoyer "."
        EXIT PARAGRAPH
    END-IF.
    IF NbMembresFoyer NOT < 10
        DISPLAY "Foyer complet (10 membres)."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroDependantSaisi TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    IF StatutFoyer = "00"
        IF NumeroPayeurFoyer = NumeroDependantSaisi
            DISPLAY "Le membre " NumeroDependantSaisi
                    " est payeur d'un foyer : détachez d'abord ses membres à charge."
        ELSE
            DISPLAY "Le membre " NumeroDependantSaisi " est déjà à charge du membre "
                    NumeroPayeurFoyer "."
        END-IF
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Date de naissance du membre à charge (AAAAMMJJ) : ".
    ACCEPT DateNaissanceSaisie.
    IF DateNaissanceSaisie NOT NUMERIC
       OR FUNCTION TEST-DATE-YYYYMMDD(DateNaissanceSaisie) NOT = 0
        DISPLAY "Date de naissance invalide."
        EXIT PARAGRAPH
    END-IF.
    COMPUTE DateMajorite = DateNaissanceSaisie + AgeConversionFoyer * 10000.
    IF DateMajorite NOT > DateDuJour
        DISPLAY "Le membre a déjà " AgeConversionFoyer
                " ans : il garde une adhésion individuelle."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O MembreFile.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO MembreTrouve.
    MOVE NumeroPayeurSaisi TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            MOVE 'N' TO MembreTrouve
            DISPLAY "Aucun membre ne porte le numéro " NumeroPayeurSaisi "."
        NOT INVALID KEY
            MOVE DateFinAdhesion TO FinAdhesionPayeur
    END-READ.
    IF MembreTrouve = 'O'
        MOVE NumeroDependantSaisi TO NumeroMembre
        READ MembreFile
            KEY IS NumeroMembre
            INVALID KEY
                MOVE 'N' TO MembreTrouve
                DISPLAY "Aucun membre ne porte le numéro " NumeroDependantSaisi "."
        END-READ
    END-IF.
    IF MembreTrouve = 'N'
        CLOSE MembreFile
        EXIT PARAGRAPH
    END-IF.
    MOVE FinAdhesionPayeur TO DateFinAdhesion.
    REWRITE MembreRecord.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Erreur à la mise à jour du membre. Code de statut : " STATUS-MEMBRES
        CLOSE MembreFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE MembreFile.

    OPEN I-O FoyerFile.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Impossible d'ouvrir FoyersMembres. Code de statut : " STATUS-FOYERS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO RattachementExistant.
    MOVE NumeroDependantSaisi TO NumeroMembreDependant.
    READ FoyerFile
        KEY IS NumeroMembreDependant
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO RattachementExistant
    END-READ.
    MOVE NumeroDependantSaisi TO NumeroMembreDependant.
    MOVE NumeroPayeurSaisi TO NumeroMembrePayeur.
    MOVE DateNaissanceSaisie TO DateNaissanceDependant.
    MOVE DateDuJour TO DateRattachement.
    MOVE 'A' TO StatutRattachement.
    IF RattachementExistant = 'N'
        WRITE FoyerRecord
    ELSE
        REWRITE FoyerRecord
    END-IF.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Erreur à l'écriture de FoyersMembres. Code de statut : " STATUS-FOYERS
        CLOSE FoyerFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE FoyerFile.
    DISPLAY "Membre " NumeroDependantSaisi " à charge du membre "
            NumeroPayeurSaisi ", adhésion alignée au " FinAdhesionPayeur ".".

    MOVE SPACES TO LigneAuditLivres.
    STRING "FOYER rattachement membre " DELIMITED BY SIZE
           NumeroDependantSaisi DELIMITED BY SIZE
           " payeur " DELIMITED BY SIZE
           NumeroPayeurSaisi DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
    EXIT.

DETACHER-DEPENDANT.
*> Le membre détaché garde l'adhésion en cours ; il la renouvellera
*> seul, au tarif individuel.
    DISPLAY "Numéro du membre à charge à détacher : ".
    ACCEPT NumeroDependantSaisi.
    OPEN I-O FoyerFile.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Impossible d'ouvrir FoyersMembres. Code de statut : " STATUS-FOYERS
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroDependantSaisi TO NumeroMembreDependant.
    READ FoyerFile
        KEY IS NumeroMembreDependant
        INVALID KEY
            DISPLAY "Ce membre n'est à charge d'aucun foyer."
            CLOSE FoyerFile
            EXIT PARAGRAPH
    END-READ.
    IF StatutRattachement NOT = 'A'
        DISPLAY "Ce membre n'est plus à charge (statut " StatutRattachement ")."
        CLOSE FoyerFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'D' TO StatutRattachement.
    REWRITE FoyerRecord.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Erreur à la mise à jour de FoyersMembres. Code de statut : " STATUS-FOYERS
        CLOSE FoyerFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE FoyerFile.
    DISPLAY "Membre " NumeroDependantSaisi " détaché du foyer de "
            NumeroMembrePayeur ".".

    MOVE SPACES TO LigneAuditLivres.
    STRING "FOYER detachement membre " DELIMITED BY SIZE
           NumeroDependantSaisi DELIMITED BY SIZE
           " payeur " DELIMITED BY SIZE
           NumeroMembrePayeur DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
    EXIT.

AFFICHER-FOYER.
    DISPLAY "Numéro d'un membre du foyer : ".
    ACCEPT NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    IF StatutFoyer NOT = "00"
        DISPLAY "Le membre " NumeroMembreFoyer " a une adhésion individuelle."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MembreFile.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT FoyerFile.
    DISPLAY "Foyer du payeur " NumeroPayeurFoyer " (" NbMembresFoyer " membres) :".
    PERFORM AFFICHER-UN-MEMBRE-FOYER
        VARYING IndexFoyer FROM 1 BY 1 UNTIL IndexFoyer > NbMembresFoyer.
    CLOSE MembreFile.
    CLOSE FoyerFile.
    EXIT.

AFFICHER-UN-MEMBRE-FOYER.
    MOVE MembreFoyerTbl(IndexFoyer) TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            MOVE "(membre supprimé)" TO NomMembre
            MOVE 0 TO DateFinAdhesion
    END-READ.
    IF IndexFoyer = 1
        DISPLAY "  payeur    " NumeroMembre " " NomMembre
                " | adhésion jusqu'au " DateFinAdhesion
    ELSE
        MOVE NumeroMembre TO NumeroMembreDependant
        READ FoyerFile
            KEY IS NumeroMembreDependant
            INVALID KEY
                MOVE 0 TO DateNaissanceDependant
        END-READ
        DISPLAY "  à charge  " NumeroMembre " " NomMembre
                " | né(e) le " DateNaissanceDependant
    END-IF.
    EXIT.

JOURNALISER.
    CALL "JournalUtil" USING NomAuditLivres
                             LigneAuditLivres
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.
