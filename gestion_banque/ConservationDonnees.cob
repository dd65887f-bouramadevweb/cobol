IDENTIFICATION DIVISION.
PROGRAM-ID. ConservationDonnees.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonneFile
           ASSIGN TO 'RegistrePersonnes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPersonne
           FILE STATUS IS STATUS-PERSONNES.

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

    SELECT ClotureFile
           ASSIGN TO 'DemandesCloture'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteCloture
           FILE STATUS IS STATUS-CLOTURES.

    SELECT PreferenceNotifFile
           ASSIGN TO 'PreferencesNotification'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientPref
           FILE STATUS IS STATUS-PREFERENCES.

    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

    SELECT MembreFile
           ASSIGN TO 'MembreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

    SELECT EmpruntFile
           ASSIGN TO 'EmpruntFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroEmprunt
           FILE STATUS IS STATUS-EMPRUNTS.

    SELECT LoyalteFile
           ASSIGN TO 'LoyalteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeClient
           FILE STATUS IS STATUS-LOYALTE.

    SELECT JournalReductionFile
           ASSIGN DYNAMIC NomJournalLu
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JOURNALRED.

DATA DIVISION.
FILE SECTION.
FD PersonneFile.
*> Même dessin que dans RegistrePersonnes.
01 PersonneRecord.
   05 NumeroPersonne       PIC 9(6).
   05 NomPersonne          PIC X(30).
   05 NumeroClientBanque   PIC X(10).
   05 NumeroMembreBib      PIC 9(4).
   05 CodeClientBoutique   PIC X(10).

FD ClientFile.
COPY ClientRecord.

FD CompteFile.
COPY CompteRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD ClotureFile.
COPY ClotureRecord.

FD PreferenceNotifFile.
COPY PreferenceNotifRecord.

FD CarteFile.
COPY CarteRecord.

FD MembreFile.
01 MembreRecord.
   05 NumeroMembre  PIC 9(4).
   05 NomMembre     PIC X(30).
   05 ContactMembre PIC X(30).
   05 StatutMembre  PIC X.
   05 DateFinAdhesion PIC 9(8).

FD EmpruntFile.
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

FD LoyalteFile.
01 LoyalteRecord.
   05 CodeClient        PIC X(10).
   05 NiveauClient       PIC X(6).
   05 TauxBonusPct      PIC 9(2)V99.
   05 SoldePoints       PIC 9(7).

FD JournalReductionFile.
*> Dessin de tête de ligne aligné sur LigneJournalReduction de
*> CalculReductions.
01 LigneJournalRed.
   05 MontantAchatJrl   PIC 9(6)V99.
   05 ReductionJrl      PIC 9(2)V99.
   05 MontantFinalJrl   PIC 9(6)V99.
   05 DateJrl           PIC 9(8).
   05 CodeCouponJrl     PIC X(10).
   05 DepotFaitJrl      PIC X.
   05 CodeClientJrl     PIC X(10).
   05 PointsGagnesJrl   PIC 9(5).
   05 FILLER            PIC X(146).

WORKING-STORAGE SECTION.
77 STATUS-PERSONNES   PIC XX.
77 STATUS-CLIENTS     PIC XX.
77 STATUS-COMPTES     PIC XX.
77 STATUS-TITULAIRES  PIC XX.
77 STATUS-CLOTURES    PIC XX.
77 STATUS-PREFERENCES PIC XX.
77 STATUS-CARTES      PIC XX.
77 STATUS-MEMBRES     PIC XX.
77 STATUS-EMPRUNTS    PIC XX.
77 STATUS-LOYALTE     PIC XX.
77 STATUS-JOURNALRED  PIC XX.
01 DateHeureSysteme   PIC X(21).

*> Durée légale de conservation après la fin de la dernière
*> relation : cinq ans, le plus long des délais (lutte contre le
*> blanchiment pour la banque), appliqué à la personne entière
*> puisque le registre relie ses trois métiers.
01 DureeConservationAns PIC 9(2) VALUE 5.
01 DateHorizon        PIC 9(8).
*> Ce qui remplace le nom d'une personne anonymisée ; sert aussi de
*> marque pour ne pas la retraiter l'année suivante.
01 MentionAnonyme     PIC X(30) VALUE "ANONYMISÉ".

*> Fichiers ouverts ('O') ou absents : un métier sans fichier n'a
*> rien à conserver ni à anonymiser.
01 PersonnesOuvertes  PIC X VALUE 'N'.
01 ClientsOuverts     PIC X VALUE 'N'.
01 ComptesOuverts     PIC X VALUE 'N'.
01 TitulairesOuverts  PIC X VALUE 'N'.
01 CloturesOuvertes   PIC X VALUE 'N'.
01 PreferencesOuvertes PIC X VALUE 'N'.
01 CartesOuvertes     PIC X VALUE 'N'.
01 MembresOuverts     PIC X VALUE 'N'.
01 EmpruntsOuverts    PIC X VALUE 'N'.
01 FideliteOuverte    PIC X VALUE 'N'.

01 FinFichier         PIC X.
01 FinInterne         PIC X.
01 FinJournal         PIC X.

*> Identifiants déjà portés par une fiche du registre : ceux-là se
*> décident avec la personne entière, jamais isolément.
01 LiensRegistre.
   02 LienLigne OCCURS 2000 TIMES.
      03 ClientLieTbl     PIC X(10).
      03 MembreLieTbl     PIC 9(4).
      03 CodeLieTbl       PIC X(10).
01 NbLiens            PIC 9(4) VALUE 0.
01 IndexLiens         PIC 9(4).
01 TableLiensPleine   PIC X VALUE 'N'.
01 IdentifiantLie     PIC X.

*> Codes fidélité ayant acheté depuis l'horizon (journal courant et
*> générations mensuelles de JournalReduction).
01 CodesActifs.
   02 CodeActifTbl OCCURS 3000 TIMES PIC X(10).
01 NbCodesActifs      PIC 9(4) VALUE 0.
01 IndexCodes         PIC 9(4).
01 CodeTrouve         PIC X.
01 NomJournalLu       PIC X(100).
01 NbGenerations      PIC 9(3).
01 IndexGeneration    PIC 9(3).
01 AnneeGeneration    PIC 9(4).
01 MoisGeneration     PIC 9(2).

*> Comptes de la personne évaluée (titulaire ou via
*> TitulairesComptes), pour les cartes à anonymiser avec elle.
01 ComptesPersonne.
   02 CompteAnonTbl OCCURS 50 TIMES PIC X(10).
01 NbComptesPers      PIC 9(2) VALUE 0.
01 IndexComptes       PIC 9(2).

*> Décision par métier puis pour la personne : 'A' à anonymiser
*> (relation terminée avant l'horizon, ou rien de détenu), 'K' à
*> conserver (relation en cours ou terminée depuis moins de cinq
*> ans), 'E' à examiner (fin de relation non datée — compte clos
*> sans demande de clôture exécutée, adhésion jamais datée, client
*> sans compte ni revue KYC). Le doute conserve.
01 DecisionPersonne   PIC X.
01 DecisionRole       PIC X.
01 ClientEvalue       PIC X(10).
01 MembreEvalue       PIC 9(4).
01 CodeEvalue         PIC X(10).
01 NouveauCodeFidelite PIC X(10).
01 ProchainCodeAnonyme PIC 9(6) VALUE 0.
01 SauvegardeFidelite PIC X(27).
01 LibelleIdentite    PIC X(20).
01 IdentiteAuditee    PIC X(10).

01 NbEvaluees         PIC 9(6) VALUE 0.
01 NbAnonymisees      PIC 9(6) VALUE 0.
01 NbAExaminer        PIC 9(6) VALUE 0.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "CONSERV".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Passage annuel de conservation des données personnelles, exigé
*> par le délégué à la protection des données : les clients clos,
*> adhérents partis et clients fidélité perdus de vue restaient à
*> vie dans nos fichiers. Chaque personne du registre est jugée
*> sur TOUS ses rôles (banque, bibliothèque, boutique) ; quand la
*> dernière relation s'est achevée avant l'horizon de conservation,
*> noms, adresses, contacts et numéros de pièce d'identité sont
*> effacés. Les montants (soldes, historique, emprunts et amendes,
*> points) restent, rattachés aux mêmes numéros, pour la
*> comptabilité. Les identités que le registre ne relie pas sont
*> jugées ensuite sur leur seul métier.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  Auto-conditionnement au premier janvier, sur le modèle du premier
*>  du mois de la revue KYC.
    IF DateTraitementJour(5:4) NOT = "0101"
        DISPLAY "Pas le premier janvier : conservation des données différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    COMPUTE DateHorizon = DateTraitementJour - DureeConservationAns * 10000.

    PERFORM OUVRIR-FICHIERS.
    PERFORM CHARGER-CODES-ACTIFS.
    PERFORM CHERCHER-DERNIER-CODE-ANONYME.

    DISPLAY "========================================================".
    DISPLAY "CONSERVATION DES DONNÉES PERSONNELLES - " DateTraitementJour.
    DISPLAY "Relations terminées avant le " DateHorizon " : anonymisées.".
    DISPLAY "--------------------------------------------------------".

*>  Les personnes du registre d'abord : la table des identifiants
*>  reliés doit être complète avant de juger les identités isolées.
    IF PersonnesOuvertes = 'O'
        MOVE 'N' TO FinFichier
        PERFORM TRAITER-UNE-PERSONNE UNTIL FinFichier = 'O'
    END-IF.

    IF TableLiensPleine = 'O'
        DISPLAY "Table des liens du registre pleine (2000) : identités "
                "isolées non traitées cette année."
    ELSE
        IF ClientsOuverts = 'O'
            MOVE 'N' TO FinFichier
            MOVE LOW-VALUES TO NumeroClient
            START ClientFile KEY IS GREATER THAN NumeroClient
                INVALID KEY
                    MOVE 'O' TO FinFichier
            END-START
            PERFORM TRAITER-UN-CLIENT-ISOLE UNTIL FinFichier = 'O'
        END-IF
        IF MembresOuverts = 'O'
            MOVE 'N' TO FinFichier
            PERFORM TRAITER-UN-MEMBRE-ISOLE UNTIL FinFichier = 'O'
        END-IF
        IF FideliteOuverte = 'O'
            MOVE 'N' TO FinFichier
            MOVE LOW-VALUES TO CodeClient
            START LoyalteFile KEY IS GREATER THAN CodeClient
                INVALID KEY
                    MOVE 'O' TO FinFichier
            END-START
            PERFORM TRAITER-UN-CODE-ISOLE UNTIL FinFichier = 'O'
        END-IF
    END-IF.

    PERFORM FERMER-FICHIERS.

    DISPLAY "--------------------------------------------------------".
    DISPLAY NbEvaluees " identité(s) examinée(s), " NbAnonymisees
            " anonymisée(s), " NbAExaminer " à examiner (fin non datée).".
    DISPLAY "========================================================".
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

OUVRIR-FICHIERS.
    OPEN I-O PersonneFile.
    IF STATUS-PERSONNES = "00"
        MOVE 'O' TO PersonnesOuvertes
    END-IF.
    OPEN I-O ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE 'O' TO ClientsOuverts
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES = "00"
        MOVE 'O' TO ComptesOuverts
    END-IF.
    OPEN I-O TitulaireFile.
    IF STATUS-TITULAIRES = "00"
        MOVE 'O' TO TitulairesOuverts
    END-IF.
    OPEN INPUT ClotureFile.
    IF STATUS-CLOTURES = "00"
        MOVE 'O' TO CloturesOuvertes
    END-IF.
    OPEN I-O PreferenceNotifFile.
    IF STATUS-PREFERENCES = "00"
        MOVE 'O' TO PreferencesOuvertes
    END-IF.
    OPEN I-O CarteFile.
    IF STATUS-CARTES = "00"
        MOVE 'O' TO CartesOuvertes
    END-IF.
    OPEN I-O MembreFile.
    IF STATUS-MEMBRES = "00"
        MOVE 'O' TO MembresOuverts
    END-IF.
    OPEN INPUT EmpruntFile.
    IF STATUS-EMPRUNTS = "00"
        MOVE 'O' TO EmpruntsOuverts
    END-IF.
    OPEN I-O LoyalteFile.
    IF STATUS-LOYALTE = "00"
        MOVE 'O' TO FideliteOuverte
    END-IF.
    EXIT.

FERMER-FICHIERS.
    IF PersonnesOuvertes = 'O'
        CLOSE PersonneFile
    END-IF.
    IF ClientsOuverts = 'O'
        CLOSE ClientFile
    END-IF.
    IF ComptesOuverts = 'O'
        CLOSE CompteFile
    END-IF.
    IF TitulairesOuverts = 'O'
        CLOSE TitulaireFile
    END-IF.
    IF CloturesOuvertes = 'O'
        CLOSE ClotureFile
    END-IF.
    IF PreferencesOuvertes = 'O'
        CLOSE PreferenceNotifFile
    END-IF.
    IF CartesOuvertes = 'O'
        CLOSE CarteFile
    END-IF.
    IF MembresOuverts = 'O'
        CLOSE MembreFile
    END-IF.
    IF EmpruntsOuverts = 'O'
        CLOSE EmpruntFile
    END-IF.
    IF FideliteOuverte = 'O'
        CLOSE LoyalteFile
    END-IF.
    EXIT.

TRAITER-UNE-PERSONNE.
    READ PersonneFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    PERFORM MEMORISER-LIENS.
    IF NomPersonne = MentionAnonyme
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEvaluees.

    MOVE 'A' TO DecisionPersonne.
    MOVE NumeroClientBanque TO ClientEvalue.
    MOVE NumeroMembreBib TO MembreEvalue.
    MOVE CodeClientBoutique TO CodeEvalue.
    IF ClientEvalue NOT = SPACES
        PERFORM EVALUER-CLIENT
        PERFORM COMBINER-DECISION
    END-IF.
    IF MembreEvalue NOT = 0
        PERFORM EVALUER-MEMBRE
        PERFORM COMBINER-DECISION
    END-IF.
    IF CodeEvalue NOT = SPACES
        PERFORM EVALUER-FIDELITE
        PERFORM COMBINER-DECISION
    END-IF.

    IF DecisionPersonne = 'E'
        ADD 1 TO NbAExaminer
        DISPLAY "Personne " NumeroPersonne " : fin de relation non datée, à examiner."
        EXIT PARAGRAPH
    END-IF.
    IF DecisionPersonne NOT = 'A'
        EXIT PARAGRAPH
    END-IF.

    IF ClientEvalue NOT = SPACES
        PERFORM ANONYMISER-CLIENT
    END-IF.
    IF MembreEvalue NOT = 0
        PERFORM ANONYMISER-MEMBRE
    END-IF.
    IF CodeEvalue NOT = SPACES
        PERFORM ANONYMISER-FIDELITE
        MOVE NouveauCodeFidelite TO CodeClientBoutique
    END-IF.
    MOVE MentionAnonyme TO NomPersonne.
    REWRITE PersonneRecord.
    IF STATUS-PERSONNES NOT = "00"
        DISPLAY "Erreur à la mise à jour de RegistrePersonnes. Code de statut : "
                STATUS-PERSONNES
        STOP RUN
    END-IF.
    ADD 1 TO NbAnonymisees.
    DISPLAY "Personne " NumeroPersonne " anonymisée (tous rôles).".
    MOVE "PERSONNE" TO LibelleIdentite.
    MOVE NumeroPersonne TO IdentiteAuditee.
    PERFORM JOURNALISER-ANONYMISATION.
    EXIT.

MEMORISER-LIENS.
    IF NbLiens NOT < 2000
        MOVE 'O' TO TableLiensPleine
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLiens.
    MOVE NumeroClientBanque TO ClientLieTbl(NbLiens).
    MOVE NumeroMembreBib TO MembreLieTbl(NbLiens).
    MOVE CodeClientBoutique TO CodeLieTbl(NbLiens).
    EXIT.

COMBINER-DECISION.
*> Un seul rôle vivant conserve la personne entière ; un rôle non
*> daté la met en examen, sauf si un autre la conserve déjà.
    IF DecisionRole = 'K'
        MOVE 'K' TO DecisionPersonne
    ELSE
        IF DecisionRole = 'E' AND DecisionPersonne = 'A'
            MOVE 'E' TO DecisionPersonne
        END-IF
    END-IF.
    EXIT.

TRAITER-UN-CLIENT-ISOLE.
    READ ClientFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF NomClient = MentionAnonyme
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO IdentifiantLie.
    MOVE 1 TO IndexLiens.
    PERFORM CHERCHER-CLIENT-LIE
        UNTIL IndexLiens > NbLiens OR IdentifiantLie = 'O'.
    IF IdentifiantLie = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEvaluees.
    MOVE NumeroClient TO ClientEvalue.
    PERFORM EVALUER-CLIENT.
    EVALUATE DecisionRole
        WHEN 'E'
            ADD 1 TO NbAExaminer
            DISPLAY "Client " ClientEvalue " : fin de relation non datée, à examiner."
        WHEN 'A'
            PERFORM ANONYMISER-CLIENT
            ADD 1 TO NbAnonymisees
            DISPLAY "Client " ClientEvalue " anonymisé."
            MOVE "CLIENT" TO LibelleIdentite
            MOVE ClientEvalue TO IdentiteAuditee
            PERFORM JOURNALISER-ANONYMISATION
    END-EVALUATE.
    EXIT.

CHERCHER-CLIENT-LIE.
    IF ClientLieTbl(IndexLiens) = NumeroClient
        MOVE 'O' TO IdentifiantLie
    ELSE
        ADD 1 TO IndexLiens
    END-IF.
    EXIT.

TRAITER-UN-MEMBRE-ISOLE.
    READ MembreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF NomMembre = MentionAnonyme
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO IdentifiantLie.
    MOVE 1 TO IndexLiens.
    PERFORM CHERCHER-MEMBRE-LIE
        UNTIL IndexLiens > NbLiens OR IdentifiantLie = 'O'.
    IF IdentifiantLie = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEvaluees.
    MOVE NumeroMembre TO MembreEvalue.
    PERFORM EVALUER-MEMBRE.
    EVALUATE DecisionRole
        WHEN 'E'
            ADD 1 TO NbAExaminer
            DISPLAY "Membre " MembreEvalue " : adhésion jamais datée, à examiner."
        WHEN 'A'
            PERFORM ANONYMISER-MEMBRE
            ADD 1 TO NbAnonymisees
            DISPLAY "Membre " MembreEvalue " anonymisé."
            MOVE "MEMBRE" TO LibelleIdentite
            MOVE MembreEvalue TO IdentiteAuditee
            PERFORM JOURNALISER-ANONYMISATION
    END-EVALUATE.
    EXIT.

CHERCHER-MEMBRE-LIE.
    IF MembreLieTbl(IndexLiens) = NumeroMembre
        MOVE 'O' TO IdentifiantLie
    ELSE
        ADD 1 TO IndexLiens
    END-IF.
    EXIT.

TRAITER-UN-CODE-ISOLE.
*> Les codes déjà réattribués sous "ANON" se reconnaissent à leur
*> préfixe ; ceux que la réécriture place plus loin dans la clé ne
*> sont donc pas repris dans la même lecture.
    READ LoyalteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF CodeClient(1:4) = "ANON"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO IdentifiantLie.
    MOVE 1 TO IndexLiens.
    PERFORM CHERCHER-CODE-LIE
        UNTIL IndexLiens > NbLiens OR IdentifiantLie = 'O'.
    IF IdentifiantLie = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEvaluees.
    MOVE CodeClient TO CodeEvalue.
    PERFORM EVALUER-FIDELITE.
    IF DecisionRole = 'A'
        PERFORM ANONYMISER-FIDELITE
        ADD 1 TO NbAnonymisees
        DISPLAY "Code fidélité " CodeEvalue " anonymisé en " NouveauCodeFidelite "."
        MOVE "FIDELITE" TO LibelleIdentite
        MOVE NouveauCodeFidelite TO IdentiteAuditee
        PERFORM JOURNALISER-ANONYMISATION
    END-IF.
    EXIT.

CHERCHER-CODE-LIE.
    IF CodeLieTbl(IndexLiens) = CodeClient
        MOVE 'O' TO IdentifiantLie
    ELSE
        ADD 1 TO IndexLiens
    END-IF.
    EXIT.

EVALUER-CLIENT.
*> Relation bancaire : vivante tant qu'un compte détenu (en propre
*> ou par TitulairesComptes) n'est pas clos ; terminée à la date de
*> règlement de la demande de clôture du dernier compte. Un client
*> sans aucun compte se juge sur sa dernière revue KYC.
    MOVE 'A' TO DecisionRole.
    MOVE 0 TO NbComptesPers.
    IF ClientsOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientEvalue TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.

    IF ComptesOuverts = 'O'
        MOVE 'N' TO FinInterne
        MOVE LOW-VALUES TO NumeroCompte
        START CompteFile KEY IS GREATER THAN NumeroCompte
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM EXAMINER-COMPTE-PROPRE UNTIL FinInterne = 'O'
    END-IF.
    IF TitulairesOuverts = 'O' AND ComptesOuverts = 'O'
        MOVE 'N' TO FinInterne
        MOVE LOW-VALUES TO CleTitulaire
        START TitulaireFile KEY IS GREATER THAN CleTitulaire
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM EXAMINER-COMPTE-DETENU UNTIL FinInterne = 'O'
    END-IF.

    IF NbComptesPers = 0
        IF DateDerniereRevue = 0
            MOVE 'E' TO DecisionRole
        ELSE
            IF DateDerniereRevue NOT < DateHorizon
                MOVE 'K' TO DecisionRole
            END-IF
        END-IF
    END-IF.
    EXIT.

EXAMINER-COMPTE-PROPRE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientCompte = ClientEvalue
        PERFORM RETENIR-COMPTE
        PERFORM EVALUER-COMPTE
    END-IF.
    EXIT.

EXAMINER-COMPTE-DETENU.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientTitulaire NOT = ClientEvalue
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteTitulaire TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    PERFORM RETENIR-COMPTE.
    PERFORM EVALUER-COMPTE.
    EXIT.

RETENIR-COMPTE.
    IF NbComptesPers < 50
        ADD 1 TO NbComptesPers
        MOVE NumeroCompte TO CompteAnonTbl(NbComptesPers)
    END-IF.
    EXIT.

EVALUER-COMPTE.
    IF StatutCompte NOT = 'C'
        MOVE 'K' TO DecisionRole
        EXIT PARAGRAPH
    END-IF.
    IF CloturesOuvertes NOT = 'O'
        IF DecisionRole = 'A'
            MOVE 'E' TO DecisionRole
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteCloture.
    READ ClotureFile
        KEY IS NumeroCompteCloture
        INVALID KEY
            IF DecisionRole = 'A'
                MOVE 'E' TO DecisionRole
            END-IF
            EXIT PARAGRAPH
    END-READ.
    IF StatutCloture NOT = 'E' OR DateReglementCloture = 0
        IF DecisionRole = 'A'
            MOVE 'E' TO DecisionRole
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF DateReglementCloture NOT < DateHorizon
        MOVE 'K' TO DecisionRole
    END-IF.
    EXIT.

EVALUER-MEMBRE.
*> Relation bibliothèque : vivante tant qu'un emprunt est ouvert ou
*> qu'une amende reste due ; terminée à la fin de l'adhésion.
    MOVE 'A' TO DecisionRole.
    IF MembresOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE MembreEvalue TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF DateFinAdhesion = 0
        MOVE 'E' TO DecisionRole
    ELSE
        IF DateFinAdhesion NOT < DateHorizon
            MOVE 'K' TO DecisionRole
        END-IF
    END-IF.
    IF EmpruntsOuverts = 'O'
        MOVE 'N' TO FinInterne
        MOVE 0 TO NumeroEmprunt
        START EmpruntFile KEY IS GREATER THAN NumeroEmprunt
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM EXAMINER-UN-EMPRUNT UNTIL FinInterne = 'O'
    END-IF.
    EXIT.

EXAMINER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroMembreEmprunt = MembreEvalue
       AND (StatutEmprunt = 'O'
            OR MontantAmendeLigne > MontantPayeLigne)
        MOVE 'K' TO DecisionRole
        MOVE 'O' TO FinInterne
    END-IF.
    EXIT.

EVALUER-FIDELITE.
*> Relation boutique : vivante si le code a acheté depuis l'horizon.
    MOVE 'A' TO DecisionRole.
    IF FideliteOuverte NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO CodeTrouve.
    MOVE 1 TO IndexCodes.
    PERFORM CHERCHER-CODE-ACTIF
        UNTIL IndexCodes > NbCodesActifs OR CodeTrouve = 'O'.
    IF CodeTrouve = 'O'
        MOVE 'K' TO DecisionRole
    END-IF.
    EXIT.

CHERCHER-CODE-ACTIF.
    IF CodeActifTbl(IndexCodes) = CodeEvalue
        MOVE 'O' TO CodeTrouve
    ELSE
        ADD 1 TO IndexCodes
    END-IF.
    EXIT.

ANONYMISER-CLIENT.
*> Nom, adresse, contact et pièce d'identité effacés ; la note de
*> risque et les dates de revue restent (elles ne désignent
*> personne). Les préférences de notification (téléphone, courriel)
*> et les rattachements TitulairesComptes, qui n'ont plus d'objet
*> sur des comptes clos, sont supprimés ; le nom du porteur des
*> cartes des comptes de la personne est effacé. Les comptes gardent
*> leur NumeroClientCompte : l'historique reste imputable.
    IF ClientsOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientEvalue TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE MentionAnonyme TO NomClient.
    MOVE SPACES TO AdresseClient.
    MOVE SPACES TO ContactClient.
    MOVE SPACE TO TypeDocumentClient.
    MOVE SPACES TO NumeroDocumentClient.
    MOVE 0 TO DateExpirationDocument.
    REWRITE ClientRecord.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de ClientFile. Code de statut : " STATUS-CLIENTS
        STOP RUN
    END-IF.

    IF PreferencesOuvertes = 'O'
        MOVE ClientEvalue TO NumeroClientPref
        READ PreferenceNotifFile
            KEY IS NumeroClientPref
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DELETE PreferenceNotifFile
        END-READ
    END-IF.

    IF TitulairesOuverts = 'O'
        MOVE 'N' TO FinInterne
        MOVE LOW-VALUES TO CleTitulaire
        START TitulaireFile KEY IS GREATER THAN CleTitulaire
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM SUPPRIMER-UN-RATTACHEMENT UNTIL FinInterne = 'O'
    END-IF.

    IF CartesOuvertes = 'O' AND NbComptesPers > 0
        MOVE 'N' TO FinInterne
        MOVE LOW-VALUES TO NumeroCarte
        START CarteFile KEY IS GREATER THAN NumeroCarte
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM ANONYMISER-UNE-CARTE UNTIL FinInterne = 'O'
    END-IF.
    EXIT.

SUPPRIMER-UN-RATTACHEMENT.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientTitulaire = ClientEvalue
        DELETE TitulaireFile
        IF STATUS-TITULAIRES NOT = "00"
            DISPLAY "Erreur à la suppression dans TitulairesComptes. Code de statut : "
                    STATUS-TITULAIRES
        END-IF
    END-IF.
    EXIT.

ANONYMISER-UNE-CARTE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE 'N' TO CodeTrouve.
    MOVE 1 TO IndexComptes.
    PERFORM CHERCHER-COMPTE-CARTE
        UNTIL IndexComptes > NbComptesPers OR CodeTrouve = 'O'.
    IF CodeTrouve = 'O'
        MOVE MentionAnonyme TO NomPorteurCarte
        REWRITE CarteRecord
        IF STATUS-CARTES NOT = "00"
            DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : "
                    STATUS-CARTES
        END-IF
    END-IF.
    EXIT.

CHERCHER-COMPTE-CARTE.
    IF CompteAnonTbl(IndexComptes) = NumeroCompteCarte
        MOVE 'O' TO CodeTrouve
    ELSE
        ADD 1 TO IndexComptes
    END-IF.
    EXIT.

ANONYMISER-MEMBRE.
*> Nom et contact effacés ; les emprunts, amendes et paiements
*> restent sous le même numéro de membre.
    IF MembresOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE MembreEvalue TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE MentionAnonyme TO NomMembre.
    MOVE SPACES TO ContactMembre.
    REWRITE MembreRecord.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de MembreFile. Code de statut : " STATUS-MEMBRES
        STOP RUN
    END-IF.
    EXIT.

ANONYMISER-FIDELITE.
*> Le code fidélité est lui-même l'identifiant que le client donne
*> en caisse : la fiche (niveau, points) est réécrite sous un code
*> "ANON" + numéro d'ordre et l'ancien code disparaît.
    MOVE SPACES TO NouveauCodeFidelite.
    IF FideliteOuverte NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeEvalue TO CodeClient.
    READ LoyalteFile
        KEY IS CodeClient
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE LoyalteRecord TO SauvegardeFidelite.
    DELETE LoyalteFile.
    IF STATUS-LOYALTE NOT = "00"
        DISPLAY "Erreur à la suppression dans LoyalteFile. Code de statut : " STATUS-LOYALTE
        STOP RUN
    END-IF.
    ADD 1 TO ProchainCodeAnonyme.
    STRING "ANON" DELIMITED BY SIZE
           ProchainCodeAnonyme DELIMITED BY SIZE
           INTO NouveauCodeFidelite
    END-STRING.
    MOVE SauvegardeFidelite TO LoyalteRecord.
    MOVE NouveauCodeFidelite TO CodeClient.
    WRITE LoyalteRecord.
    IF STATUS-LOYALTE NOT = "00"
        DISPLAY "Erreur à l'écriture de LoyalteFile. Code de statut : " STATUS-LOYALTE
        STOP RUN
    END-IF.
    EXIT.

CHERCHER-DERNIER-CODE-ANONYME.
    IF FideliteOuverte NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinInterne.
    MOVE "ANON000000" TO CodeClient.
    START LoyalteFile KEY IS NOT LESS THAN CodeClient
        INVALID KEY
            MOVE 'O' TO FinInterne
    END-START.
    PERFORM LIRE-UN-CODE-ANONYME UNTIL FinInterne = 'O'.
    EXIT.

LIRE-UN-CODE-ANONYME.
    READ LoyalteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF CodeClient(1:4) NOT = "ANON"
        MOVE 'O' TO FinInterne
        EXIT PARAGRAPH
    END-IF.
    IF CodeClient(5:6) IS NUMERIC
        MOVE CodeClient(5:6) TO ProchainCodeAnonyme
    END-IF.
    EXIT.

CHARGER-CODES-ACTIFS.
*> Le journal courant puis une génération mensuelle par mois de la
*> durée de conservation, en remontant le temps comme la mise à
*> niveau fidélité ; une génération absente est simplement sautée.
    MOVE "JournalReduction" TO NomJournalLu.
    PERFORM DEPOUILLER-UN-JOURNAL.
    MOVE DateTraitementJour(1:4) TO AnneeGeneration.
    MOVE DateTraitementJour(5:2) TO MoisGeneration.
    COMPUTE NbGenerations = DureeConservationAns * 12.
    PERFORM DEPOUILLER-UNE-GENERATION
        VARYING IndexGeneration FROM 1 BY 1
        UNTIL IndexGeneration > NbGenerations.
    EXIT.

DEPOUILLER-UNE-GENERATION.
    SUBTRACT 1 FROM MoisGeneration.
    IF MoisGeneration = 0
        MOVE 12 TO MoisGeneration
        SUBTRACT 1 FROM AnneeGeneration
    END-IF.
    MOVE SPACES TO NomJournalLu.
    STRING "JournalReduction." DELIMITED BY SIZE
           AnneeGeneration DELIMITED BY SIZE
           MoisGeneration DELIMITED BY SIZE
           INTO NomJournalLu
    END-STRING.
    PERFORM DEPOUILLER-UN-JOURNAL.
    EXIT.

DEPOUILLER-UN-JOURNAL.
    OPEN INPUT JournalReductionFile.
    IF STATUS-JOURNALRED NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinJournal.
    PERFORM RELEVER-UNE-VENTE UNTIL FinJournal = 'O'.
    CLOSE JournalReductionFile.
    EXIT.

RELEVER-UNE-VENTE.
    READ JournalReductionFile
        AT END
            MOVE 'O' TO FinJournal
            EXIT PARAGRAPH
    END-READ.
    IF CodeClientJrl = SPACES OR DateJrl < DateHorizon
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeClientJrl TO CodeEvalue.
    MOVE 'N' TO CodeTrouve.
    MOVE 1 TO IndexCodes.
    PERFORM CHERCHER-CODE-ACTIF
        UNTIL IndexCodes > NbCodesActifs OR CodeTrouve = 'O'.
    IF CodeTrouve = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbCodesActifs NOT < 3000
        DISPLAY "Table des codes fidélité actifs pleine (3000). Code ignoré : "
                CodeClientJrl
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCodesActifs.
    MOVE CodeClientJrl TO CodeActifTbl(NbCodesActifs).
    EXIT.

JOURNALISER-ANONYMISATION.
*> La trace d'audit ne porte que le type et le numéro de l'identité,
*> jamais le nom effacé.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING "ANONYMISATION " DELIMITED BY SIZE
           LibelleIdentite DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           IdentiteAuditee DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DateHeureSysteme(1:8) DELIMITED BY SIZE
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
    MOVE "CONSERV" TO NomProgrammeCtl.
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
    MOVE NbEvaluees TO NbLusCtl.
    MOVE NbAnonymisees TO NbPostesCtl.
    MOVE NbAExaminer TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
