IDENTIFICATION DIVISION.
PROGRAM-ID. GestionSaisies.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SaisieFile
           ASSIGN TO 'RegistreSaisies'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroSaisie
           FILE STATUS IS STATUS-SAISIES.

    SELECT SaisieCompteFile
           ASSIGN TO 'SaisiesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSaisieCompte
           FILE STATUS IS STATUS-SAISIESCPT.

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

    SELECT BlocageFile
           ASSIGN TO 'BlocagesFonds'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT CourrierSaisieFile
           ASSIGN TO 'CourriersSaisies'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COURRIERS.

    SELECT ParametreSaisieFile
           ASSIGN TO 'ParametresSaisies'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAMETRES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD SaisieFile.
COPY SaisieRecord.

FD SaisieCompteFile.
COPY SaisieCompteRecord.

FD ClientFile.
COPY ClientRecord.

FD CompteFile.
COPY CompteRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD BlocageFile.
COPY BlocageRecord.

FD CourrierSaisieFile.
COPY CourrierSaisieRecord.

FD ParametreSaisieFile.
*> Paramètres légaux des saisies, tenus par le service juridique :
*> le solde bancaire insaisissable (montant forfaitaire du RSA pour
*> une personne seule, laissé à disposition du débiteur sur
*> l'ensemble de ses comptes) et les délais de contestation, en
*> jours, au terme desquels le créancier est payé.
01 ParametreSaisieEnrg.
   05 SoldeInsaisissableParam PIC 9(7)V99.
   05 DelaiContestationHuis   PIC 9(3).
   05 DelaiContestationAtd    PIC 9(3).

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-SAISIES    PIC XX.
77 STATUS-SAISIESCPT PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-TITULAIRES PIC XX.
77 STATUS-BLOCAGES   PIC XX.
77 STATUS-COURRIERS  PIC XX.
77 STATUS-PARAMETRES PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 EntierDate        PIC 9(7).
01 ClientSaisi       PIC X(10).
01 NumeroSaisieSaisi PIC 9(6).
01 ProchaineSaisie   PIC 9(6).
01 ProchainBlocage   PIC 9(6).
01 FinFichier        PIC X.
01 FinDetail         PIC X.
01 SaisieTrouvee     PIC X.
01 StatutIbanSaisi   PIC XX.
01 NbSaisiesListees  PIC 9(3).
01 SoldeInsaisissable PIC 9(7)V99.
01 DelaiHuissier     PIC 9(3).
01 DelaiAtd          PIC 9(3).
01 ResteReclame      PIC 9(11)V99.
01 ResteInsaisissable PIC 9(11)V99.
01 LaisseAuClient    PIC 9(11)V99.
01 TotalBlocagesCompte PIC 9(11)V99.
01 TotalDeclare      PIC S9(13)V99.
01 TotalGele         PIC 9(11)V99.
01 ReponseReprise    PIC X.
01 DateReprise       PIC 9(8).

*> Comptes atteints par la saisie : ceux dont le client est
*> titulaire dans CompteRecord ou titulaire / co-titulaire dans
*> TitulairesComptes (un mandataire n'est pas propriétaire des
*> fonds : ses procurations ne sont pas saisies).
01 ComptesRecenses.
   02 CompteRecenseLigne OCCURS 20 TIMES.
      03 NumeroCompteRec  PIC X(10).
      03 SoldeRec         PIC S9(11)V99.
      03 DeviseRec        PIC X(3).
      03 DisponibleRec    PIC S9(11)V99.
      03 GeleRec          PIC 9(11)V99.
      03 BlocageRec       PIC 9(6).
01 NbComptesRecenses PIC 9(2).
01 IndexRecense      PIC 9(2).
01 CompteDejaRecense PIC X.
01 CompteARecenser   PIC X(10).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Registre des saisies et avis à tiers détenteur : jusqu'ici un
*> acte d'huissier devenait un blocage manuel au motif libre, qui
*> s'éteignait tout seul à son échéance et ignorait le solde
*> insaisissable. Ici l'acte est enregistré contre le client (tous
*> ses comptes) ou un compte, la part saisissable est gelée par des
*> blocages sans échéance en laissant le minimum légal disponible,
*> la déclaration due au tiers saisissant part au courrier, et la
*> mainlevée rend les fonds. Le paiement du créancier au terme du
*> délai de contestation est fait la nuit par PaiementSaisies.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    PERFORM CHARGER-PARAMETRES-SAISIE.

    OPEN I-O SaisieFile.
    IF STATUS-SAISIES = "35"
        OPEN OUTPUT SaisieFile
        CLOSE SaisieFile
        OPEN I-O SaisieFile
    END-IF.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Impossible d'ouvrir RegistreSaisies. Code de statut : " STATUS-SAISIES
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE SaisieFile.
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

CHARGER-PARAMETRES-SAISIE.
*> Au premier accès le fichier n'existe pas encore : on l'amorce
*> avec le montant forfaitaire en vigueur et un mois de délai de
*> contestation (même idiome que SeuilAutorisation).
    OPEN INPUT ParametreSaisieFile.
    IF STATUS-PARAMETRES = "35"
        OPEN OUTPUT ParametreSaisieFile
        MOVE 635.71 TO SoldeInsaisissableParam
        MOVE 30 TO DelaiContestationHuis
        MOVE 30 TO DelaiContestationAtd
        WRITE ParametreSaisieEnrg
        CLOSE ParametreSaisieFile
        OPEN INPUT ParametreSaisieFile
    END-IF.
    IF STATUS-PARAMETRES NOT = "00"
        DISPLAY "Impossible d'ouvrir ParametresSaisies. Code de statut : " STATUS-PARAMETRES
        GOBACK
    END-IF.
    READ ParametreSaisieFile
        AT END
            MOVE 635.71 TO SoldeInsaisissableParam
            MOVE 30 TO DelaiContestationHuis
            MOVE 30 TO DelaiContestationAtd
    END-READ.
    MOVE SoldeInsaisissableParam TO SoldeInsaisissable.
    MOVE DelaiContestationHuis TO DelaiHuissier.
    MOVE DelaiContestationAtd TO DelaiAtd.
    CLOSE ParametreSaisieFile.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "SAISIES ET AVIS À TIERS DÉTENTEUR".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Enregistrer une saisie ou un ATD (gel et déclaration)".
    DISPLAY "2. Consulter une saisie".
    DISPLAY "3. Lister les saisies d'un client".
    DISPLAY "4. Contestation (suspendre / reprendre le paiement)".
    DISPLAY "5. Mainlevée de la saisie".
    DISPLAY "6. Réimprimer la déclaration au tiers saisissant".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM ENREGISTRER-SAISIE
        WHEN "2"
            PERFORM CONSULTER-SAISIE
        WHEN "3"
            PERFORM LISTER-SAISIES-CLIENT
        WHEN "4"
            PERFORM TRAITER-CONTESTATION
        WHEN "5"
            PERFORM PRONONCER-MAINLEVEE
        WHEN "6"
            PERFORM REIMPRIMER-DECLARATION
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

ENREGISTRER-SAISIE.
*> Le numéro est pris avant la saisie de l'acte : le relevé du
*> registre parcourt SaisieRecord et en écraserait la zone.
    PERFORM ATTRIBUER-NUMERO-SAISIE.
    MOVE SPACES TO SaisieRecord.
    DISPLAY "Type d'acte (H = saisie-attribution huissier, A = avis à tiers détenteur) : ".
    ACCEPT TypeSaisie.
    IF TypeSaisie NOT = 'H' AND TypeSaisie NOT = 'A'
        DISPLAY "Type invalide (H ou A attendus)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro du client débiteur : ".
    ACCEPT ClientSaisi.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientFile. Code de statut : " STATUS-CLIENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientSaisi TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "Aucun client ne porte ce numéro."
            CLOSE ClientFile
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Débiteur : " NomClient.
    CLOSE ClientFile.

    MOVE ClientSaisi TO NumeroClientSaisie.
    DISPLAY "Compte désigné par l'acte (vide = tous les comptes du client) : ".
    ACCEPT NumeroCompteVise.
    DISPLAY "Référence de l'acte : ".
    ACCEPT ReferenceActeSaisie.
    DISPLAY "Nom du créancier : ".
    ACCEPT NomCreancierSaisie.
    DISPLAY "BIC de la banque du créancier : ".
    ACCEPT BicCreancierSaisie.
    DISPLAY "IBAN du créancier : ".
    ACCEPT IbanCreancierSaisie.
    CALL "ValidationIbanUtil" USING IbanCreancierSaisie
                                    StatutIbanSaisi.
    IF StatutIbanSaisi NOT = "00"
        DISPLAY "IBAN du créancier invalide (" StatutIbanSaisi
                ") : le paiement serait retourné. Enregistrement abandonné."
        EXIT PARAGRAPH
    END-IF.
    IF TypeSaisie = 'H'
        DISPLAY "Nom de l'huissier (commissaire de justice) : "
    ELSE
        DISPLAY "Service émetteur de l'avis (comptable public) : "
    END-IF.
    ACCEPT NomHuissierSaisie.
    DISPLAY "Adresse de réponse : ".
    ACCEPT AdresseHuissierSaisie.
    MOVE 0 TO MontantReclameSaisie.
    PERFORM SAISIR-MONTANT-RECLAME
        UNTIL MontantReclameSaisie NUMERIC AND MontantReclameSaisie > 0.
    DISPLAY "Date de signification (AAAAMMJJ, 0 = aujourd'hui) : ".
    ACCEPT DateSignificationSaisie.
    IF DateSignificationSaisie = 0
        MOVE DateDuJour TO DateSignificationSaisie
    END-IF.

    PERFORM RECENSER-COMPTES-CLIENT.
    IF NbComptesRecenses = 0
        DISPLAY "Aucun compte ouvert pour ce débiteur : déclaration négative seulement."
    END-IF.

    PERFORM EVALUER-DISPONIBLES.
    PERFORM REPARTIR-PART-SAISISSABLE.

    MOVE ProchaineSaisie TO NumeroSaisie.

    PERFORM GELER-PARTS-SAISIES.

    MOVE TotalGele TO MontantGeleSaisie.
    MOVE 0 TO MontantPayeSaisie.
    MOVE 0 TO DateDenouementSaisie.
    MOVE CodeOperateurSession TO OperateurSaisie.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateSignificationSaisie).
    IF TypeSaisie = 'H'
        ADD DelaiHuissier TO EntierDate
    ELSE
        ADD DelaiAtd TO EntierDate
    END-IF.
    COMPUTE DateFinContestation = FUNCTION DATE-OF-INTEGER(EntierDate).
    IF TotalGele = 0
*>      Rien de saisissable : la saisie est déclarée infructueuse et
*>      se dénoue d'elle-même, il n'y aura rien à payer.
        MOVE 'M' TO StatutSaisie
        MOVE DateDuJour TO DateDenouementSaisie
    ELSE
        MOVE 'A' TO StatutSaisie
    END-IF.
    WRITE SaisieRecord.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Erreur à l'écriture de RegistreSaisies. Code de statut : " STATUS-SAISIES
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Saisie " NumeroSaisie " enregistrée : " TotalGele
            " gelés, paiement au créancier à partir du " DateFinContestation ".".
    PERFORM EDITER-DECLARATION.
    PERFORM JOURNALISER-SAISIE.
    EXIT.

SAISIR-MONTANT-RECLAME.
    DISPLAY "Montant réclamé par l'acte : ".
    ACCEPT MontantReclameSaisie.
    IF MontantReclameSaisie NOT NUMERIC OR MontantReclameSaisie = 0
        DISPLAY "Montant invalide : saisissez un montant numérique strictement positif."
    END-IF.
    EXIT.

RECENSER-COMPTES-CLIENT.
*> Un compte désigné par l'acte limite la saisie à ce compte ; sinon
*> tous les comptes non clos du client sont atteints.
    MOVE 0 TO NbComptesRecenses.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    IF NumeroCompteVise NOT = SPACES
        MOVE NumeroCompteVise TO CompteARecenser
        PERFORM AJOUTER-COMPTE-RECENSE
    ELSE
        MOVE 'N' TO FinFichier
        PERFORM RECENSER-UN-COMPTE UNTIL FinFichier = 'O'
        OPEN INPUT TitulaireFile
        IF STATUS-TITULAIRES = "00"
            MOVE 'N' TO FinFichier
            PERFORM RECENSER-UN-TITULAIRE UNTIL FinFichier = 'O'
            CLOSE TitulaireFile
        END-IF
    END-IF.
    CLOSE CompteFile.
    EXIT.

RECENSER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroClientCompte = ClientSaisi
       AND StatutCompte NOT = 'C'
        MOVE NumeroCompte TO CompteARecenser
        PERFORM AJOUTER-COMPTE-RECENSE
    END-IF.
    EXIT.

RECENSER-UN-TITULAIRE.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroClientTitulaire = ClientSaisi
       AND RoleTitulaire NOT = 'M'
        MOVE NumeroCompteTitulaire TO CompteARecenser
        PERFORM AJOUTER-COMPTE-RECENSE
    END-IF.
    EXIT.

AJOUTER-COMPTE-RECENSE.
*> Un compte ne s'inscrit qu'une fois (titulaire dans CompteRecord
*> ET dans TitulairesComptes) ; les comptes clos sont écartés.
    MOVE 'N' TO CompteDejaRecense.
    PERFORM COMPARER-COMPTE-RECENSE
        VARYING IndexRecense FROM 1 BY 1
        UNTIL IndexRecense > NbComptesRecenses.
    IF CompteDejaRecense = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbComptesRecenses NOT < 20
        DISPLAY "Plus de 20 comptes pour ce débiteur : compte " CompteARecenser
                " à traiter à la main."
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteARecenser TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte " CompteARecenser " introuvable : ignoré."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesRecenses.
    MOVE NumeroCompte TO NumeroCompteRec(NbComptesRecenses).
    MOVE SoldeCompte TO SoldeRec(NbComptesRecenses).
    MOVE Devise TO DeviseRec(NbComptesRecenses).
    MOVE 0 TO DisponibleRec(NbComptesRecenses).
    MOVE 0 TO GeleRec(NbComptesRecenses).
    MOVE 0 TO BlocageRec(NbComptesRecenses).
    EXIT.

COMPARER-COMPTE-RECENSE.
    IF NumeroCompteRec(IndexRecense) = CompteARecenser
        MOVE 'O' TO CompteDejaRecense
    END-IF.
    EXIT.

EVALUER-DISPONIBLES.
*> La saisie n'atteint que le disponible créditeur : solde moins les
*> blocages déjà actifs (une saisie antérieure garde son rang), sans
*> le découvert autorisé, qui n'est pas une créance du client.
    PERFORM EVALUER-UN-DISPONIBLE
        VARYING IndexRecense FROM 1 BY 1
        UNTIL IndexRecense > NbComptesRecenses.
    EXIT.

EVALUER-UN-DISPONIBLE.
    PERFORM CUMULER-BLOCAGES-COMPTE.
    COMPUTE DisponibleRec(IndexRecense) =
            SoldeRec(IndexRecense) - TotalBlocagesCompte.
    IF DisponibleRec(IndexRecense) < 0
        MOVE 0 TO DisponibleRec(IndexRecense)
    END-IF.
    EXIT.

CUMULER-BLOCAGES-COMPTE.
    MOVE 0 TO TotalBlocagesCompte.
    OPEN INPUT BlocageFile.
    IF STATUS-BLOCAGES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM CUMULER-UN-BLOCAGE UNTIL FinFichier = 'O'.
    CLOSE BlocageFile.
    EXIT.

CUMULER-UN-BLOCAGE.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroCompteBlocage = NumeroCompteRec(IndexRecense)
       AND StatutBlocage = 'A'
       AND DateExpirationBlocage >= DateDuJour
        ADD MontantBlocage TO TotalBlocagesCompte
    END-IF.
    EXIT.

REPARTIR-PART-SAISISSABLE.
*> Le solde bancaire insaisissable est laissé UNE fois pour tout le
*> débiteur, sur ses premiers comptes créditeurs ; le reste du
*> disponible est gelé compte par compte jusqu'à concurrence du
*> montant réclamé.
    MOVE MontantReclameSaisie TO ResteReclame.
    MOVE SoldeInsaisissable TO ResteInsaisissable.
    MOVE 0 TO TotalGele.
    MOVE 0 TO MontantInsaisissable.
    PERFORM REPARTIR-UN-COMPTE
        VARYING IndexRecense FROM 1 BY 1
        UNTIL IndexRecense > NbComptesRecenses.
    EXIT.

REPARTIR-UN-COMPTE.
    MOVE 0 TO LaisseAuClient.
    IF ResteInsaisissable > 0 AND DisponibleRec(IndexRecense) > 0
        IF DisponibleRec(IndexRecense) > ResteInsaisissable
            MOVE ResteInsaisissable TO LaisseAuClient
        ELSE
            MOVE DisponibleRec(IndexRecense) TO LaisseAuClient
        END-IF
        SUBTRACT LaisseAuClient FROM ResteInsaisissable
        ADD LaisseAuClient TO MontantInsaisissable
    END-IF.
    COMPUTE GeleRec(IndexRecense) =
            DisponibleRec(IndexRecense) - LaisseAuClient.
    IF GeleRec(IndexRecense) > ResteReclame
        MOVE ResteReclame TO GeleRec(IndexRecense)
    END-IF.
    SUBTRACT GeleRec(IndexRecense) FROM ResteReclame.
    ADD GeleRec(IndexRecense) TO TotalGele.
    EXIT.

ATTRIBUER-NUMERO-SAISIE.
    MOVE 1 TO ProchaineSaisie.
    MOVE 0 TO NumeroSaisie.
    MOVE 'N' TO FinFichier.
    START SaisieFile KEY IS NOT LESS THAN NumeroSaisie
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RELEVER-UNE-SAISIE UNTIL FinFichier = 'O'.
    EXIT.

RELEVER-UNE-SAISIE.
    READ SaisieFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroSaisie >= ProchaineSaisie
                COMPUTE ProchaineSaisie = NumeroSaisie + 1
            END-IF
    END-READ.
    EXIT.

GELER-PARTS-SAISIES.
*> Un blocage sans échéance (31/12/9999) par compte atteint : le
*> motif "SAISIE" le soustrait à ExpirationBlocages et à la levée au
*> guichet — seuls la mainlevée et le paiement le lèvent. Chaque
*> compte, même sans part saisissable, reçoit sa ligne de détail
*> pour la déclaration.
    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES = "35"
        OPEN OUTPUT BlocageFile
        CLOSE BlocageFile
        OPEN I-O BlocageFile
    END-IF.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        MOVE 0 TO TotalGele
        EXIT PARAGRAPH
    END-IF.
    PERFORM OUVRIR-DETAIL-MAJ.
    IF STATUS-SAISIESCPT NOT = "00"
        CLOSE BlocageFile
        MOVE 0 TO TotalGele
        EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO ProchainBlocage.
    MOVE 'N' TO FinFichier.
    PERFORM RELEVER-UN-BLOCAGE UNTIL FinFichier = 'O'.

    PERFORM GELER-UN-COMPTE
        VARYING IndexRecense FROM 1 BY 1
        UNTIL IndexRecense > NbComptesRecenses.

    CLOSE BlocageFile.
    CLOSE SaisieCompteFile.
    EXIT.

RELEVER-UN-BLOCAGE.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroBlocage >= ProchainBlocage
                COMPUTE ProchainBlocage = NumeroBlocage + 1
            END-IF
    END-READ.
    EXIT.

GELER-UN-COMPTE.
    MOVE NumeroSaisie TO NumeroSaisieCpt.
    MOVE NumeroCompteRec(IndexRecense) TO NumeroCompteSaisieCpt.
    MOVE SoldeRec(IndexRecense) TO SoldeDeclareCpt.
    MOVE DeviseRec(IndexRecense) TO DeviseSaisieCpt.
    MOVE GeleRec(IndexRecense) TO MontantGeleCpt.
    MOVE 0 TO NumeroBlocageSaisieCpt.
    MOVE 'N' TO StatutSaisieCpt.
    IF GeleRec(IndexRecense) > 0
        MOVE ProchainBlocage TO NumeroBlocage
        ADD 1 TO ProchainBlocage
        MOVE NumeroCompteRec(IndexRecense) TO NumeroCompteBlocage
        MOVE GeleRec(IndexRecense) TO MontantBlocage
        MOVE SPACES TO MotifBlocage
        STRING "SAISIE " DELIMITED BY SIZE
               NumeroSaisie DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ReferenceActeSaisie(1:16) DELIMITED BY SIZE
               INTO MotifBlocage
        END-STRING
        MOVE DateDuJour TO DateBlocage
        MOVE 99991231 TO DateExpirationBlocage
        MOVE 'A' TO StatutBlocage
        WRITE BlocageRecord
        IF STATUS-BLOCAGES NOT = "00"
            DISPLAY "Erreur à l'écriture du blocage sur " NumeroCompteBlocage
                    ". Code de statut : " STATUS-BLOCAGES
            SUBTRACT GeleRec(IndexRecense) FROM TotalGele
            MOVE 0 TO GeleRec(IndexRecense)
            MOVE 0 TO MontantGeleCpt
        ELSE
            MOVE NumeroBlocage TO BlocageRec(IndexRecense)
            MOVE NumeroBlocage TO NumeroBlocageSaisieCpt
            MOVE 'G' TO StatutSaisieCpt
        END-IF
    END-IF.
    WRITE SaisieCompteRecord.
    IF STATUS-SAISIESCPT NOT = "00"
        DISPLAY "Erreur à l'écriture de SaisiesComptes. Code de statut : " STATUS-SAISIESCPT
    END-IF.
    EXIT.

OUVRIR-DETAIL-MAJ.
    OPEN I-O SaisieCompteFile.
    IF STATUS-SAISIESCPT = "35"
        OPEN OUTPUT SaisieCompteFile
        CLOSE SaisieCompteFile
        OPEN I-O SaisieCompteFile
    END-IF.
    IF STATUS-SAISIESCPT NOT = "00"
        DISPLAY "Impossible d'ouvrir SaisiesComptes. Code de statut : " STATUS-SAISIESCPT
    END-IF.
    EXIT.

LIRE-SAISIE-DEMANDEE.
    MOVE 'N' TO SaisieTrouvee.
    DISPLAY "Numéro de la saisie : ".
    ACCEPT NumeroSaisieSaisi.
    MOVE NumeroSaisieSaisi TO NumeroSaisie.
    READ SaisieFile
        KEY IS NumeroSaisie
        INVALID KEY
            DISPLAY "Aucune saisie ne porte ce numéro."
        NOT INVALID KEY
            MOVE 'O' TO SaisieTrouvee
    END-READ.
    EXIT.

CONSULTER-SAISIE.
    PERFORM LIRE-SAISIE-DEMANDEE.
    IF SaisieTrouvee = 'N'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Saisie " NumeroSaisie " (type " TypeSaisie ", statut "
            StatutSaisie ") sur le client " NumeroClientSaisie.
    DISPLAY "Acte " ReferenceActeSaisie " signifié le " DateSignificationSaisie
            " par " NomHuissierSaisie.
    DISPLAY "Créancier " NomCreancierSaisie " | " BicCreancierSaisie
            " " IbanCreancierSaisie.
    DISPLAY "Réclamé " MontantReclameSaisie " | gelé " MontantGeleSaisie
            " | laissé insaisissable " MontantInsaisissable
            " | payé " MontantPayeSaisie.
    DISPLAY "Fin du délai de contestation : " DateFinContestation
            " | dénouement : " DateDenouementSaisie.
    OPEN INPUT SaisieCompteFile.
    IF STATUS-SAISIESCPT NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM POSITIONNER-DETAIL.
    PERFORM AFFICHER-UN-DETAIL UNTIL FinDetail = 'O'.
    CLOSE SaisieCompteFile.
    EXIT.

POSITIONNER-DETAIL.
    MOVE 'N' TO FinDetail.
    MOVE NumeroSaisie TO NumeroSaisieCpt.
    MOVE LOW-VALUES TO NumeroCompteSaisieCpt.
    START SaisieCompteFile KEY IS NOT LESS THAN CleSaisieCompte
        INVALID KEY
            MOVE 'O' TO FinDetail
    END-START.
    EXIT.

LIRE-DETAIL-SUIVANT.
    READ SaisieCompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDetail
    END-READ.
    IF FinDetail NOT = 'O' AND NumeroSaisieCpt NOT = NumeroSaisie
        MOVE 'O' TO FinDetail
    END-IF.
    EXIT.

AFFICHER-UN-DETAIL.
    PERFORM LIRE-DETAIL-SUIVANT.
    IF FinDetail NOT = 'O'
        DISPLAY "  Compte " NumeroCompteSaisieCpt " : solde déclaré "
                SoldeDeclareCpt " " DeviseSaisieCpt " | gelé " MontantGeleCpt
                " | blocage " NumeroBlocageSaisieCpt
                " | " StatutSaisieCpt
    END-IF.
    EXIT.

LISTER-SAISIES-CLIENT.
    DISPLAY "Numéro du client : ".
    ACCEPT ClientSaisi.
    MOVE 0 TO NbSaisiesListees.
    MOVE 0 TO NumeroSaisie.
    MOVE 'N' TO FinFichier.
    START SaisieFile KEY IS NOT LESS THAN NumeroSaisie
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-SAISIE UNTIL FinFichier = 'O'.
    IF NbSaisiesListees = 0
        DISPLAY "Aucune saisie enregistrée sur ce client."
    END-IF.
    EXIT.

LISTER-UNE-SAISIE.
    READ SaisieFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O' AND NumeroClientSaisie = ClientSaisi
        ADD 1 TO NbSaisiesListees
        DISPLAY "Saisie " NumeroSaisie " " TypeSaisie " du "
                DateSignificationSaisie " | réclamé " MontantReclameSaisie
                " | gelé " MontantGeleSaisie " | statut " StatutSaisie
    END-IF.
    EXIT.

TRAITER-CONTESTATION.
*> Une contestation portée devant le juge suspend le paiement : les
*> fonds restent gelés. À la décision, soit la mainlevée (option 5),
*> soit la reprise du paiement à la date fixée.
    PERFORM LIRE-SAISIE-DEMANDEE.
    IF SaisieTrouvee = 'N'
        EXIT PARAGRAPH
    END-IF.
    EVALUATE StatutSaisie
        WHEN 'A'
            MOVE 'C' TO StatutSaisie
            DISPLAY "Saisie " NumeroSaisie " contestée : paiement suspendu, fonds gelés."
        WHEN 'C'
            DISPLAY "Reprendre le paiement au créancier ? (O/N) : "
            ACCEPT ReponseReprise
            IF ReponseReprise NOT = 'O'
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Date de paiement (AAAAMMJJ, 0 = dès la prochaine nuit) : "
            ACCEPT DateReprise
            IF DateReprise = 0
                MOVE DateDuJour TO DateReprise
            END-IF
            MOVE DateReprise TO DateFinContestation
            MOVE 'A' TO StatutSaisie
            DISPLAY "Saisie " NumeroSaisie " : paiement repris à partir du "
                    DateFinContestation "."
        WHEN OTHER
            DISPLAY "Saisie déjà dénouée (statut " StatutSaisie ")."
            EXIT PARAGRAPH
    END-EVALUATE.
    REWRITE SaisieRecord.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Erreur à la mise à jour de RegistreSaisies. Code de statut : " STATUS-SAISIES
    ELSE
        PERFORM JOURNALISER-SAISIE
    END-IF.
    EXIT.

PRONONCER-MAINLEVEE.
*> Mainlevée donnée par le créancier ou ordonnée par le juge : les
*> blocages de la saisie sont levés ('L'), les fonds redeviennent
*> disponibles, et le courrier de mainlevée part au tiers
*> saisissant.
    PERFORM LIRE-SAISIE-DEMANDEE.
    IF SaisieTrouvee = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF StatutSaisie NOT = 'A' AND StatutSaisie NOT = 'C'
        DISPLAY "Saisie déjà dénouée (statut " StatutSaisie ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        EXIT PARAGRAPH
    END-IF.
    PERFORM OUVRIR-DETAIL-MAJ.
    IF STATUS-SAISIESCPT NOT = "00"
        CLOSE BlocageFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO TotalGele.
    PERFORM POSITIONNER-DETAIL.
    PERFORM LIBERER-UN-DETAIL UNTIL FinDetail = 'O'.
    CLOSE BlocageFile.
    CLOSE SaisieCompteFile.

    MOVE 'M' TO StatutSaisie.
    MOVE DateDuJour TO DateDenouementSaisie.
    REWRITE SaisieRecord.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Erreur à la mise à jour de RegistreSaisies. Code de statut : " STATUS-SAISIES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Mainlevée de la saisie " NumeroSaisie " : " TotalGele
            " rendus disponibles.".
    PERFORM EDITER-MAINLEVEE.
    PERFORM JOURNALISER-SAISIE.
    EXIT.

LIBERER-UN-DETAIL.
    PERFORM LIRE-DETAIL-SUIVANT.
    IF FinDetail = 'O' OR StatutSaisieCpt NOT = 'G'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroBlocageSaisieCpt TO NumeroBlocage.
    READ BlocageFile
        KEY IS NumeroBlocage
        INVALID KEY
            DISPLAY "Blocage " NumeroBlocageSaisieCpt " introuvable (compte "
                    NumeroCompteSaisieCpt ")."
        NOT INVALID KEY
            IF StatutBlocage = 'A'
                MOVE 'L' TO StatutBlocage
                REWRITE BlocageRecord
                IF STATUS-BLOCAGES NOT = "00"
                    DISPLAY "Erreur à la levée du blocage " NumeroBlocage
                            ". Code de statut : " STATUS-BLOCAGES
                END-IF
            END-IF
    END-READ.
    ADD MontantGeleCpt TO TotalGele.
    MOVE 'L' TO StatutSaisieCpt.
    REWRITE SaisieCompteRecord.
    IF STATUS-SAISIESCPT NOT = "00"
        DISPLAY "Erreur à la mise à jour de SaisiesComptes. Code de statut : " STATUS-SAISIESCPT
    END-IF.
    EXIT.

REIMPRIMER-DECLARATION.
    PERFORM LIRE-SAISIE-DEMANDEE.
    IF SaisieTrouvee = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDITER-DECLARATION.
    EXIT.

EDITER-DECLARATION.
*> Déclaration du tiers saisi : la banque doit déclarer sans délai
*> l'étendue de ses obligations envers le débiteur — chaque compte
*> avec son solde au jour de la signification, la somme gelée, et
*> le solde insaisissable laissé à disposition. Une ligne par
*> compte puis le total, au fichier CourriersSaisies et à l'écran.
    PERFORM OUVRIR-COURRIERS.
    IF STATUS-COURRIERS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "DÉCLARATION DU TIERS SAISI - SAISIE " NumeroSaisie.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "À : " NomHuissierSaisie.
    DISPLAY "    " AdresseHuissierSaisie.
    DISPLAY "Acte " ReferenceActeSaisie " signifié le " DateSignificationSaisie.
    DISPLAY "Débiteur : client " NumeroClientSaisie.
    MOVE 0 TO TotalDeclare.
    OPEN INPUT SaisieCompteFile.
    IF STATUS-SAISIESCPT = "00"
        PERFORM POSITIONNER-DETAIL
        PERFORM DECLARER-UN-COMPTE UNTIL FinDetail = 'O'
        CLOSE SaisieCompteFile
    END-IF.
    MOVE DateDuJour TO DateCourrierSaisie.
    MOVE 'D' TO TypeCourrierSaisie.
    MOVE NumeroSaisie TO NumeroSaisieCourrier.
    MOVE ReferenceActeSaisie TO ReferenceActeCourrier.
    MOVE NomHuissierSaisie TO DestinataireCourrier.
    MOVE AdresseHuissierSaisie TO AdresseCourrier.
    MOVE SPACES TO NumeroCompteCourrier.
    MOVE TotalDeclare TO SoldeCourrier.
    MOVE MontantGeleSaisie TO MontantCourrier.
    MOVE SPACES TO DeviseCourrier.
    WRITE CourrierSaisieRecord.
    CLOSE CourrierSaisieFile.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Total des soldes déclarés : " TotalDeclare.
    DISPLAY "Sommes rendues indisponibles : " MontantGeleSaisie.
    DISPLAY "Solde bancaire insaisissable laissé : " MontantInsaisissable.
    DISPLAY "Paiement au créancier à l'issue du délai, le " DateFinContestation.
    DISPLAY "========================================================".
    EXIT.

DECLARER-UN-COMPTE.
    PERFORM LIRE-DETAIL-SUIVANT.
    IF FinDetail = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD SoldeDeclareCpt TO TotalDeclare.
    MOVE DateDuJour TO DateCourrierSaisie.
    MOVE 'D' TO TypeCourrierSaisie.
    MOVE NumeroSaisie TO NumeroSaisieCourrier.
    MOVE ReferenceActeSaisie TO ReferenceActeCourrier.
    MOVE NomHuissierSaisie TO DestinataireCourrier.
    MOVE AdresseHuissierSaisie TO AdresseCourrier.
    MOVE NumeroCompteSaisieCpt TO NumeroCompteCourrier.
    MOVE SoldeDeclareCpt TO SoldeCourrier.
    MOVE MontantGeleCpt TO MontantCourrier.
    MOVE DeviseSaisieCpt TO DeviseCourrier.
    WRITE CourrierSaisieRecord.
    DISPLAY "Compte " NumeroCompteSaisieCpt " : solde " SoldeDeclareCpt
            " " DeviseSaisieCpt " | gelé " MontantGeleCpt.
    EXIT.

EDITER-MAINLEVEE.
    PERFORM OUVRIR-COURRIERS.
    IF STATUS-COURRIERS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateCourrierSaisie.
    MOVE 'M' TO TypeCourrierSaisie.
    MOVE NumeroSaisie TO NumeroSaisieCourrier.
    MOVE ReferenceActeSaisie TO ReferenceActeCourrier.
    MOVE NomHuissierSaisie TO DestinataireCourrier.
    MOVE AdresseHuissierSaisie TO AdresseCourrier.
    MOVE SPACES TO NumeroCompteCourrier.
    MOVE 0 TO SoldeCourrier.
    MOVE TotalGele TO MontantCourrier.
    MOVE SPACES TO DeviseCourrier.
    WRITE CourrierSaisieRecord.
    CLOSE CourrierSaisieFile.
    DISPLAY "Courrier de mainlevée émis vers " NomHuissierSaisie ".".
    EXIT.

OUVRIR-COURRIERS.
    OPEN EXTEND CourrierSaisieFile.
    IF STATUS-COURRIERS = "35"
        OPEN OUTPUT CourrierSaisieFile
    END-IF.
    IF STATUS-COURRIERS NOT = "00"
        DISPLAY "Impossible d'ouvrir CourriersSaisies. Code de statut : " STATUS-COURRIERS
    END-IF.
    EXIT.

JOURNALISER-SAISIE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroClientSaisie DELIMITED BY SIZE
           " SAISIE " DELIMITED BY SIZE
           NumeroSaisie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TypeSaisie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StatutSaisie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantGeleSaisie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReferenceActeSaisie DELIMITED BY SIZE
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
