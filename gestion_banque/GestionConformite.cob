IDENTIFICATION DIVISION.
PROGRAM-ID. GestionConformite.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AlerteFile
           ASSIGN TO 'FileConformite'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAlerte
           FILE STATUS IS STATUS-ALERTES.

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

    SELECT BlocageFile
           ASSIGN TO 'BlocagesFonds'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT VirementExterneFile
           ASSIGN TO 'VirementExterne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VIREXT.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD AlerteFile.
COPY AlerteConformiteRecord.

FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD BlocageFile.
COPY BlocageRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD VirementExterneFile.
01 VirementExterneRecord.
   05 NumeroCompteSourceExt       PIC X(10).
   05 CodeBanqueDestinataire      PIC X(11).
   05 NumeroCompteDestinataireExt PIC X(20).
   05 MontantVirementExterne      PIC 9(11)V99.
   05 DeviseVirementExterne       PIC X(3).
   05 DateVirementExterne         PIC 9(8).
   05 ReferenceVirExt             PIC X(14).
   05 StatutVirExt                PIC X.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-ALERTES    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-BLOCAGES   PIC XX.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-VIREXT     PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 FinFichier        PIC X.
01 AvecTraitees      PIC X.
01 NbAlertesListees  PIC 9(4).
01 NumeroAlerteSaisi PIC 9(6).
01 AlerteTrouvee     PIC X.
01 ConfirmationDecision PIC X.
01 MotifDecision     PIC X(40).
01 DecisionPrise     PIC X.
01 ExecutionReussie  PIC X.
01 LibelleOrigine    PIC X(22).
01 LibelleStatutAlerte PIC X(10).
*> Compteur d'émission de la session, comme dans PaiementsSalaires :
*> plusieurs libérations dans la même seconde gardent des
*> références distinctes pour les retours et le rapprochement.
01 CompteurRefVirExt PIC 9(4) VALUE 0.
*> Heure limite de la compensation (HeureLimiteUtil), comme au
*> guichet : passé l'heure, le virement attend le jour ouvré suivant.
01 CodeOperationLimite PIC X(4).
01 DateSaisieLimite    PIC 9(8).
01 HeureSaisieLimite   PIC 9(6).
01 DateExecutionVirement PIC 9(8).
01 VirementReporte     PIC X.
01 CodeOperationFrais  PIC X(4).
01 CompteFraisOperation PIC X(10).
01 StatutFraisOperation PIC XX.

01 LibelleDecision   PIC X(7).
01 ObjetAlerteAudit  PIC X(10).
01 MontantAlerteAudit PIC 9(11)V99.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> File de conformité des sanctions et embargos : les opérations
*> arrêtées par le criblage (virements externes émis au guichet ou
*> par la paie, virements reçus, créations de clients) attendent ici
*> la décision d'un agent de conformité. Libérée, l'opération est
*> exécutée telle qu'elle avait été saisie ; bloquée, rien n'est
*> passé et les fonds restent gelés (blocage sans échéance sur le
*> compte source, ou suspens pour la paie et les virements reçus).
*> Chaque décision est signée et part au journal d'audit ; celui qui
*> a saisi l'opération ne peut pas la libérer lui-même.
    PERFORM LIRE-SESSION-OPERATEUR.
    IF ProfilSession NOT = 'C' AND ProfilSession NOT = 'S'
        DISPLAY "File de conformité réservée aux profils conformité et superviseur."
        GOBACK
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O AlerteFile.
    IF STATUS-ALERTES = "35"
        OPEN OUTPUT AlerteFile
        CLOSE AlerteFile
        OPEN I-O AlerteFile
    END-IF.
    IF STATUS-ALERTES NOT = "00"
        DISPLAY "Impossible d'ouvrir FileConformite. Code de statut : " STATUS-ALERTES
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE AlerteFile.
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

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "FILE DE CONFORMITÉ - SANCTIONS ET EMBARGOS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Alertes en attente de décision".
    DISPLAY "2. Consulter une alerte".
    DISPLAY "3. Libérer une alerte (exécuter l'opération)".
    DISPLAY "4. Bloquer une alerte (geler les fonds)".
    DISPLAY "5. Historique des alertes et décisions".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            MOVE 'N' TO AvecTraitees
            PERFORM LISTER-ALERTES
        WHEN "2"
            PERFORM CONSULTER-ALERTE
        WHEN "3"
            MOVE 'L' TO DecisionPrise
            PERFORM DECIDER-ALERTE
        WHEN "4"
            MOVE 'B' TO DecisionPrise
            PERFORM DECIDER-ALERTE
        WHEN "5"
            MOVE 'O' TO AvecTraitees
            PERFORM LISTER-ALERTES
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

LISTER-ALERTES.
    MOVE 0 TO NbAlertesListees.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroAlerte.
    START AlerteFile KEY IS NOT LESS THAN NumeroAlerte
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-ALERTE UNTIL FinFichier = 'O'.
    IF NbAlertesListees = 0
        DISPLAY "Aucune alerte à afficher."
    END-IF.
    EXIT.

LISTER-UNE-ALERTE.
    READ AlerteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF AvecTraitees = 'N' AND StatutAlerte NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbAlertesListees.
    PERFORM LIBELLER-ALERTE.
    DISPLAY NumeroAlerte " " DateAlerte " " LibelleOrigine " "
            LibelleStatutAlerte " " NomCribleAlerte.
    EXIT.

LIBELLER-ALERTE.
    EVALUATE OrigineAlerte
        WHEN 'E'
            MOVE "Virement émis guichet" TO LibelleOrigine
        WHEN 'S'
            MOVE "Salaire externe" TO LibelleOrigine
        WHEN 'R'
            MOVE "Virement reçu" TO LibelleOrigine
        WHEN 'C'
            MOVE "Création de client" TO LibelleOrigine
        WHEN OTHER
            MOVE "Origine inconnue" TO LibelleOrigine
    END-EVALUATE.
    EVALUATE StatutAlerte
        WHEN 'A'
            MOVE "EN ATTENTE" TO LibelleStatutAlerte
        WHEN 'L'
            MOVE "LIBÉRÉE" TO LibelleStatutAlerte
        WHEN 'B'
            MOVE "BLOQUÉE" TO LibelleStatutAlerte
        WHEN OTHER
            MOVE StatutAlerte TO LibelleStatutAlerte
    END-EVALUATE.
    EXIT.

LIRE-ALERTE.
    MOVE 'N' TO AlerteTrouvee.
    DISPLAY "Numéro de l'alerte : ".
    ACCEPT NumeroAlerteSaisi.
    MOVE NumeroAlerteSaisi TO NumeroAlerte.
    READ AlerteFile
        KEY IS NumeroAlerte
        INVALID KEY
            DISPLAY "Aucune alerte ne porte ce numéro."
        NOT INVALID KEY
            MOVE 'O' TO AlerteTrouvee
    END-READ.
    EXIT.

CONSULTER-ALERTE.
    PERFORM LIRE-ALERTE.
    IF AlerteTrouvee = 'O'
        PERFORM AFFICHER-ALERTE
    END-IF.
    EXIT.

AFFICHER-ALERTE.
    PERFORM LIBELLER-ALERTE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Alerte " NumeroAlerte " du " DateAlerte " " HeureAlerte
            " (saisie par " OperateurAlerte ")".
    DISPLAY "Opération      : " LibelleOrigine.
    DISPLAY "Nom criblé     : " NomCribleAlerte.
    IF MotifAlerte = 'P'
        DISPLAY "Motif          : pays sous embargo " NomSanctionAlerte(1:2)
                " (inscription " ReferenceSanctionAlerte ")"
    ELSE
        DISPLAY "Motif          : nom rapproché de " NomSanctionAlerte
        DISPLAY "                 (inscription " ReferenceSanctionAlerte ")"
    END-IF.
    IF OrigineAlerte = 'C'
        MOVE ImageClientAlerte TO ClientRecord
        DISPLAY "Client         : " NumeroClient " " NomClient
        DISPLAY "Adresse        : " AdresseClient
        DISPLAY "Pièce          : " TypeDocumentClient " n° " NumeroDocumentClient
    ELSE
        DISPLAY "Compte         : " CompteAlerte
        DISPLAY "Contrepartie   : " ContrepartieAlerte
        DISPLAY "Banque / IBAN  : " BicAlerte " " IbanAlerte
        DISPLAY "Montant        : " MontantAlerte " " DeviseAlerte
                " valeur " DateValeurAlerte
        IF LibelleAlerte NOT = SPACES
            DISPLAY "Lot de paie    : " LibelleAlerte
        END-IF
        IF NumeroBlocageAlerte NOT = 0
            DISPLAY "Fonds réservés : blocage " NumeroBlocageAlerte
        END-IF
    END-IF.
    DISPLAY "Statut         : " LibelleStatutAlerte.
    IF StatutAlerte NOT = 'A'
        DISPLAY "Décision       : " OperateurDecisionAlerte " le " DateDecisionAlerte
    END-IF.
    DISPLAY "--------------------------------------------------------".
    EXIT.

DECIDER-ALERTE.
*> Libération ('L') ou blocage ('B') d'une alerte en attente, après
*> affichage et confirmation. La libération exécute l'opération ;
*> si elle ne peut plus l'être (compte gelé ou clos entre-temps,
*> numéro de client pris), l'alerte reste en attente.
    PERFORM LIRE-ALERTE.
    IF AlerteTrouvee = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM AFFICHER-ALERTE.
    IF StatutAlerte NOT = 'A'
        DISPLAY "Alerte déjà décidée."
        EXIT PARAGRAPH
    END-IF.
    IF DecisionPrise = 'L' AND OperateurAlerte = CodeOperateurSession
        DISPLAY "Libération refusée : l'opérateur qui a saisi l'opération ne peut pas la libérer."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MotifDecision.
    PERFORM SAISIR-MOTIF-DECISION UNTIL MotifDecision NOT = SPACES.
    IF DecisionPrise = 'L'
        DISPLAY "Confirmer la LIBÉRATION (faux positif) et l'exécution de l'opération ? (O/N) : "
    ELSE
        DISPLAY "Confirmer le BLOCAGE (fonds gelés, opération non passée) ? (O/N) : "
    END-IF.
    ACCEPT ConfirmationDecision.
    IF ConfirmationDecision NOT = 'O'
        DISPLAY "Décision abandonnée."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'O' TO ExecutionReussie.
    IF DecisionPrise = 'L'
        EVALUATE OrigineAlerte
            WHEN 'E'
                PERFORM LIBERER-VIREMENT-EMIS
            WHEN 'S'
                PERFORM LIBERER-SALAIRE-EXTERNE
            WHEN 'R'
                PERFORM LIBERER-VIREMENT-RECU
            WHEN 'C'
                PERFORM LIBERER-CREATION-CLIENT
        END-EVALUATE
    END-IF.
    IF ExecutionReussie = 'N'
        DISPLAY "Alerte " NumeroAlerte " laissée en attente."
        EXIT PARAGRAPH
    END-IF.

    MOVE DecisionPrise TO StatutAlerte.
    MOVE CodeOperateurSession TO OperateurDecisionAlerte.
    MOVE DateDuJour TO DateDecisionAlerte.
    REWRITE AlerteConformiteRecord.
    IF STATUS-ALERTES NOT = "00"
        DISPLAY "Erreur à la mise à jour de FileConformite. Code de statut : " STATUS-ALERTES
    END-IF.
    PERFORM JOURNALISER-DECISION.
    IF DecisionPrise = 'L'
        DISPLAY "Alerte " NumeroAlerte " libérée : opération exécutée."
    ELSE
        DISPLAY "Alerte " NumeroAlerte " bloquée : rien n'est passé, fonds gelés."
    END-IF.
    EXIT.

SAISIR-MOTIF-DECISION.
    DISPLAY "Motif de la décision (obligatoire, conservé à l'audit) : ".
    ACCEPT MotifDecision.
    EXIT.

LIBERER-VIREMENT-EMIS.
*> Virement du guichet : le blocage CONFORMITE est levé, le compte
*> source débité du montant qu'il réservait et le virement déposé
*> pour la compensation, comme VIREMENT-EXTERNE l'aurait fait.
    MOVE 'N' TO ExecutionReussie.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteAlerte TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte source " CompteAlerte " introuvable."
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'G' OR StatutCompte = 'C' OR StatutCompte = 'D'
        DISPLAY "Compte source non opérable (statut " StatutCompte
                ") : libération impossible."
        CLOSE CompteFile
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        CLOSE CompteFile
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroBlocageAlerte TO NumeroBlocage.
    READ BlocageFile
        KEY IS NumeroBlocage
        INVALID KEY
            DISPLAY "Blocage " NumeroBlocageAlerte " introuvable."
            CLOSE BlocageFile
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    IF StatutBlocage = 'A'
        MOVE 'L' TO StatutBlocage
        REWRITE BlocageRecord
        IF STATUS-BLOCAGES NOT = "00"
            DISPLAY "Erreur à la mise à jour de BlocagesFonds. Code de statut : " STATUS-BLOCAGES
            CLOSE BlocageFile
            CLOSE CompteFile
            EXIT PARAGRAPH
        END-IF
    END-IF.
    CLOSE BlocageFile.

    SUBTRACT MontantAlerte FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte source. Code de statut : " STATUS-COMPTES
        CLOSE CompteFile
        STOP RUN
    END-IF.
    PERFORM EMETTRE-VIREMENT-LIBERE.
    MOVE "VirementExterne" TO Action.
    PERFORM ECRIRE-MOUVEMENT-LIBERE.
    CLOSE CompteFile.

    MOVE "VEXT" TO CodeOperationFrais.
    MOVE CompteAlerte TO CompteFraisOperation.
    CALL "FraisOperationUtil" USING CodeOperationFrais
                                    CompteFraisOperation
                                    StatutFraisOperation.
    IF StatutFraisOperation NOT = "00"
        DISPLAY "Erreur au cumul des frais d'opération. Code de statut : " StatutFraisOperation
    END-IF.
    MOVE 'O' TO ExecutionReussie.
    EXIT.

LIBERER-SALAIRE-EXTERNE.
*> Salaire de la paie : l'employeur a déjà été débité du total du
*> lot, le salaire tenu en suspens part seulement en compensation.
    PERFORM EMETTRE-VIREMENT-LIBERE.
    MOVE 'O' TO ExecutionReussie.
    EXIT.

LIBERER-VIREMENT-RECU.
*> Virement reçu : le montant en suspens, déjà converti dans la
*> devise du compte, est crédité comme VirementsRecus l'aurait fait.
    MOVE 'N' TO ExecutionReussie.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteAlerte TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte " CompteAlerte " introuvable."
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'G' OR StatutCompte = 'C' OR StatutCompte = 'D'
        DISPLAY "Compte non opérable (statut " StatutCompte
                ") : libération impossible."
        CLOSE CompteFile
        EXIT PARAGRAPH
    END-IF.
    ADD MontantAlerte TO SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        CLOSE CompteFile
        STOP RUN
    END-IF.
    MOVE "Vir. externe reçu" TO Action.
    PERFORM ECRIRE-MOUVEMENT-LIBERE.
    CLOSE CompteFile.
    MOVE 'O' TO ExecutionReussie.
    EXIT.

LIBERER-CREATION-CLIENT.
*> Création de client : la fiche saisie au guichet est écrite telle
*> quelle, si le numéro n'a pas été repris entre-temps.
    MOVE 'N' TO ExecutionReussie.
    OPEN I-O ClientFile.
    IF STATUS-CLIENTS = "35"
        OPEN OUTPUT ClientFile
        CLOSE ClientFile
        OPEN I-O ClientFile
    END-IF.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientFile. Code de statut : " STATUS-CLIENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE ImageClientAlerte TO ClientRecord.
    WRITE ClientRecord
        INVALID KEY
            DISPLAY "Le numéro de client " NumeroClient
                    " a été attribué entre-temps : libération impossible."
            CLOSE ClientFile
            EXIT PARAGRAPH
    END-WRITE.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de ClientFile. Code de statut : " STATUS-CLIENTS
        CLOSE ClientFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE ClientFile.
    DISPLAY "Client " NumeroClient " créé."
    MOVE 'O' TO ExecutionReussie.
    EXIT.

EMETTRE-VIREMENT-LIBERE.
*> Même idiome d'ouverture à la demande que ECRIRE-VIREMENT-EXTERNE
*> dans Banque.cob.
    MOVE CompteAlerte TO NumeroCompteSourceExt.
    MOVE BicAlerte TO CodeBanqueDestinataire.
    MOVE IbanAlerte TO NumeroCompteDestinataireExt.
    MOVE MontantAlerte TO MontantVirementExterne.
    MOVE DeviseAlerte TO DeviseVirementExterne.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE "VEXT" TO CodeOperationLimite.
    MOVE DateHeureSysteme(1:8) TO DateSaisieLimite.
    MOVE DateHeureSysteme(9:6) TO HeureSaisieLimite.
    CALL "HeureLimiteUtil" USING CodeOperationLimite DateSaisieLimite
                                 HeureSaisieLimite DateExecutionVirement
                                 VirementReporte.
    MOVE DateExecutionVirement TO DateVirementExterne.
    MOVE DateHeureSysteme(1:14) TO ReferenceVirExt.
    ADD 1 TO CompteurRefVirExt.
    MOVE CompteurRefVirExt TO ReferenceVirExt(11:4).
    IF VirementReporte = 'O'
        MOVE 'D' TO StatutVirExt
    ELSE
        MOVE 'E' TO StatutVirExt
    END-IF.
    OPEN EXTEND VirementExterneFile.
    IF STATUS-VIREXT = "35"
        OPEN OUTPUT VirementExterneFile
    END-IF.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Erreur à l'écriture de VirementExterneFile. Code de statut : " STATUS-VIREXT
        STOP RUN
    END-IF.
    WRITE VirementExterneRecord.
    CLOSE VirementExterneFile.
    DISPLAY "Virement externe libéré : exécution le " DateExecutionVirement ".".
    EXIT.

ECRIRE-MOUVEMENT-LIBERE.
    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'ouverture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE SPACES TO ReferenceHisto.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE MontantAlerte TO Montant.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    CLOSE HistoriqueFile.
    EXIT.

JOURNALISER-DECISION.
    IF DecisionPrise = 'L'
        MOVE "LIBEREE" TO LibelleDecision
    ELSE
        MOVE "BLOQUEE" TO LibelleDecision
    END-IF.
    IF OrigineAlerte = 'C'
        MOVE ImageClientAlerte(1:10) TO ObjetAlerteAudit
        MOVE 0 TO MontantAlerteAudit
    ELSE
        MOVE CompteAlerte TO ObjetAlerteAudit
        MOVE MontantAlerte TO MontantAlerteAudit
    END-IF.
    MOVE SPACES TO LigneAuditBanque.
    STRING ObjetAlerteAudit DELIMITED BY SIZE
           " CONFORMITE ALERTE " DELIMITED BY SIZE
           NumeroAlerte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LibelleDecision DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OrigineAlerte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAlerteAudit DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReferenceSanctionAlerte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MotifDecision DELIMITED BY SIZE
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
