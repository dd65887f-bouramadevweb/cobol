IDENTIFICATION DIVISION.
PROGRAM-ID. GestionReclamations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReclamationFile
           ASSIGN TO 'Reclamations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReclamation
           FILE STATUS IS STATUS-RECLAMATIONS.

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

    SELECT OperateurFile
           ASSIGN TO 'OperateurFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateur
           FILE STATUS IS STATUS-OPERATEURS.

    SELECT ExtourneFile
           ASSIGN TO 'Extournes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroExtourne
           FILE STATUS IS STATUS-EXTOURNES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD ReclamationFile.
COPY ReclamationRecord.

FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD OperateurFile.
COPY OperateurRecord.

FD ExtourneFile.
COPY ExtourneRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-RECLAMATIONS PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-OPERATEURS PIC XX.
77 STATUS-EXTOURNES  PIC XX.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 EntierDate        PIC 9(7).
01 FinFichier        PIC X.
01 NumeroReclamSaisi PIC 9(6).
01 NumeroCompteSaisi PIC X(10).
01 OperateurSaisi    PIC X(8).
01 CategorieSaisie   PIC X(3).
01 CanalSaisi        PIC X.
01 IssueSaisie       PIC X.
01 ReglementSaisi    PIC X.
01 NumeroExtourneSaisi PIC 9(6).
01 MontantCreditSaisi PIC 9(11)V99.
01 DernierNumeroReclam PIC 9(6).
01 NbReclamListees   PIC 9(5).
01 ReglementValide   PIC X.

*> Délais de traitement (recommandation de l'autorité de contrôle) :
*> accusé de réception sous dix jours, réponse sous deux mois, en
*> jours calendaires à compter de la réception.
01 DelaiAccuseJours  PIC 9(3) VALUE 10.
01 DelaiReponseJours PIC 9(3) VALUE 60.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.
01 ObjetAudit        PIC X(20).

PROCEDURE DIVISION.

*> Registre des réclamations clients. Une réclamation arrivée par
*> courrier ou au guichet est enregistrée contre le client et le
*> compte visés, avec sa catégorie et sa date de réception, qui fixe
*> les échéances d'accusé et de réponse. Elle est ensuite accusée,
*> affectée à un opérateur chargé de la réponse, puis close avec son
*> issue. Un remboursement cite l'extourne qui l'a réglé, ou se
*> règle ici même par un crédit de frais posté au compte (profil
*> superviseur). L'échéancier hebdomadaire (EcheancierReclamations)
*> et la statistique trimestrielle (StatistiquesReclamations) lisent
*> ce registre.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O ReclamationFile.
    IF STATUS-RECLAMATIONS = "35"
        OPEN OUTPUT ReclamationFile
        CLOSE ReclamationFile
        OPEN I-O ReclamationFile
    END-IF.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Erreur à l'ouverture de Reclamations. Code de statut : " STATUS-RECLAMATIONS
        STOP RUN
    END-IF.

    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE ReclamationFile
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE ReclamationFile.
    CLOSE CompteFile.

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
    DISPLAY "RÉCLAMATIONS CLIENTS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Enregistrer une réclamation".
    DISPLAY "2. Accuser réception".
    DISPLAY "3. Affecter à un opérateur".
    DISPLAY "4. Clore une réclamation (issue)".
    DISPLAY "5. Consulter une réclamation".
    DISPLAY "6. Lister les réclamations ouvertes".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM ENREGISTRER-RECLAMATION
        WHEN "2"
            PERFORM ACCUSER-RECLAMATION
        WHEN "3"
            PERFORM AFFECTER-RECLAMATION
        WHEN "4"
            PERFORM CLORE-RECLAMATION
        WHEN "5"
            PERFORM CONSULTER-RECLAMATION
        WHEN "6"
            PERFORM LISTER-RECLAMATIONS
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

ENREGISTRER-RECLAMATION.
*> Le compte désigne le client (son titulaire principal) et l'agence
*> de rattachement ; la réclamation est numérotée avant la saisie
*> pour que le relevé des numéros n'écrase pas le tampon.
    DISPLAY "Numéro du compte visé : ".
    ACCEPT NumeroCompteSaisi.
    MOVE NumeroCompteSaisi TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Aucun compte ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.

    PERFORM NUMEROTER-RECLAMATION.
    INITIALIZE ReclamationRecord.
    COMPUTE NumeroReclamation = DernierNumeroReclam + 1.
    MOVE NumeroCompte TO NumeroCompteReclam.
    MOVE NumeroClientCompte TO NumeroClientReclam.
    MOVE CodeAgenceCompte TO CodeAgenceReclam.
    PERFORM AFFICHER-CLIENT-RECLAM.

    MOVE SPACE TO CanalSaisi.
    PERFORM SAISIR-CANAL UNTIL CanalSaisi = 'C' OR CanalSaisi = 'G'.
    MOVE CanalSaisi TO CanalReclam.
    MOVE SPACES TO CategorieSaisie.
    PERFORM SAISIR-CATEGORIE
        UNTIL CategorieSaisie = "FRA" OR CategorieSaisie = "OPE"
           OR CategorieSaisie = "CRT" OR CategorieSaisie = "CRD"
           OR CategorieSaisie = "SRV" OR CategorieSaisie = "AUT".
    MOVE CategorieSaisie TO CategorieReclam.
    PERFORM SAISIR-OBJET UNTIL ObjetReclam NOT = SPACES.

*>  Une lettre se date à sa réception au courrier, parfois la veille
*>  de sa saisie ; au guichet, c'est le jour même.
    IF CanalReclam = 'C'
        MOVE 0 TO DateReceptionReclam
        PERFORM SAISIR-DATE-RECEPTION
            UNTIL DateReceptionReclam NUMERIC
              AND DateReceptionReclam NOT = 0
              AND DateReceptionReclam NOT > DateDuJour
    ELSE
        MOVE DateDuJour TO DateReceptionReclam
    END-IF.
    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateReceptionReclam) + DelaiAccuseJours.
    COMPUTE DateLimiteAccuse = FUNCTION DATE-OF-INTEGER(EntierDate).
    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateReceptionReclam) + DelaiReponseJours.
    COMPUTE DateLimiteReponse = FUNCTION DATE-OF-INTEGER(EntierDate).

    MOVE CodeOperateurSession TO OperateurSaisieReclam.
    MOVE SPACES TO OperateurAssigne.
    MOVE 'O' TO StatutReclam.
    MOVE SPACE TO IssueReclam.
    MOVE SPACE TO TypeReglementReclam.

*>  Remise au guichet : l'accusé est remis sur-le-champ au client.
    IF CanalReclam = 'G'
        MOVE DateDuJour TO DateAccuseReclam
        MOVE 'A' TO StatutReclam
    END-IF.

    WRITE ReclamationRecord.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de Reclamations. Code de statut : " STATUS-RECLAMATIONS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Réclamation " NumeroReclamation " enregistrée : accusé avant le "
            DateLimiteAccuse ", réponse avant le " DateLimiteReponse ".".
    MOVE "ENREGISTREMENT" TO ObjetAudit.
    PERFORM JOURNALISER-RECLAMATION.
    EXIT.

AFFICHER-CLIENT-RECLAM.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientReclam TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "Client " NumeroClientReclam " absent du fichier des clients."
        NOT INVALID KEY
            DISPLAY "Client " NumeroClient " : " NomClient
    END-READ.
    CLOSE ClientFile.
    EXIT.

SAISIR-CANAL.
    DISPLAY "Reçue par C = courrier, G = guichet : ".
    ACCEPT CanalSaisi.
    EXIT.

SAISIR-CATEGORIE.
    DISPLAY "Catégorie (FRA frais, OPE opération contestée, CRT carte,".
    DISPLAY "           CRD crédit, SRV qualité de service, AUT autre) : ".
    ACCEPT CategorieSaisie.
    EXIT.

SAISIR-OBJET.
    DISPLAY "Objet de la réclamation : ".
    ACCEPT ObjetReclam.
    EXIT.

SAISIR-DATE-RECEPTION.
    DISPLAY "Date de réception du courrier (AAAAMMJJ) : ".
    ACCEPT DateReceptionReclam.
    IF DateReceptionReclam NOT NUMERIC
       OR DateReceptionReclam = 0
       OR DateReceptionReclam > DateDuJour
        DISPLAY "Date invalide ou future."
    END-IF.
    EXIT.

NUMEROTER-RECLAMATION.
    MOVE 0 TO DernierNumeroReclam.
    MOVE 0 TO NumeroReclamation.
    MOVE 'N' TO FinFichier.
    START ReclamationFile KEY IS NOT LESS THAN NumeroReclamation
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RELEVER-UNE-RECLAMATION UNTIL FinFichier = 'O'.
    EXIT.

RELEVER-UNE-RECLAMATION.
    READ ReclamationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
        MOVE NumeroReclamation TO DernierNumeroReclam
    END-IF.
    EXIT.

LIRE-RECLAMATION.
    DISPLAY "Numéro de la réclamation : ".
    ACCEPT NumeroReclamSaisi.
    MOVE NumeroReclamSaisi TO NumeroReclamation.
    READ ReclamationFile
        KEY IS NumeroReclamation
        INVALID KEY
            DISPLAY "Aucune réclamation ne porte ce numéro."
    END-READ.
    EXIT.

ACCUSER-RECLAMATION.
    PERFORM LIRE-RECLAMATION.
    IF STATUS-RECLAMATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF StatutReclam NOT = 'O'
        DISPLAY "Réception déjà accusée ou réclamation close (statut "
                StatutReclam ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateAccuseReclam.
    MOVE 'A' TO StatutReclam.
    REWRITE ReclamationRecord.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Reclamations. Code de statut : " STATUS-RECLAMATIONS
        EXIT PARAGRAPH
    END-IF.
    IF DateAccuseReclam > DateLimiteAccuse
        DISPLAY "Réception accusée HORS DÉLAI (limite " DateLimiteAccuse ")."
    ELSE
        DISPLAY "Réception accusée le " DateAccuseReclam "."
    END-IF.
    MOVE "ACCUSE RECEPTION" TO ObjetAudit.
    PERFORM JOURNALISER-RECLAMATION.
    EXIT.

AFFECTER-RECLAMATION.
    PERFORM LIRE-RECLAMATION.
    IF STATUS-RECLAMATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF StatutReclam = 'C'
        DISPLAY "Réclamation close : affectation impossible."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Opérateur chargé de la réponse : ".
    ACCEPT OperateurSaisi.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS NOT = "00"
        DISPLAY "Impossible d'ouvrir OperateurFile. Code de statut : " STATUS-OPERATEURS
        EXIT PARAGRAPH
    END-IF.
    MOVE OperateurSaisi TO CodeOperateur.
    READ OperateurFile
        KEY IS CodeOperateur
        INVALID KEY
            DISPLAY "Opérateur inconnu."
            CLOSE OperateurFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE OperateurFile.
    MOVE OperateurSaisi TO OperateurAssigne.
    REWRITE ReclamationRecord.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Reclamations. Code de statut : " STATUS-RECLAMATIONS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Réclamation " NumeroReclamation " affectée à " NomOperateur ".".
    MOVE "AFFECTATION" TO ObjetAudit.
    PERFORM JOURNALISER-RECLAMATION.
    EXIT.

CLORE-RECLAMATION.
*> La réponse close la réclamation ; une réclamation jamais accusée
*> l'est implicitement par la réponse elle-même.
    PERFORM LIRE-RECLAMATION.
    IF STATUS-RECLAMATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF StatutReclam = 'C'
        DISPLAY "Réclamation déjà close le " DateReponseReclam "."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Issue (R remboursement, F fondée sans suite financière,".
    DISPLAY "       N non fondée, A abandonnée par le client) : ".
    ACCEPT IssueSaisie.
    IF IssueSaisie NOT = 'R' AND IssueSaisie NOT = 'F'
       AND IssueSaisie NOT = 'N' AND IssueSaisie NOT = 'A'
        DISPLAY "Issue invalide."
        EXIT PARAGRAPH
    END-IF.

    IF IssueSaisie = 'R'
        PERFORM REGLER-REMBOURSEMENT
        IF ReglementValide = 'N'
            EXIT PARAGRAPH
        END-IF
    ELSE
        MOVE SPACE TO TypeReglementReclam
        MOVE 0 TO NumeroExtourneReclam
        MOVE 0 TO MontantRembourse
    END-IF.

    MOVE IssueSaisie TO IssueReclam.
    IF DateAccuseReclam = 0
        MOVE DateDuJour TO DateAccuseReclam
    END-IF.
    MOVE DateDuJour TO DateReponseReclam.
    MOVE 'C' TO StatutReclam.
    REWRITE ReclamationRecord.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Reclamations. Code de statut : " STATUS-RECLAMATIONS
        EXIT PARAGRAPH
    END-IF.
    IF DateReponseReclam > DateLimiteReponse
        DISPLAY "Réclamation " NumeroReclamation " close HORS DÉLAI (limite "
                DateLimiteReponse ")."
    ELSE
        DISPLAY "Réclamation " NumeroReclamation " close."
    END-IF.
    MOVE "CLOTURE" TO ObjetAudit.
    PERFORM JOURNALISER-RECLAMATION.
    EXIT.

REGLER-REMBOURSEMENT.
    MOVE 'N' TO ReglementValide.
    DISPLAY "Réglé par X = extourne, F = crédit de frais : ".
    ACCEPT ReglementSaisi.
    EVALUATE ReglementSaisi
        WHEN 'X'
            PERFORM REFERENCER-EXTOURNE
        WHEN 'F'
            PERFORM POSTER-CREDIT-FRAIS
        WHEN OTHER
            DISPLAY "Choix invalide (X ou F attendus)."
    END-EVALUATE.
    EXIT.

REFERENCER-EXTOURNE.
*> L'extourne doit porter sur le compte de la réclamation et être
*> postée : une extourne en attente de décision ne règle encore rien.
    DISPLAY "Numéro de l'extourne : ".
    ACCEPT NumeroExtourneSaisi.
    OPEN INPUT ExtourneFile.
    IF STATUS-EXTOURNES NOT = "00"
        DISPLAY "Impossible d'ouvrir Extournes. Code de statut : " STATUS-EXTOURNES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroExtourneSaisi TO NumeroExtourne.
    READ ExtourneFile
        KEY IS NumeroExtourne
        INVALID KEY
            DISPLAY "Aucune extourne ne porte ce numéro."
            CLOSE ExtourneFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE ExtourneFile.
    IF NumeroCompteExtourne NOT = NumeroCompteReclam
        DISPLAY "Cette extourne porte sur le compte " NumeroCompteExtourne
                ", pas sur celui de la réclamation."
        EXIT PARAGRAPH
    END-IF.
    IF StatutExtourne NOT = 'E'
        DISPLAY "Extourne non postée (statut " StatutExtourne
                ") : la réclamation reste ouverte."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'X' TO TypeReglementReclam.
    MOVE NumeroExtourne TO NumeroExtourneReclam.
    MOVE MontantExtourne TO MontantRembourse.
    MOVE DateExecutionExtourne TO DateCreditReclam.
    MOVE HeureExecutionExtourne TO HeureCreditReclam.
    MOVE 'O' TO ReglementValide.
    EXIT.

POSTER-CREDIT-FRAIS.
*> Rendre des frais, c'est sortir de l'argent : réservé au
*> superviseur, comme les extournes. Le crédit porte en référence
*> de pièce le numéro de la réclamation qu'il règle.
    IF ProfilSession NOT = 'S'
        DISPLAY "Crédit de frais réservé au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteReclam TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte " NumeroCompteReclam " introuvable."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Compte clos : rembourser par extourne ou chèque de banque."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO MontantCreditSaisi.
    DISPLAY "Montant des frais remboursés : ".
    ACCEPT MontantCreditSaisi.
    IF MontantCreditSaisi NOT NUMERIC OR MontantCreditSaisi = 0
        DISPLAY "Montant invalide."
        EXIT PARAGRAPH
    END-IF.

    ADD MontantCreditSaisi TO SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.

    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'ouverture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE MontantCreditSaisi TO Montant.
    MOVE "Remb. frais" TO Action.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE SPACES TO ReferenceHisto.
    STRING "RC" DELIMITED BY SIZE
           NumeroReclamation DELIMITED BY SIZE
           INTO ReferenceHisto
    END-STRING.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    END-IF.
    CLOSE HistoriqueFile.
    PERFORM AJOUTER-ENTREE-AUDIT.

    MOVE 'F' TO TypeReglementReclam.
    MOVE 0 TO NumeroExtourneReclam.
    MOVE MontantCreditSaisi TO MontantRembourse.
    MOVE DateMouvement TO DateCreditReclam.
    MOVE HeureMouvement TO HeureCreditReclam.
    MOVE 'O' TO ReglementValide.
    DISPLAY "Frais remboursés : " MontantCreditSaisi " crédités sur le compte "
            NumeroCompte ". Nouveau solde : " SoldeCompte.
    EXIT.

AJOUTER-ENTREE-AUDIT.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteHisto DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Action DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Montant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateMouvement DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HeureMouvement DELIMITED BY SIZE
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

CONSULTER-RECLAMATION.
    PERFORM LIRE-RECLAMATION.
    IF STATUS-RECLAMATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Réclamation " NumeroReclamation " | statut " StatutReclam
            " | catégorie " CategorieReclam " | canal " CanalReclam.
    DISPLAY "Client " NumeroClientReclam " | compte " NumeroCompteReclam
            " | agence " CodeAgenceReclam.
    DISPLAY "Objet : " ObjetReclam.
    DISPLAY "Reçue le " DateReceptionReclam
            " | accusé " DateAccuseReclam " (limite " DateLimiteAccuse ")".
    DISPLAY "Réponse " DateReponseReclam " (limite " DateLimiteReponse ")"
            " | saisie par " OperateurSaisieReclam
            " | affectée à " OperateurAssigne.
    IF StatutReclam = 'C'
        DISPLAY "Issue " IssueReclam
    END-IF.
    IF IssueReclam = 'R'
        IF TypeReglementReclam = 'X'
            DISPLAY "Remboursé " MontantRembourse " par l'extourne "
                    NumeroExtourneReclam " du " DateCreditReclam
        ELSE
            DISPLAY "Remboursé " MontantRembourse " par crédit de frais du "
                    DateCreditReclam " à " HeureCreditReclam
        END-IF
    END-IF.
    EXIT.

LISTER-RECLAMATIONS.
    MOVE 0 TO NbReclamListees.
    MOVE 0 TO NumeroReclamation.
    MOVE 'N' TO FinFichier.
    START ReclamationFile KEY IS NOT LESS THAN NumeroReclamation
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-RECLAMATION UNTIL FinFichier = 'O'.
    IF NbReclamListees = 0
        DISPLAY "Aucune réclamation ouverte."
    END-IF.
    EXIT.

LISTER-UNE-RECLAMATION.
    READ ReclamationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR StatutReclam = 'C'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbReclamListees.
    DISPLAY "Réclamation " NumeroReclamation " " CategorieReclam
            " compte " NumeroCompteReclam
            " | reçue " DateReceptionReclam
            " | statut " StatutReclam
            " | réponse avant " DateLimiteReponse
            " | " OperateurAssigne.
    EXIT.

JOURNALISER-RECLAMATION.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteReclam DELIMITED BY SIZE
           " RECLAMATION " DELIMITED BY SIZE
           ObjetAudit DELIMITED BY SIZE
           " n° " DELIMITED BY SIZE
           NumeroReclamation DELIMITED BY SIZE
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
