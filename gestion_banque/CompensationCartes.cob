IDENTIFICATION DIVISION.
PROGRAM-ID. CompensationCartes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompensationFile
           ASSIGN TO 'CompensationCartes'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COMPENSATION.

    SELECT RejetCompensationFile
           ASSIGN TO 'RejetsCompensationCartes'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REJETS.

    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

    SELECT AutorisationCarteFile
           ASSIGN TO 'AutorisationsCartes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ReferenceAutoCarte
           FILE STATUS IS STATUS-AUTOCARTES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

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

DATA DIVISION.
FILE SECTION.
FD CompensationFile.
*> Fichier de compensation du réseau carte : une ligne par
*> transaction réellement exécutée, sous la référence de
*> l'autorisation, pour le montant définitif (qui peut différer du
*> montant autorisé : pourboire, station-service, change).
01 CompensationCarteEnrg.
   05 ReferenceCompensation     PIC X(12).
   05 NumeroCarteCompensation   PIC X(16).
   05 TypeOperationCompensation PIC X.
   05 MontantCompensation       PIC 9(9)V99.
   05 DateOperationCompensation PIC 9(8).

FD RejetCompensationFile.
*> Lignes de compensation non débitées, avec leur motif : MNT
*> montant ou type invalide, CAR carte inconnue, REF autorisation
*> refusée, DBL déjà compensée, CPT compte introuvable, STA compte
*> gelé ou clos. Le back-office les règle avec le réseau.
01 RejetCompensationEnrg.
   05 ReferenceRejetCarte       PIC X(12).
   05 NumeroCarteRejet          PIC X(16).
   05 TypeOperationRejet        PIC X.
   05 MontantRejetCarte         PIC 9(9)V99.
   05 DateOperationRejet        PIC 9(8).
   05 CodeRejetCarte            PIC X(3).

FD CarteFile.
COPY CarteRecord.

FD AutorisationCarteFile.
COPY AutorisationCarteRecord.

FD CompteFile.
COPY CompteRecord.

FD BlocageFile.
COPY BlocageRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

WORKING-STORAGE SECTION.
77 STATUS-COMPENSATION PIC XX.
77 STATUS-REJETS       PIC XX.
77 STATUS-CARTES       PIC XX.
77 STATUS-AUTOCARTES   PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-BLOCAGES     PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
01 FinCompensation    PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 NbLignesLues       PIC 9(6) VALUE 0.
01 NbLignesPostees    PIC 9(6) VALUE 0.
01 NbLignesRejetees   PIC 9(6) VALUE 0.
01 NbSansAutorisation PIC 9(6) VALUE 0.
01 MontantPoste       PIC 9(11)V99 VALUE 0.
01 CodeRejetCourant   PIC X(3).
01 AutorisationTrouvee PIC X.
01 CartesOuvertes     PIC X VALUE 'N'.

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
01 CodeOperateurSession  PIC X(8) VALUE "COMPCART".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Compensation des transactions carte : chaque ligne du réseau
*> dénoue l'autorisation de même référence. Le blocage "CARTE" qui
*> réservait les fonds est levé et le compte débité du montant
*> compensé ("Retrait carte" ou "Paiement carte" dans l'historique).
*> Le réseau a déjà réglé le commerçant ou le distributeur : le
*> débit passe même si le solde ne le couvre plus (le dépassement
*> remonte aux alertes de découvert), et une transaction compensée
*> sans autorisation préalable (hors ligne) est débitée de même,
*> puis tracée pour qu'une seconde présentation soit rejetée.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN INPUT CompensationFile.
    IF STATUS-COMPENSATION = "35"
        DISPLAY "Aucune compensation carte (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-COMPENSATION NOT = "00"
        DISPLAY "Impossible d'ouvrir CompensationCartes. Code de statut : " STATUS-COMPENSATION
        STOP RUN
    END-IF.
    OPEN EXTEND RejetCompensationFile.
    IF STATUS-REJETS = "35"
        OPEN OUTPUT RejetCompensationFile
    END-IF.
    IF STATUS-REJETS NOT = "00"
        DISPLAY "Impossible d'ouvrir RejetsCompensationCartes. Code de statut : " STATUS-REJETS
        STOP RUN
    END-IF.
*>  Sans fichier des cartes, aucune ligne ne peut être rattachée à
*>  un compte : toutes partent en rejet CAR.
    OPEN INPUT CarteFile.
    IF STATUS-CARTES = "00"
        MOVE 'O' TO CartesOuvertes
    END-IF.
    IF STATUS-CARTES NOT = "00" AND STATUS-CARTES NOT = "35"
        DISPLAY "Impossible d'ouvrir CartesBancaires. Code de statut : " STATUS-CARTES
        STOP RUN
    END-IF.
    OPEN I-O AutorisationCarteFile.
    IF STATUS-AUTOCARTES = "35"
        OPEN OUTPUT AutorisationCarteFile
        CLOSE AutorisationCarteFile
        OPEN I-O AutorisationCarteFile
    END-IF.
    IF STATUS-AUTOCARTES NOT = "00"
        DISPLAY "Impossible d'ouvrir AutorisationsCartes. Code de statut : " STATUS-AUTOCARTES
        STOP RUN
    END-IF.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES = "35"
        OPEN OUTPUT BlocageFile
        CLOSE BlocageFile
        OPEN I-O BlocageFile
    END-IF.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        STOP RUN
    END-IF.
    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Impossible d'ouvrir HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.

    PERFORM COMPENSER-UNE-LIGNE UNTIL FinCompensation = 'O'.

    CLOSE CompensationFile.
    CLOSE RejetCompensationFile.
    IF CartesOuvertes = 'O'
        CLOSE CarteFile
    END-IF.
    CLOSE AutorisationCarteFile.
    CLOSE CompteFile.
    CLOSE BlocageFile.
    CLOSE HistoriqueFile.

*>  La remise du réseau est soldée (postée ou rejetée) : le fichier
*>  repart vide pour la suivante.
    OPEN OUTPUT CompensationFile.
    IF STATUS-COMPENSATION = "00"
        CLOSE CompensationFile
    END-IF.

    PERFORM JOURNALISER-COMPENSATION.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Compensation carte terminée : " NbLignesPostees
            " ligne(s) débitée(s) dont " NbSansAutorisation
            " sans autorisation, " NbLignesRejetees " rejetée(s) sur "
            NbLignesLues " lue(s).".
    IF NbLignesRejetees > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

COMPENSER-UNE-LIGNE.
    READ CompensationFile
        AT END
            MOVE 'O' TO FinCompensation
    END-READ.
    IF FinCompensation = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesLues.

    IF MontantCompensation NOT NUMERIC OR MontantCompensation = 0
       OR (TypeOperationCompensation NOT = 'R'
           AND TypeOperationCompensation NOT = 'P')
        MOVE "MNT" TO CodeRejetCourant
        PERFORM ECRIRE-REJET
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCarteCompensation TO NumeroCarte.
    IF CartesOuvertes = 'N'
        MOVE "CAR" TO CodeRejetCourant
        PERFORM ECRIRE-REJET
        EXIT PARAGRAPH
    END-IF.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            MOVE "CAR" TO CodeRejetCourant
            PERFORM ECRIRE-REJET
            EXIT PARAGRAPH
    END-READ.

    MOVE ReferenceCompensation TO ReferenceAutoCarte.
    MOVE 'N' TO AutorisationTrouvee.
    READ AutorisationCarteFile
        KEY IS ReferenceAutoCarte
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO AutorisationTrouvee
    END-READ.
    IF AutorisationTrouvee = 'O' AND StatutAutoCarte = 'C'
        MOVE "DBL" TO CodeRejetCourant
        PERFORM ECRIRE-REJET
        EXIT PARAGRAPH
    END-IF.
    IF AutorisationTrouvee = 'O' AND StatutAutoCarte = 'R'
        MOVE "REF" TO CodeRejetCourant
        PERFORM ECRIRE-REJET
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteCarte TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "CPT" TO CodeRejetCourant
            PERFORM ECRIRE-REJET
            EXIT PARAGRAPH
    END-READ.
*>  Un compte gelé par décision de justice ou clos ne se débite pas
*>  en automatique : le back-office voit la ligne avec le réseau.
    IF StatutCompte = 'G' OR StatutCompte = 'C'
        MOVE "STA" TO CodeRejetCourant
        PERFORM ECRIRE-REJET
        EXIT PARAGRAPH
    END-IF.

    IF AutorisationTrouvee = 'O'
        PERFORM LEVER-BLOCAGE-CARTE
    END-IF.

    SUBTRACT MontantCompensation FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE MontantCompensation TO Montant.
    IF TypeOperationCompensation = 'R'
        MOVE "Retrait carte" TO Action
    ELSE
        MOVE "Paiement carte" TO Action
    END-IF.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE ReferenceCompensation(5:8) TO ReferenceHisto.
    PERFORM HORODATER-ET-ECRIRE.

    PERFORM SOLDER-AUTORISATION.

    ADD 1 TO NbLignesPostees.
    ADD MontantCompensation TO MontantPoste.
    EXIT.

LEVER-BLOCAGE-CARTE.
*> Le blocage de l'autorisation cède la place au débit réel ; déjà
*> éteint par ExpirationBlocages, il n'y a rien à lever.
    MOVE NumeroBlocageAutoCarte TO NumeroBlocage.
    READ BlocageFile
        KEY IS NumeroBlocage
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutBlocage = 'A'
                MOVE 'L' TO StatutBlocage
                REWRITE BlocageRecord
                IF STATUS-BLOCAGES NOT = "00"
                    DISPLAY "Erreur à la levée du blocage " NumeroBlocage
                            ". Code de statut : " STATUS-BLOCAGES
                    STOP RUN
                END-IF
            END-IF
    END-READ.
    EXIT.

SOLDER-AUTORISATION.
*> L'autorisation passe compensée ; une transaction hors ligne en
*> reçoit une, créée ici, pour que la même référence ne puisse
*> plus être débitée deux fois.
    IF AutorisationTrouvee = 'N'
        MOVE ReferenceCompensation TO ReferenceAutoCarte
        MOVE NumeroCarteCompensation TO NumeroCarteAuto
        MOVE NumeroCompteCarte TO NumeroCompteAutoCarte
        MOVE TypeOperationCompensation TO TypeOperationAutoCarte
        MOVE 0 TO MontantAutoCarte
        MOVE SPACES TO CommercantAutoCarte
        IF DateOperationCompensation NUMERIC
            MOVE DateOperationCompensation TO DateAutoCarte
        ELSE
            MOVE DateTraitementJour TO DateAutoCarte
        END-IF
        MOVE 0 TO HeureAutoCarte
        MOVE SPACES TO CodeReponseAutoCarte
        MOVE 0 TO NumeroBlocageAutoCarte
        ADD 1 TO NbSansAutorisation
    END-IF.
    MOVE 'C' TO StatutAutoCarte.
    MOVE MontantCompensation TO MontantCompenseCarte.
    MOVE DateTraitementJour TO DateCompensationCarte.
    IF AutorisationTrouvee = 'O'
        REWRITE AutorisationCarteRecord
    ELSE
        WRITE AutorisationCarteRecord
    END-IF.
    IF STATUS-AUTOCARTES NOT = "00"
        DISPLAY "Erreur à la mise à jour de AutorisationsCartes. Code de statut : " STATUS-AUTOCARTES
        STOP RUN
    END-IF.
    EXIT.

ECRIRE-REJET.
    MOVE ReferenceCompensation TO ReferenceRejetCarte.
    MOVE NumeroCarteCompensation TO NumeroCarteRejet.
    MOVE TypeOperationCompensation TO TypeOperationRejet.
    IF MontantCompensation NUMERIC
        MOVE MontantCompensation TO MontantRejetCarte
    ELSE
        MOVE 0 TO MontantRejetCarte
    END-IF.
    MOVE DateOperationCompensation TO DateOperationRejet.
    MOVE CodeRejetCourant TO CodeRejetCarte.
    WRITE RejetCompensationEnrg.
    IF STATUS-REJETS NOT = "00"
        DISPLAY "Erreur à l'écriture de RejetsCompensationCartes. Code de statut : " STATUS-REJETS
        STOP RUN
    END-IF.
    ADD 1 TO NbLignesRejetees.
    DISPLAY "Compensation " ReferenceCompensation " rejetée (motif "
            CodeRejetCourant ").".
    EXIT.

HORODATER-ET-ECRIRE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    EXIT.

JOURNALISER-COMPENSATION.
    MOVE SPACES TO LigneAuditBanque.
    STRING "COMPENSATION CARTE " DELIMITED BY SIZE
           NbLignesPostees DELIMITED BY SIZE
           " debitees " DELIMITED BY SIZE
           NbSansAutorisation DELIMITED BY SIZE
           " sans autorisation " DELIMITED BY SIZE
           NbLignesRejetees DELIMITED BY SIZE
           " rejetees montant " DELIMITED BY SIZE
           MontantPoste DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateTraitementJour DELIMITED BY SIZE
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
    MOVE "COMPCART" TO NomProgrammeCtl.
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
    MOVE NbLignesLues TO NbLusCtl.
    MOVE NbLignesPostees TO NbPostesCtl.
    MOVE NbLignesRejetees TO NbRejetesCtl.
    MOVE MontantPoste TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
