IDENTIFICATION DIVISION.
PROGRAM-ID. AutorisationsCartes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DemandeFile
           ASSIGN TO 'DemandesAutorisationCarte'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-DEMANDES.

    SELECT ReponseFile
           ASSIGN TO 'ReponsesAutorisationCarte'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REPONSES.

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

DATA DIVISION.
FILE SECTION.
FD DemandeFile.
*> Demandes d'autorisation transmises par le réseau carte : une
*> ligne par retrait au distributeur ('R') ou paiement chez un
*> commerçant ('P'), sous la référence unique que le réseau
*> rappellera dans la compensation.
01 DemandeAutorisationEnrg.
   05 ReferenceDemande       PIC X(12).
   05 NumeroCarteDemande     PIC X(16).
   05 TypeOperationDemande   PIC X.
   05 MontantDemande         PIC 9(9)V99.
   05 CommercantDemande      PIC X(20).
   05 DateDemandeCarte       PIC 9(8).
   05 HeureDemandeCarte      PIC 9(6).

FD ReponseFile.
*> Réponse rendue au réseau pour chaque demande : code réponse et,
*> si la demande est accordée, le numéro d'autorisation (numéro du
*> blocage posé sur le compte).
01 ReponseAutorisationEnrg.
   05 ReferenceReponse       PIC X(12).
   05 NumeroCarteReponse     PIC X(16).
   05 CodeReponse            PIC XX.
   05 NumeroAutorisationRep  PIC 9(6).
   05 MontantReponse         PIC 9(9)V99.

FD CarteFile.
COPY CarteRecord.

FD AutorisationCarteFile.
COPY AutorisationCarteRecord.

FD CompteFile.
COPY CompteRecord.

FD BlocageFile.
COPY BlocageRecord.

WORKING-STORAGE SECTION.
77 STATUS-DEMANDES     PIC XX.
77 STATUS-REPONSES     PIC XX.
77 STATUS-CARTES       PIC XX.
77 STATUS-AUTOCARTES   PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-BLOCAGES     PIC XX.
01 FinDemandes        PIC X VALUE 'N'.
01 FinBlocages        PIC X.
01 DateHeureSysteme   PIC X(21).
01 NbDemandesLues     PIC 9(6) VALUE 0.
01 NbDemandesAccordees PIC 9(6) VALUE 0.
01 NbDemandesRefusees PIC 9(6) VALUE 0.
01 MontantAccorde     PIC 9(11)V99 VALUE 0.
01 ProchainBlocage    PIC 9(6).
01 TotalBlocages      PIC 9(11)V99.
01 CodeReponseCourant PIC XX.
01 NumeroBlocageAccorde PIC 9(6).
01 MoisDemande        PIC 9(6).
01 EntierDate         PIC 9(7).
*> Les fonds d'une autorisation restent réservés une semaine : une
*> transaction que le réseau ne compense pas dans ce délai ne doit
*> pas stériliser le compte (le blocage s'éteint alors par
*> ExpirationBlocages).
01 DelaiBlocageCarte  PIC 9(2) VALUE 7.

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
01 CodeOperateurSession  PIC X(8) VALUE "AUTCARTE".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Décision sur les demandes d'autorisation du réseau carte. Pour
*> chaque demande : carte connue, ni en opposition ni expirée,
*> compte opérable, plafond journalier de la carte respecté (retrait
*> ou paiement) et solde DISPONIBLE suffisant — solde moins blocages
*> actifs plus découvert autorisé, comme au guichet. Une demande
*> accordée réserve aussitôt les fonds par un blocage "CARTE" dans
*> BlocagesFonds, que la compensation de nuit lèvera au débit réel.
*> Chaque demande, accordée ou non, est tracée dans
*> AutorisationsCartes et reçoit sa réponse. Codes réponse du
*> réseau : 00 accordée, 12 transaction invalide, 14 carte inconnue,
*> 41 carte en opposition, 54 carte expirée, 51 provision
*> insuffisante, 61 plafond dépassé, 62 compte non opérable, 94
*> référence déjà traitée.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN INPUT DemandeFile.
    IF STATUS-DEMANDES = "35"
        DISPLAY "Aucune demande d'autorisation carte (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Impossible d'ouvrir DemandesAutorisationCarte. Code de statut : " STATUS-DEMANDES
        STOP RUN
    END-IF.
    OPEN EXTEND ReponseFile.
    IF STATUS-REPONSES = "35"
        OPEN OUTPUT ReponseFile
    END-IF.
    IF STATUS-REPONSES NOT = "00"
        DISPLAY "Impossible d'ouvrir ReponsesAutorisationCarte. Code de statut : " STATUS-REPONSES
        STOP RUN
    END-IF.
    OPEN I-O CarteFile.
    IF STATUS-CARTES = "35"
        OPEN OUTPUT CarteFile
        CLOSE CarteFile
        OPEN I-O CarteFile
    END-IF.
    IF STATUS-CARTES NOT = "00"
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
    OPEN INPUT CompteFile.
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

    PERFORM NUMEROTER-BLOCAGES.

    PERFORM TRAITER-UNE-DEMANDE UNTIL FinDemandes = 'O'.

    CLOSE DemandeFile.
    CLOSE ReponseFile.
    CLOSE CarteFile.
    CLOSE AutorisationCarteFile.
    CLOSE CompteFile.
    CLOSE BlocageFile.

*>  Les demandes traitées sont répondues : le fichier repart vide
*>  pour la remise suivante du réseau.
    OPEN OUTPUT DemandeFile.
    IF STATUS-DEMANDES = "00"
        CLOSE DemandeFile
    END-IF.

    PERFORM JOURNALISER-AUTORISATIONS.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Autorisations carte terminées : " NbDemandesAccordees
            " accordée(s), " NbDemandesRefusees " refusée(s) sur "
            NbDemandesLues " demande(s).".
    GOBACK.

NUMEROTER-BLOCAGES.
*> Les blocages posés ici prennent la suite du plus grand numéro
*> déjà attribué (même numérotation que GestionSaisies).
    MOVE 1 TO ProchainBlocage.
    MOVE LOW-VALUES TO NumeroBlocage.
    MOVE 'N' TO FinBlocages.
    START BlocageFile KEY IS NOT LESS THAN NumeroBlocage
        INVALID KEY
            MOVE 'O' TO FinBlocages
    END-START.
    PERFORM EXAMINER-UN-NUMERO UNTIL FinBlocages = 'O'.
    EXIT.

EXAMINER-UN-NUMERO.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBlocages
        NOT AT END
            IF NumeroBlocage >= ProchainBlocage
                COMPUTE ProchainBlocage = NumeroBlocage + 1
            END-IF
    END-READ.
    EXIT.

TRAITER-UNE-DEMANDE.
    READ DemandeFile
        AT END
            MOVE 'O' TO FinDemandes
    END-READ.
    IF FinDemandes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDemandesLues.
    MOVE 0 TO NumeroBlocageAccorde.

    PERFORM DECIDER-DEMANDE.

    IF CodeReponseCourant = "00"
        PERFORM ACCORDER-DEMANDE
    END-IF.
*>  Une référence déjà traitée garde son autorisation d'origine :
*>  seule la réponse part, sans nouvelle trace.
    IF CodeReponseCourant NOT = "94"
        PERFORM TRACER-AUTORISATION
    END-IF.
    PERFORM ECRIRE-REPONSE.

    IF CodeReponseCourant = "00"
        ADD 1 TO NbDemandesAccordees
        ADD MontantDemande TO MontantAccorde
    ELSE
        ADD 1 TO NbDemandesRefusees
        DISPLAY "Demande " ReferenceDemande " refusée (code "
                CodeReponseCourant ")."
    END-IF.
    EXIT.

DECIDER-DEMANDE.
*> Contrôles dans l'ordre du réseau : le premier refus l'emporte.
    MOVE "00" TO CodeReponseCourant.
    IF ReferenceDemande = SPACES
       OR (TypeOperationDemande NOT = 'R' AND TypeOperationDemande NOT = 'P')
       OR MontantDemande NOT NUMERIC
       OR MontantDemande = 0
        MOVE "12" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    IF DateDemandeCarte NOT NUMERIC OR DateDemandeCarte = 0
        MOVE DateTraitementJour TO DateDemandeCarte
    END-IF.

    MOVE ReferenceDemande TO ReferenceAutoCarte.
    READ AutorisationCarteFile
        KEY IS ReferenceAutoCarte
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "94" TO CodeReponseCourant
            MOVE NumeroBlocageAutoCarte TO NumeroBlocageAccorde
            EXIT PARAGRAPH
    END-READ.

    MOVE NumeroCarteDemande TO NumeroCarte.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            MOVE "14" TO CodeReponseCourant
            EXIT PARAGRAPH
    END-READ.
    IF StatutCarte = 'O'
        MOVE "41" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDemandeCarte(1:6) TO MoisDemande.
    IF StatutCarte = 'E' OR DateExpirationCarte < MoisDemande
        MOVE "54" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteCarte TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "62" TO CodeReponseCourant
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte NOT = 'A' AND StatutCompte NOT = SPACE
        MOVE "62" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.

*>  Cumuls du jour de la carte : remis à zéro à la première demande
*>  d'une nouvelle journée.
    IF DateCumulCarte NOT = DateDemandeCarte
        MOVE DateDemandeCarte TO DateCumulCarte
        MOVE 0 TO CumulRetraitJour
        MOVE 0 TO CumulPaiementJour
    END-IF.
    IF TypeOperationDemande = 'R'
        IF CumulRetraitJour + MontantDemande > PlafondRetraitJour
            MOVE "61" TO CodeReponseCourant
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF CumulPaiementJour + MontantDemande > PlafondPaiementJour
            MOVE "61" TO CodeReponseCourant
            EXIT PARAGRAPH
        END-IF
    END-IF.

    PERFORM CALCULER-TOTAL-BLOCAGES.
    IF SoldeCompte - TotalBlocages + LimiteDecouvert < MontantDemande
        MOVE "51" TO CodeReponseCourant
    END-IF.
    EXIT.

CALCULER-TOTAL-BLOCAGES.
*> Total des blocages actifs et non échus du compte de la carte,
*> y compris les autorisations carte accordées plus tôt dans le lot.
    MOVE 0 TO TotalBlocages.
    MOVE LOW-VALUES TO NumeroBlocage.
    MOVE 'N' TO FinBlocages.
    START BlocageFile KEY IS NOT LESS THAN NumeroBlocage
        INVALID KEY
            MOVE 'O' TO FinBlocages
    END-START.
    PERFORM CUMULER-UN-BLOCAGE UNTIL FinBlocages = 'O'.
    EXIT.

CUMULER-UN-BLOCAGE.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBlocages
    END-READ.
    IF FinBlocages NOT = 'O'
       AND NumeroCompteBlocage = NumeroCompte
       AND StatutBlocage = 'A'
       AND DateExpirationBlocage >= DateTraitementJour
        ADD MontantBlocage TO TotalBlocages
    END-IF.
    EXIT.

ACCORDER-DEMANDE.
*> Réserve les fonds, puis porte le montant au cumul du jour de la
*> carte (l'enregistrement carte est encore celui de la demande).
    MOVE ProchainBlocage TO NumeroBlocage.
    ADD 1 TO ProchainBlocage.
    MOVE NumeroCompte TO NumeroCompteBlocage.
    MOVE MontantDemande TO MontantBlocage.
    MOVE SPACES TO MotifBlocage.
    STRING "CARTE " DELIMITED BY SIZE
           ReferenceDemande DELIMITED BY SIZE
           INTO MotifBlocage
    END-STRING.
    MOVE DateTraitementJour TO DateBlocage.
    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) + DelaiBlocageCarte.
    COMPUTE DateExpirationBlocage = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE 'A' TO StatutBlocage.
    WRITE BlocageRecord.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Erreur à l'écriture de BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        STOP RUN
    END-IF.
    MOVE NumeroBlocage TO NumeroBlocageAccorde.

    IF TypeOperationDemande = 'R'
        ADD MontantDemande TO CumulRetraitJour
    ELSE
        ADD MontantDemande TO CumulPaiementJour
    END-IF.
    REWRITE CarteRecord.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : " STATUS-CARTES
        STOP RUN
    END-IF.
    EXIT.

TRACER-AUTORISATION.
    MOVE ReferenceDemande TO ReferenceAutoCarte.
    MOVE NumeroCarteDemande TO NumeroCarteAuto.
    IF CodeReponseCourant = "12" OR CodeReponseCourant = "14"
        MOVE SPACES TO NumeroCompteAutoCarte
    ELSE
        MOVE NumeroCompteCarte TO NumeroCompteAutoCarte
    END-IF.
    MOVE TypeOperationDemande TO TypeOperationAutoCarte.
    IF MontantDemande NUMERIC
        MOVE MontantDemande TO MontantAutoCarte
    ELSE
        MOVE 0 TO MontantAutoCarte
    END-IF.
    MOVE CommercantDemande TO CommercantAutoCarte.
    MOVE DateDemandeCarte TO DateAutoCarte.
    IF HeureDemandeCarte NUMERIC
        MOVE HeureDemandeCarte TO HeureAutoCarte
    ELSE
        MOVE 0 TO HeureAutoCarte
    END-IF.
    MOVE CodeReponseCourant TO CodeReponseAutoCarte.
    MOVE NumeroBlocageAccorde TO NumeroBlocageAutoCarte.
    IF CodeReponseCourant = "00"
        MOVE 'A' TO StatutAutoCarte
    ELSE
        MOVE 'R' TO StatutAutoCarte
    END-IF.
    MOVE 0 TO MontantCompenseCarte.
    MOVE 0 TO DateCompensationCarte.
    WRITE AutorisationCarteRecord.
    IF STATUS-AUTOCARTES NOT = "00"
        DISPLAY "Erreur à l'écriture de AutorisationsCartes. Code de statut : " STATUS-AUTOCARTES
        STOP RUN
    END-IF.
    EXIT.

ECRIRE-REPONSE.
    MOVE ReferenceDemande TO ReferenceReponse.
    MOVE NumeroCarteDemande TO NumeroCarteReponse.
    MOVE CodeReponseCourant TO CodeReponse.
    MOVE NumeroBlocageAccorde TO NumeroAutorisationRep.
    IF MontantDemande NUMERIC
        MOVE MontantDemande TO MontantReponse
    ELSE
        MOVE 0 TO MontantReponse
    END-IF.
    WRITE ReponseAutorisationEnrg.
    IF STATUS-REPONSES NOT = "00"
        DISPLAY "Erreur à l'écriture de ReponsesAutorisationCarte. Code de statut : " STATUS-REPONSES
        STOP RUN
    END-IF.
    EXIT.

JOURNALISER-AUTORISATIONS.
    MOVE SPACES TO LigneAuditBanque.
    STRING "AUTORISATIONS CARTE " DELIMITED BY SIZE
           NbDemandesAccordees DELIMITED BY SIZE
           " accordees " DELIMITED BY SIZE
           NbDemandesRefusees DELIMITED BY SIZE
           " refusees montant " DELIMITED BY SIZE
           MontantAccorde DELIMITED BY SIZE
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
    MOVE "AUTCARTE" TO NomProgrammeCtl.
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
    MOVE NbDemandesLues TO NbLusCtl.
    MOVE NbDemandesAccordees TO NbPostesCtl.
    MOVE NbDemandesRefusees TO NbRejetesCtl.
    MOVE MontantAccorde TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
