IDENTIFICATION DIVISION.
PROGRAM-ID. LoyersCoffres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ContratCoffreFile
           ASSIGN TO 'ContratsCoffres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContratCoffre
           FILE STATUS IS STATUS-CONTRATS.

    SELECT CoffreLocationFile
           ASSIGN TO 'CoffresLocation'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCoffreLocation
           FILE STATUS IS STATUS-COFFRES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT ImpayeCoffreFile
           ASSIGN TO 'ImpayesCoffres'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-IMPAYES.

DATA DIVISION.
FILE SECTION.
FD ContratCoffreFile.
COPY ContratCoffreRecord.

FD CoffreLocationFile.
COPY CoffreLocationRecord.

FD CompteFile.
COPY CompteRecord.

FD ImpayeCoffreFile.
*> État mensuel des contrats de coffre en impayé, refait au premier
*> du mois pour les agences : un contrat y figure tant qu'un
*> superviseur ne l'a pas régularisé dans LocationCoffres.
01 ImpayeCoffreRecord.
   05 DateEtatImpaye         PIC 9(8).
   05 NumeroContratImpaye    PIC 9(6).
   05 CodeAgenceImpaye       PIC X(3).
   05 NumeroCoffreImpaye     PIC X(4).
   05 NumeroClientImpaye     PIC X(10).
   05 CompteDebitImpaye      PIC X(10).
   05 DateDebutImpaye        PIC 9(8).
   05 DateConstatImpaye      PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-CONTRATS   PIC XX.
77 STATUS-COFFRES    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-IMPAYES    PIC XX.
01 FinContrats       PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 MoisCourant       PIC 9(6).
01 MoisPrecedent     PIC 9(6).
01 PremierDuMois     PIC X VALUE 'N'.
01 LoyerCouvert      PIC X.
01 DisponibleCompte  PIC S9(13)V99.
01 NbContratsLus     PIC 9(6) VALUE 0.
01 NbLoyersCumules   PIC 9(6) VALUE 0.
01 NbNouveauxImpayes PIC 9(6) VALUE 0.
01 NbImpayesListes   PIC 9(6) VALUE 0.

*> Loyer annuel cumulé via le barème : COFP, COFM ou COFG selon la
*> taille du coffre.
01 CodeLoyerCoffre.
   05 FILLER         PIC X(3) VALUE "COF".
   05 TailleLoyer    PIC X.
01 StatutFraisOperation PIC XX.

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
01 CodeOperateurSession  PIC X(8) VALUE "LOYCOFF".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Loyers des coffres-forts loués : chaque nuit, les contrats dont
*> c'est le mois anniversaire et dont le loyer de l'année n'est pas
*> encore cumulé le cumulent dans FraisOperations (tarif COFP, COFM
*> ou COFG selon la taille) ; FacturationFrais le débite au dernier
*> jour du mois avec les autres frais. Tourner chaque nuit plutôt
*> qu'au seul premier du mois fait qu'un jour chômé ne fait sauter
*> aucune échéance.
*> Au premier du mois, les loyers facturés le mois échu sont
*> contrôlés : compte introuvable, gelé ou clos (FacturationFrais a
*> abandonné le loyer) ou compte au-delà de son découvert autorisé
*> (le loyer n'a pas été couvert) — le contrat passe en impayé et
*> l'accès au coffre est refusé. L'état des impayés est refait le
*> même jour pour les agences.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    MOVE DateTraitementJour(1:6) TO MoisCourant.
    IF DateTraitementJour(5:2) = "01"
        COMPUTE MoisPrecedent = MoisCourant - 89
    ELSE
        COMPUTE MoisPrecedent = MoisCourant - 1
    END-IF.
    IF DateTraitementJour(7:2) = "01"
        MOVE 'O' TO PremierDuMois
    END-IF.

    OPEN I-O ContratCoffreFile.
    IF STATUS-CONTRATS = "35"
        DISPLAY "Aucun contrat de coffre (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Impossible d'ouvrir ContratsCoffres. Code de statut : " STATUS-CONTRATS
        STOP RUN
    END-IF.
    OPEN INPUT CoffreLocationFile.
    IF STATUS-COFFRES NOT = "00"
        DISPLAY "Impossible d'ouvrir CoffresLocation. Code de statut : " STATUS-COFFRES
        CLOSE ContratCoffreFile
        STOP RUN
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE ContratCoffreFile
        CLOSE CoffreLocationFile
        STOP RUN
    END-IF.
    IF PremierDuMois = 'O'
        OPEN OUTPUT ImpayeCoffreFile
        IF STATUS-IMPAYES NOT = "00"
            DISPLAY "Impossible d'ouvrir ImpayesCoffres. Code de statut : " STATUS-IMPAYES
            CLOSE ContratCoffreFile
            CLOSE CoffreLocationFile
            CLOSE CompteFile
            STOP RUN
        END-IF
        DISPLAY "========================================================"
        DISPLAY "COFFRES-FORTS EN IMPAYÉ AU " DateTraitementJour
        DISPLAY "--------------------------------------------------------"
    END-IF.

    PERFORM TRAITER-UN-CONTRAT UNTIL FinContrats = 'O'.

    CLOSE ContratCoffreFile.
    CLOSE CoffreLocationFile.
    CLOSE CompteFile.
    IF PremierDuMois = 'O'
        CLOSE ImpayeCoffreFile
        DISPLAY "--------------------------------------------------------"
        DISPLAY NbImpayesListes " contrat(s) en impayé, dont "
                NbNouveauxImpayes " constaté(s) ce jour."
        DISPLAY "========================================================"
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Loyers des coffres terminés : " NbLoyersCumules
            " loyer(s) cumulé(s) sur " NbContratsLus " contrat(s) lu(s).".
    GOBACK.

TRAITER-UN-CONTRAT.
    READ ContratCoffreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinContrats
    END-READ.
    IF FinContrats = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbContratsLus.
    IF StatutContratCoffre = 'R'
        EXIT PARAGRAPH
    END-IF.

    IF PremierDuMois = 'O'
       AND StatutContratCoffre = 'A'
       AND PeriodeDernierLoyer = MoisPrecedent
        PERFORM CONTROLER-PAIEMENT-LOYER
    END-IF.

*>  Un contrat en impayé doit toujours son loyer de l'année : il est
*>  cumulé comme les autres.
    IF DateDebutContrat(5:2) = DateTraitementJour(5:2)
       AND PeriodeDernierLoyer < MoisCourant
        PERFORM CUMULER-LOYER
    END-IF.

    IF PremierDuMois = 'O' AND StatutContratCoffre = 'I'
        PERFORM LISTER-IMPAYE
    END-IF.
    EXIT.

CONTROLER-PAIEMENT-LOYER.
    MOVE 'O' TO LoyerCouvert.
    MOVE CompteDebitContrat TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE 'N' TO LoyerCouvert
    END-READ.
    IF LoyerCouvert = 'O'
        IF StatutCompte = 'G' OR StatutCompte = 'C'
            MOVE 'N' TO LoyerCouvert
        ELSE
            COMPUTE DisponibleCompte = SoldeCompte + LimiteDecouvert
            IF DisponibleCompte < 0
                MOVE 'N' TO LoyerCouvert
            END-IF
        END-IF
    END-IF.
    IF LoyerCouvert = 'O'
        EXIT PARAGRAPH
    END-IF.

    MOVE 'I' TO StatutContratCoffre.
    MOVE DateTraitementJour TO DateImpayeContrat.
    REWRITE ContratCoffreRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à la mise à jour du contrat " NumeroContratCoffre
                ". Code de statut : " STATUS-CONTRATS
        STOP RUN
    END-IF.
    ADD 1 TO NbNouveauxImpayes.
    PERFORM JOURNALISER-IMPAYE.
    EXIT.

CUMULER-LOYER.
    MOVE CodeAgenceContrat TO CodeAgenceCoffreLoc.
    MOVE NumeroCoffreContrat TO NumeroCoffreLoc.
    READ CoffreLocationFile
        KEY IS CleCoffreLocation
        INVALID KEY
            DISPLAY "Contrat " NumeroContratCoffre " : coffre "
                    NumeroCoffreContrat " absent de l'inventaire de l'agence "
                    CodeAgenceContrat ", loyer non cumulé."
            EXIT PARAGRAPH
    END-READ.
    MOVE TailleCoffreLoc TO TailleLoyer.
    CALL "FraisOperationUtil" USING CodeLoyerCoffre
                                    CompteDebitContrat
                                    StatutFraisOperation.
    IF StatutFraisOperation NOT = "00"
        DISPLAY "Contrat " NumeroContratCoffre " : erreur au cumul du loyer. Code de statut : "
                StatutFraisOperation
        EXIT PARAGRAPH
    END-IF.
    MOVE MoisCourant TO PeriodeDernierLoyer.
    REWRITE ContratCoffreRecord.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Erreur à la mise à jour du contrat " NumeroContratCoffre
                ". Code de statut : " STATUS-CONTRATS
        STOP RUN
    END-IF.
    ADD 1 TO NbLoyersCumules.
    EXIT.

LISTER-IMPAYE.
    MOVE DateTraitementJour TO DateEtatImpaye.
    MOVE NumeroContratCoffre TO NumeroContratImpaye.
    MOVE CodeAgenceContrat TO CodeAgenceImpaye.
    MOVE NumeroCoffreContrat TO NumeroCoffreImpaye.
    MOVE NumeroClientContrat TO NumeroClientImpaye.
    MOVE CompteDebitContrat TO CompteDebitImpaye.
    MOVE DateDebutContrat TO DateDebutImpaye.
    MOVE DateImpayeContrat TO DateConstatImpaye.
    WRITE ImpayeCoffreRecord.
    IF STATUS-IMPAYES NOT = "00"
        DISPLAY "Erreur à l'écriture de ImpayesCoffres. Code de statut : " STATUS-IMPAYES
        STOP RUN
    END-IF.
    ADD 1 TO NbImpayesListes.
    DISPLAY "Agence " CodeAgenceContrat " coffre " NumeroCoffreContrat
            " | contrat " NumeroContratCoffre
            " | client " NumeroClientContrat
            " | compte " CompteDebitContrat
            " | impayé depuis le " DateImpayeContrat.
    EXIT.

JOURNALISER-IMPAYE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "COFFRE CONTRAT IMPAYE " DELIMITED BY SIZE
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
    MOVE "LOYCOFF" TO NomProgrammeCtl.
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
    MOVE NbContratsLus TO NbLusCtl.
    MOVE NbLoyersCumules TO NbPostesCtl.
    MOVE NbNouveauxImpayes TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
