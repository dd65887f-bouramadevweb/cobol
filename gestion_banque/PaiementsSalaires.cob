           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VIREXT.

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT SalairesTraitesFile
           ASSIGN TO 'SalairesTraites'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRAITES.

    SELECT ReportPaieFile
           ASSIGN TO 'ReportPaie'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REPORTPAIE.

DATA DIVISION.
FILE SECTION.
FD LotSalairesFile.
*> externe 'E' routé vers la compensation), total '9' (nombre de
*> détails, cumul de contrôle). Un lot dont l'enveloppe ne balance
*> pas est refusé EN BLOC : rien n'est débité ni crédité.
*> Le nom du salarié, criblé contre la liste des sanctions pour les
*> virements externes, est à blanc dans les fichiers d'avant le
*> criblage (seuls les pays du BIC et de l'IBAN sont alors criblés).
01 DetailSalaireRecord.
   05 TypeEnregSal           PIC X(1).
   05 DestinationSal         PIC X(1).
   05 BicBenef               PIC X(11).
   05 IbanBenef              PIC X(20).
   05 MontantSalaire         PIC 9(11)V99.
   05 NomBenef               PIC X(30).
01 EnteteSalairesRecord.
   05 TypeEnregEnteteSal     PIC X(1).
   05 NumeroCompteEmployeur  PIC X(10).
*> Archive des lots de paie exécutés : le fichier d'entrée est
*> recréé vide en fin d'exécution, une relance ne paie pas deux fois
*> (modèle TransactionsTraitees).
01 SalaireTraiteLigne PIC X(90).

FD ClientFile.
COPY ClientRecord.

FD ReportPaieFile.
COPY ReportPaieRecord.

WORKING-STORAGE SECTION.
77 STATUS-SALAIRES     PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-VIREXT       PIC XX.
77 STATUS-TRAITES      PIC XX.
77 STATUS-CLIENTS      PIC XX.
77 STATUS-REPORTPAIE   PIC XX.
01 FinSalaires        PIC X VALUE 'N'.
01 FinVerification    PIC X.
01 DateHeureSysteme   PIC X(21).
01 MontantLotInternes PIC 9(15)V99.
01 MontantLotExternes PIC 9(15)V99.
01 MontantLotImpayes  PIC 9(15)V99.
01 NbSalairesArretes  PIC 9(8) VALUE 0.
01 MontantLotArretes  PIC 9(15)V99.
01 IndexLotCourant    PIC 9(4).
*> Compteur d'émission de la course : plusieurs virements externes
*> partent dans la même seconde, la référence date+heure seule les
*> référence. Les quatre dernières positions portent le compteur.
01 CompteurRefVirExt  PIC 9(4) VALUE 0.

*> Heure limite de la paie (HeureLimiteUtil) : des lots remis après
*> l'heure ou un jour non ouvré attendent le jour ouvré suivant.
01 CodeOperationLimite PIC X(4).
01 DateSaisieLimite    PIC 9(8).
01 HeureSaisieLimite   PIC 9(6).
01 DateExecutionLimite PIC 9(8).
01 PaieReportee        PIC X.
01 ReportExistant      PIC X.

*> Criblage sanctions et embargos des salaires externes : le
*> salarié et les pays de sa banque, et l'employeur donneur d'ordre
*> (criblé une fois à l'en-tête du lot). Un salaire arrêté, déjà
*> compris dans le débit de l'employeur, est tenu en suspens dans la
*> file de conformité jusqu'à la décision de GestionConformite.
01 NomACribler         PIC X(40).
01 PaysACribler1       PIC XX.
01 PaysACribler2       PIC XX.
01 ReferenceSanctionTrouvee PIC X(12).
01 NomSanctionTrouve   PIC X(40).
01 StatutCriblage      PIC XX.
01 StatutFileConformite PIC XX.
01 NomEmployeurCrible  PIC X(40).
01 StatutCriblageEmployeur PIC XX.
01 ReferenceSanctionEmployeur PIC X(12).
01 NomSanctionEmployeur PIC X(40).
COPY AlerteConformiteRecord.

*> Totaux par lot relevés pendant la passe de vérification : le
*> débit unique de l'employeur se fait dès l'en-tête de la seconde
*> passe, avant tout crédit, sur le total déjà prouvé du lot.
        PERFORM TERMINER-CONTROLE
        STOP RUN
    END-IF.
    PERFORM DATER-EXECUTION-PAIE.
    IF PaieReportee = 'O'
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT LotSalairesFile.
    IF STATUS-SALAIRES NOT = "00"
    ELSE
        CLOSE LotSalairesFile
    END-IF.
    IF ReportExistant = 'O'
        PERFORM EFFACER-REPORT-PAIE
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
            NbLotsRefuses " lot(s) refusé(s).".
    STOP RUN.

DATER-EXECUTION-PAIE.
*> Des lots déjà reportés partent à leur date d'exécution, à
*> n'importe quelle heure de ce jour-là ; avant, ils attendent. Sans
*> report en cours, l'heure de remise décide : passé l'heure limite
*> ou un jour non ouvré, le report est posé et les lots restent dans
*> LotsSalaires, intacts, jusqu'à la prochaine exécution.
    MOVE 'N' TO PaieReportee.
    MOVE 'N' TO ReportExistant.
    MOVE DateHeureSysteme(1:8) TO DateSaisieLimite.
    MOVE DateHeureSysteme(9:6) TO HeureSaisieLimite.
    OPEN INPUT ReportPaieFile.
    IF STATUS-REPORTPAIE = "00"
        READ ReportPaieFile
            AT END
                CONTINUE
            NOT AT END
                IF DateExecutionPaie NUMERIC
                    MOVE 'O' TO ReportExistant
                END-IF
        END-READ
        CLOSE ReportPaieFile
    END-IF.
    IF ReportExistant = 'O'
        IF DateSaisieLimite < DateExecutionPaie
            MOVE 'O' TO PaieReportee
            DISPLAY "Paie reportée le " DateSaisiePaie " à " HeureSaisiePaie
                    " : exécution le " DateExecutionPaie ", rien n'a été payé."
        ELSE
            DISPLAY "Exécution de la paie reportée au " DateExecutionPaie "."
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE "SALA" TO CodeOperationLimite.
    CALL "HeureLimiteUtil" USING CodeOperationLimite DateSaisieLimite
                                 HeureSaisieLimite DateExecutionLimite
                                 PaieReportee.
    IF PaieReportee = 'N'
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ReportPaieFile.
    IF STATUS-REPORTPAIE NOT = "00"
        DISPLAY "Impossible d'écrire ReportPaie. Code de statut : " STATUS-REPORTPAIE
        DISPLAY "Paie non exécutée : relancer le jour ouvré suivant."
        EXIT PARAGRAPH
    END-IF.
    MOVE DateExecutionLimite TO DateExecutionPaie.
    MOVE DateSaisieLimite TO DateSaisiePaie.
    MOVE HeureSaisieLimite TO HeureSaisiePaie.
    MOVE NbLotsVerifies TO NbLotsReportes.
    WRITE ReportPaieRecord.
    CLOSE ReportPaieFile.
    DISPLAY "Lots de paie remis après l'heure limite ou un jour non ouvré : "
            NbLotsVerifies " lot(s) reporté(s), exécution le "
            DateExecutionLimite ".".
    EXIT.

EFFACER-REPORT-PAIE.
    OPEN OUTPUT ReportPaieFile.
    IF STATUS-REPORTPAIE NOT = "00"
        DISPLAY "Impossible d'effacer ReportPaie. Code de statut : " STATUS-REPORTPAIE
    ELSE
        CLOSE ReportPaieFile
    END-IF.
    EXIT.

VERIFIER-LOTS-SALAIRES.
*> Première passe, en lecture seule : chaque lot doit avoir son
*> en-tête '1', ses détails '2' et son total '9' avec le bon compte
    MOVE 0 TO MontantLotInternes.
    MOVE 0 TO MontantLotExternes.
    MOVE 0 TO MontantLotImpayes.
    MOVE 0 TO NbSalairesArretes.
    MOVE 0 TO MontantLotArretes.
    ADD 1 TO IndexLotCourant.
    MOVE TotalLotTbl(IndexLotCourant) TO TotalLotCourant.


    MOVE Devise TO DeviseEmployeur.
    MOVE CodeAgenceCompte TO AgenceEmployeur.
    PERFORM CRIBLER-EMPLOYEUR.
    SUBTRACT TotalLotCourant FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
*> plutôt que crédité sans conversion.
    ADD 1 TO NbLusCtl.
    IF DestinationSal = 'E'
        PERFORM CRIBLER-SALAIRE-EXTERNE
        IF StatutCriblage NOT = "00"
            PERFORM ARRETER-SALAIRE-EXTERNE
            EXIT PARAGRAPH
        END-IF
        MOVE CompteEmployeurLot TO NumeroCompteSourceExt
        MOVE BicBenef TO CodeBanqueDestinataire
        MOVE IbanBenef TO NumeroCompteDestinataireExt

    ADD 1 TO NbLotsExecutes.
    ADD NbSalairesImpayes TO NbRejetesCtl.
    ADD NbSalairesArretes TO NbRejetesCtl.
    DISPLAY "========================================================".
    DISPLAY "COMPTE RENDU DE PAIE - " LibelleEmployeurLot
            " (compte " CompteEmployeurLot ")".
            " pour " MontantLotExternes " (émis en compensation)".
    DISPLAY "Impayés re-crédités   : " NbSalairesImpayes
            " pour " MontantLotImpayes.
    DISPLAY "Arrêtés (conformité)  : " NbSalairesArretes
            " pour " MontantLotArretes " (en suspens, décision attendue)".
    DISPLAY "========================================================".
    EXIT.

CRIBLER-EMPLOYEUR.
*> Donneur d'ordre de tous les salaires externes du lot : le client
*> titulaire du compte employeur (libellé du lot à défaut).
    MOVE LibelleEmployeurLot TO NomEmployeurCrible.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE NumeroClientCompte TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NomClient TO NomEmployeurCrible
        END-READ
        CLOSE ClientFile
    END-IF.
    MOVE NomEmployeurCrible TO NomACribler.
    MOVE SPACES TO PaysACribler1.
    MOVE SPACES TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionEmployeur
                                       NomSanctionEmployeur
                                       StatutCriblageEmployeur.
    IF StatutCriblageEmployeur NOT = "00"
        DISPLAY "Lot " LibelleEmployeurLot " : employeur rapproché de la liste des sanctions ("
                ReferenceSanctionEmployeur "), salaires externes arrêtés."
    END-IF.
    EXIT.

CRIBLER-SALAIRE-EXTERNE.
    IF StatutCriblageEmployeur NOT = "00"
        MOVE StatutCriblageEmployeur TO StatutCriblage
        MOVE NomEmployeurCrible TO NomACribler
        MOVE ReferenceSanctionEmployeur TO ReferenceSanctionTrouvee
        MOVE NomSanctionEmployeur TO NomSanctionTrouve
        EXIT PARAGRAPH
    END-IF.
    MOVE NomBenef TO NomACribler.
    MOVE BicBenef(5:2) TO PaysACribler1.
    MOVE IbanBenef(1:2) TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    EXIT.

ARRETER-SALAIRE-EXTERNE.
    MOVE SPACES TO AlerteConformiteRecord.
    MOVE 'S' TO OrigineAlerte.
    MOVE CodeOperateurSession TO OperateurAlerte.
    MOVE NomACribler TO NomCribleAlerte.
    MOVE ReferenceSanctionTrouvee TO ReferenceSanctionAlerte.
    MOVE NomSanctionTrouve TO NomSanctionAlerte.
    IF StatutCriblage = "02"
        MOVE 'P' TO MotifAlerte
    ELSE
        MOVE 'N' TO MotifAlerte
    END-IF.
    MOVE 0 TO NumeroBlocageAlerte.
    MOVE CompteEmployeurLot TO CompteAlerte.
    MOVE BicBenef TO BicAlerte.
    MOVE IbanBenef TO IbanAlerte.
    MOVE MontantSalaire TO MontantAlerte.
    MOVE DeviseEmployeur TO DeviseAlerte.
    MOVE DateTraitementJour TO DateValeurAlerte.
    MOVE NomBenef TO ContrepartieAlerte.
    MOVE LibelleEmployeurLot TO LibelleAlerte.
    CALL "FileConformiteUtil" USING AlerteConformiteRecord
                                    StatutFileConformite.
    IF StatutFileConformite NOT = "00"
        DISPLAY "Erreur à l'écriture de la file de conformité. Code de statut : " StatutFileConformite
        STOP RUN
    END-IF.

    MOVE SPACES TO LigneAuditBanque.
    STRING CompteEmployeurLot DELIMITED BY SIZE
           " CONFORMITE ALERTE " DELIMITED BY SIZE
           NumeroAlerte DELIMITED BY SIZE
           " SALAIRE ARRETE " DELIMITED BY SIZE
           MontantSalaire DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReferenceSanctionTrouvee DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NomACribler DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    ADD 1 TO NbSalairesArretes.
    ADD MontantSalaire TO MontantLotArretes.
    DISPLAY "Salaire externe ARRÊTÉ par le criblage des sanctions (alerte "
            NumeroAlerte ") : " NomBenef.
    EXIT.

HORODATER-ET-ECRIRE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
