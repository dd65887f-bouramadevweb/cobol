IDENTIFICATION DIVISION.
PROGRAM-ID. OperationsDifferees.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VirementExterneFile
           ASSIGN TO 'VirementExterne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VIREXT.

    SELECT ReportPaieFile
           ASSIGN TO 'ReportPaie'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REPORTPAIE.

    SELECT CollectionFile
           ASSIGN TO 'CollectionsPrelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COLLECTIONS.

DATA DIVISION.
FILE SECTION.
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

FD ReportPaieFile.
COPY ReportPaieRecord.

FD CollectionFile.
*> Même dessin que dans PrelevementsBatch : ce qui reste dans le
*> fichier après son passage, ce sont les collections reportées.
01 CollectionRecord.
   05 CodeCreancierColl      PIC X(10).
   05 NumeroCompteColl       PIC X(10).
   05 ReferenceMandatColl    PIC X(14).
   05 MontantColl            PIC 9(11)V99.
   05 DateCollecte           PIC 9(8).
   05 HeurePresentationColl  PIC 9(6).

WORKING-STORAGE SECTION.
77 STATUS-VIREXT       PIC XX.
77 STATUS-REPORTPAIE   PIC XX.
77 STATUS-COLLECTIONS  PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinVirements       PIC X.
01 FinCollections     PIC X.
01 NbVirementsLiberes PIC 9(8) VALUE 0.
01 NbVirementsAttente PIC 9(8) VALUE 0.
01 NbCollectionsAttente PIC 9(8) VALUE 0.
01 NbLotsPaieAttente  PIC 9(4) VALUE 0.
01 MontantAffiche     PIC Z(10)9.99.
01 CodeOperationLimite PIC X(4) VALUE "PREL".
01 DateExecutionColl  PIC 9(8).
01 CollecteReportee   PIC X.

01 NomAuditBanque     PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque   PIC X(200).
01 StatutAudit        PIC XX.
*> Identité reportée sur les lignes d'audit : un lot de nuit n'a
*> pas d'opérateur au terminal, il signe de son nom de programme.
01 CodeOperateurSession PIC X(8) VALUE "OPDIFF".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Opérations différées par l'heure limite (HeureLimiteUtil) : les
*> virements externes saisis après l'heure ou un jour non ouvré
*> attendent en statut 'D' ; le jour de leur exécution venu, ils sont
*> passés 'E' et partent à la compensation de la nuit comme ceux
*> saisis dans la journée. Suit la liste du matin de tout ce qui
*> attend encore : virements différés, paie reportée (ReportPaie) et
*> collections de prélèvements laissées par PrelevementsBatch.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    DISPLAY "========================================================".
    DISPLAY "OPÉRATIONS DIFFÉRÉES APRÈS HEURE LIMITE - TRAITEMENT DU "
            DateTraitementJour.
    DISPLAY "========================================================".

    PERFORM LIBERER-VIREMENTS-DIFFERES.
    PERFORM LISTER-PAIE-REPORTEE.
    PERFORM LISTER-COLLECTIONS-REPORTEES.

    DISPLAY "--------------------------------------------------------".
    DISPLAY "Virements libérés pour la compensation : " NbVirementsLiberes.
    DISPLAY "Virements toujours différés            : " NbVirementsAttente.
    DISPLAY "Lots de paie reportés                  : " NbLotsPaieAttente.
    DISPLAY "Prélèvements reportés                  : " NbCollectionsAttente.
    DISPLAY "========================================================".

    MOVE NbVirementsLiberes TO NbPostesCtl.
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

LIBERER-VIREMENTS-DIFFERES.
    MOVE 'N' TO FinVirements.
    OPEN I-O VirementExterneFile.
    IF STATUS-VIREXT = "35"
        DISPLAY "Aucun virement externe (fichier absent)."
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Impossible d'ouvrir VirementExterne. Code de statut : " STATUS-VIREXT
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "VIREMENTS EXTERNES DIFFÉRÉS".
    PERFORM LIBERER-UN-VIREMENT UNTIL FinVirements = 'O'.
    CLOSE VirementExterneFile.
    IF NbVirementsLiberes = 0 AND NbVirementsAttente = 0
        DISPLAY "  Aucun virement différé."
    END-IF.
    EXIT.

LIBERER-UN-VIREMENT.
    READ VirementExterneFile
        AT END
            MOVE 'O' TO FinVirements
    END-READ.
    IF FinVirements = 'O' OR StatutVirExt NOT = 'D'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    MOVE MontantVirementExterne TO MontantAffiche.
    IF DateVirementExterne > DateTraitementJour
        ADD 1 TO NbVirementsAttente
        DISPLAY "  En attente  " ReferenceVirExt " de " NumeroCompteSourceExt
                " vers " CodeBanqueDestinataire " " MontantAffiche " "
                DeviseVirementExterne " exécution le " DateVirementExterne
        EXIT PARAGRAPH
    END-IF.
    MOVE 'E' TO StatutVirExt.
    REWRITE VirementExterneRecord.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Erreur à la mise à jour de VirementExterne. Code de statut : " STATUS-VIREXT
        ADD 1 TO NbRejetesCtl
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbVirementsLiberes.
    ADD MontantVirementExterne TO MontantTotalCtl.
    DISPLAY "  Libéré      " ReferenceVirExt " de " NumeroCompteSourceExt
            " vers " CodeBanqueDestinataire " " MontantAffiche " "
            DeviseVirementExterne " exécution le " DateVirementExterne.
    PERFORM AJOUTER-ENTREE-AUDIT.
    EXIT.

LISTER-PAIE-REPORTEE.
    DISPLAY "LOTS DE PAIE REPORTÉS".
    OPEN INPUT ReportPaieFile.
    IF STATUS-REPORTPAIE NOT = "00"
        DISPLAY "  Aucune paie reportée."
        EXIT PARAGRAPH
    END-IF.
    READ ReportPaieFile
        AT END
            DISPLAY "  Aucune paie reportée."
        NOT AT END
            IF DateExecutionPaie NUMERIC
                MOVE NbLotsReportes TO NbLotsPaieAttente
                DISPLAY "  " NbLotsReportes " lot(s) remis le " DateSaisiePaie
                        " à " HeureSaisiePaie " : exécution le "
                        DateExecutionPaie " (PaiementsSalaires à relancer ce jour-là)"
            END-IF
    END-READ.
    CLOSE ReportPaieFile.
    EXIT.

LISTER-COLLECTIONS-REPORTEES.
    DISPLAY "PRÉLÈVEMENTS REPORTÉS".
    MOVE 'N' TO FinCollections.
    OPEN INPUT CollectionFile.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "  Aucun prélèvement reporté."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LISTER-UNE-COLLECTION UNTIL FinCollections = 'O'.
    CLOSE CollectionFile.
    IF NbCollectionsAttente = 0
        DISPLAY "  Aucun prélèvement reporté."
    END-IF.
    EXIT.

LISTER-UNE-COLLECTION.
    READ CollectionFile
        AT END
            MOVE 'O' TO FinCollections
    END-READ.
    IF FinCollections = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE DateCollecte TO DateExecutionColl.
    IF DateCollecte NUMERIC AND DateCollecte NOT = 0
        CALL "HeureLimiteUtil" USING CodeOperationLimite DateCollecte
                                     HeurePresentationColl DateExecutionColl
                                     CollecteReportee
    END-IF.
    ADD 1 TO NbCollectionsAttente.
    IF MontantColl NUMERIC
        MOVE MontantColl TO MontantAffiche
    ELSE
        MOVE 0 TO MontantAffiche
    END-IF.
    DISPLAY "  Créancier " CodeCreancierColl " compte " NumeroCompteColl
            " " MontantAffiche " collecte du " DateCollecte
            " exécution le " DateExecutionColl.
    EXIT.

AJOUTER-ENTREE-AUDIT.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteSourceExt DELIMITED BY SIZE
           " VIREMENT DIFFERE LIBERE " DELIMITED BY SIZE
           ReferenceVirExt DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantVirementExterne DELIMITED BY SIZE
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
    MOVE "OPDIFF" TO NomProgrammeCtl.
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
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
