           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRAITES.

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT TauxImportesFile
           ASSIGN TO 'TauxImportes'
           ORGANIZATION IS LINE SEQUENTIAL
   05 MontantEntrant          PIC 9(11)V99.
   05 DeviseEntrant           PIC X(3).
   05 DateValeurEntrant       PIC 9(8).
*> Nom du donneur d'ordre, criblé contre la liste des sanctions
*> avec le titulaire du compte crédité (à blanc dans les remises
*> d'avant le criblage : seul le pays de la banque émettrice et le
*> titulaire sont alors criblés).
   05 NomDonneurOrdre         PIC X(35).

FD RetourCompensationFile.
*> Fichier de retour vers la chambre de compensation : la ligne
*> y est recopiée au fil du lot et le fichier entrant est recréé
*> vide en fin d'exécution, sur le modèle de TransactionsTraitees.
*> Une relance du lot ne peut donc pas créditer deux fois.
01 VirementTraiteLigne        PIC X(80).

FD TauxImportesFile.
01 TauxImportesEnrg PIC 9(8).

FD ClientFile.
COPY ClientRecord.

WORKING-STORAGE SECTION.
77 STATUS-COMPTES      PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-RETOURS      PIC XX.
77 STATUS-TRAITES      PIC XX.
77 STATUS-MARQUEUR      PIC XX.
77 STATUS-CLIENTS      PIC XX.
01 FinEntrants        PIC X VALUE 'N'.
01 FinTauxChangeFile  PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 MontantCredite     PIC 9(11)V99.
01 NbVirementsCredites PIC 9(8) VALUE 0.
01 NbVirementsRejetes  PIC 9(8) VALUE 0.
01 NbVirementsArretes  PIC 9(8) VALUE 0.
01 ClientsOuverts      PIC X VALUE 'N'.

*> Criblage sanctions et embargos du donneur d'ordre, de sa banque
*> et du titulaire crédité : un virement arrêté n'est pas crédité,
*> son montant converti est tenu en suspens dans la file de
*> conformité jusqu'à la décision de GestionConformite.
01 NomACribler         PIC X(40).
01 PaysACribler1       PIC XX.
01 PaysACribler2       PIC XX.
01 ReferenceSanctionTrouvee PIC X(12).
01 NomSanctionTrouve   PIC X(40).
01 StatutCriblage      PIC XX.
01 StatutFileConformite PIC XX.
COPY AlerteConformiteRecord.

01 TauxChangeTable.
   02 TauxChangeLigne OCCURS 50 TIMES.
    PERFORM VERIFIER-TAUX-IMPORTES.
    PERFORM CHARGER-TAUX-CHANGE.

*>  Fichier des clients pour cribler le titulaire crédité ; absent,
*>  seuls le donneur d'ordre et sa banque sont criblés.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE 'O' TO ClientsOuverts
    END-IF.

    PERFORM TRAITER-UN-ENTRANT UNTIL FinEntrants = 'O'.

    CLOSE VirementEntrantFile.
    CLOSE HistoriqueFile.
    CLOSE RetourCompensationFile.
    CLOSE VirementsTraitesFile.
    IF ClientsOuverts = 'O'
        CLOSE ClientFile
    END-IF.

*>  Toutes les lignes (créditées comme retournées) sont archivées :
*>  le fichier entrant est recréé vide pour que la nuit suivante ou
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Virements entrants traités : " NbVirementsCredites
            " crédité(s), " NbVirementsRejetes " retourné(s), "
            NbVirementsArretes " arrêté(s) en conformité.".
    GOBACK.

LIRE-DATE-TRAITEMENT.
    MOVE DateHeureSysteme(1:8) TO DateFinCtl.
    MOVE DateHeureSysteme(9:6) TO HeureFinCtl.
    MOVE NbVirementsCredites TO NbPostesCtl.
    COMPUTE NbRejetesCtl = NbVirementsRejetes + NbVirementsArretes.
    COMPUTE NbLusCtl = NbVirementsCredites + NbVirementsRejetes
                     + NbVirementsArretes.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        END-IF

        IF CompteTrouve = 'O'
            PERFORM CRIBLER-VIREMENT-ENTRANT
            IF StatutCriblage = "00"
                PERFORM CREDITER-VIREMENT-ENTRANT
            ELSE
                PERFORM ARRETER-VIREMENT-ENTRANT
            END-IF
        ELSE
            PERFORM RETOURNER-VIREMENT-ENTRANT
        END-IF
    EXIT.

CREDITER-VIREMENT-ENTRANT.
    PERFORM CONVERTIR-MONTANT-ENTRANT.

    ADD MontantCredite TO SoldeCompte.
    REWRITE CompteRecord.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateComptable TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
            NumeroCompte " : " MontantCredite " " Devise.
    EXIT.

CONVERTIR-MONTANT-ENTRANT.
*> Convertit le montant reçu de la devise de l'émetteur vers celle
*> du compte crédité, l'EUR servant de devise pivot comme dans
*> CONVERTIR-DEVISE de Banque.cob.
    IF DeviseEntrant = Devise
        MOVE MontantEntrant TO MontantCredite
    ELSE
        MOVE DeviseEntrant TO CodeDeviseRecherche
        PERFORM RECHERCHER-TAUX-CHANGE
        MOVE TauxTrouve TO TauxSource
        MOVE Devise TO CodeDeviseRecherche
        PERFORM RECHERCHER-TAUX-CHANGE
        MOVE TauxTrouve TO TauxDestination
        COMPUTE MontantCredite ROUNDED =
                MontantEntrant * TauxDestination / TauxSource
    END-IF.
    EXIT.

CRIBLER-VIREMENT-ENTRANT.
*> Donneur d'ordre et pays de sa banque, puis titulaire du compte
*> crédité (ClientFile), contre la liste des sanctions.
    MOVE NomDonneurOrdre TO NomACribler.
    MOVE CodeBanqueEmettrice(5:2) TO PaysACribler1.
    MOVE SPACES TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    IF StatutCriblage NOT = "00" OR ClientsOuverts = 'N'
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroClientCompte TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClient TO NomACribler.
    MOVE SPACES TO PaysACribler1.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    EXIT.

ARRETER-VIREMENT-ENTRANT.
*> Le compte n'est pas crédité : le montant, converti dans la devise
*> du compte, attend en suspens la décision de la conformité
*> (libéré, GestionConformite le crédite ; bloqué, il reste gelé).
    PERFORM CONVERTIR-MONTANT-ENTRANT.
    MOVE SPACES TO AlerteConformiteRecord.
    MOVE 'R' TO OrigineAlerte.
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
    MOVE NumeroCompte TO CompteAlerte.
    MOVE CodeBanqueEmettrice TO BicAlerte.
    MOVE SPACES TO IbanAlerte.
    MOVE MontantCredite TO MontantAlerte.
    MOVE Devise TO DeviseAlerte.
    MOVE DateValeurEntrant TO DateValeurAlerte.
    MOVE NomDonneurOrdre TO ContrepartieAlerte.
    CALL "FileConformiteUtil" USING AlerteConformiteRecord
                                    StatutFileConformite.
    IF StatutFileConformite NOT = "00"
        DISPLAY "Erreur à l'écriture de la file de conformité. Code de statut : " StatutFileConformite
        STOP RUN
    END-IF.

    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompte DELIMITED BY SIZE
           " CONFORMITE ALERTE " DELIMITED BY SIZE
           NumeroAlerte DELIMITED BY SIZE
           " VIR RECU ARRETE " DELIMITED BY SIZE
           MontantCredite DELIMITED BY SIZE
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
    ADD 1 TO NbVirementsArretes.
    DISPLAY "Virement reçu de " CodeBanqueEmettrice " pour " NumeroCompte
            " ARRÊTÉ par le criblage des sanctions (alerte " NumeroAlerte ").".
    EXIT.

RETOURNER-VIREMENT-ENTRANT.
    MOVE NumeroCompteEntrant TO NumeroCompteRetour.
    MOVE CodeBanqueEmettrice TO CodeBanqueRetour.
