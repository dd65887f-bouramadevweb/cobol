IDENTIFICATION DIVISION.
PROGRAM-ID. MobiliteBancaire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MobiliteEntranteFile
           ASSIGN TO 'MobiliteEntrante'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ENTRANTE.

    SELECT DossierMobiliteFile
           ASSIGN TO 'DossiersMobilite'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDossierMobilite
           FILE STATUS IS STATUS-DOSSIERS.

    SELECT LigneMobiliteFile
           ASSIGN TO 'LignesMobilite'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleLigneMobilite
           FILE STATUS IS STATUS-LIGNES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT ClotureFile
           ASSIGN TO 'DemandesCloture'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteCloture
           FILE STATUS IS STATUS-CLOTURES.

DATA DIVISION.
FILE SECTION.
FD MobiliteEntranteFile.
*> Demande de mobilité remise par l'ancienne banque du client : une
*> ligne par virement récurrent ('V') ou par créancier prélevant
*> ('P'), chaque ligne répétant la référence de la demande, le BIC
*> de la banque d'origine, notre compte d'arrivée et la date de
*> bascule convenue. Les lignes d'une même demande se suivent.
01 MobiliteEntranteRecord.
   05 ReferenceEntree        PIC X(14).
   05 BicOrigineEntree       PIC X(11).
   05 CompteArriveeEntree    PIC X(10).
   05 DateBasculeEntree      PIC 9(8).
   05 TypeEntree             PIC X.
   05 CompteCibleEntree      PIC X(10).
   05 MontantEntree          PIC 9(11)V99.
   05 FrequenceEntree        PIC X(10).
   05 ProchaineEntree        PIC 9(8).
   05 FinOrdreEntree         PIC 9(8).
   05 CreancierEntree        PIC X(10).
   05 MandatEntree           PIC X(14).
   05 SignatureEntree        PIC 9(8).
   05 NomCreancierEntree     PIC X(30).
   05 AdresseCreancierEntree PIC X(40).

FD DossierMobiliteFile.
COPY DossierMobiliteRecord.

FD LigneMobiliteFile.
COPY LigneMobiliteRecord.

FD CompteFile.
COPY CompteRecord.

FD ClotureFile.
COPY ClotureRecord.

WORKING-STORAGE SECTION.
77 STATUS-ENTRANTE   PIC XX.
77 STATUS-DOSSIERS   PIC XX.
77 STATUS-LIGNES     PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLOTURES   PIC XX.
01 DateHeureSysteme  PIC X(21).
01 FinEntrante       PIC X VALUE 'N'.
01 FinDossiers       PIC X.
01 ReferenceEnCours  PIC X(14).
01 DossierOuvert     PIC X VALUE 'N'.
01 ReferenceTrouvee  PIC X.
01 DossierDejaCharge PIC 9(6).
01 DernierNumeroDossier PIC 9(6) VALUE 0.
01 ClotureDeposee    PIC X.
01 NbLignesLues      PIC 9(6) VALUE 0.
01 NbLignesCreees    PIC 9(6) VALUE 0.
01 NbLignesRejetees  PIC 9(6) VALUE 0.
01 NbDossiersCrees   PIC 9(5) VALUE 0.
01 NbDossiersTransmis PIC 9(5) VALUE 0.
01 TotalVirementsRepris PIC 9(13)V99 VALUE 0.

01 NomAuditBanque     PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque   PIC X(200).
01 StatutAudit        PIC XX.
*> Identité reportée sur les lignes d'audit : un lot de nuit n'a
*> pas d'opérateur au terminal, il signe de son nom de programme.
01 CodeOperateurSession PIC X(8) VALUE "MOBILITE".

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
01 DateTraitementJour  PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Service de mobilité bancaire, volet de nuit. À l'arrivée d'un
*> client, chaque ordre permanent était ressaisi à la main et chaque
*> créancier prévenu par courrier ; au départ, nous l'apprenions aux
*> premiers prélèvements impayés. Deux traitements :
*>   - la demande de l'ancienne banque (MobiliteEntrante) devient un
*>     dossier entrant et des lignes BROUILLONS : rien n'entre dans
*>     ordrespermanents ni dans MandatsPrelevement avant que le
*>     guichet confirme chaque ligne (GestionMobilite), qui imprime
*>     alors la lettre au créancier ;
*>   - un dossier sortant arrivé à sa date convenue est remis à la
*>     clôture : demande posée dans DemandesCloture, destination 'M'
*>     (reliquat viré au compte d'arrivée chez la nouvelle banque),
*>     réglée ensuite par la supervision dans ClotureComptes.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN I-O DossierMobiliteFile.
    IF STATUS-DOSSIERS = "35"
        OPEN OUTPUT DossierMobiliteFile
        CLOSE DossierMobiliteFile
        OPEN I-O DossierMobiliteFile
    END-IF.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Impossible d'ouvrir DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O LigneMobiliteFile.
    IF STATUS-LIGNES = "35"
        OPEN OUTPUT LigneMobiliteFile
        CLOSE LigneMobiliteFile
        OPEN I-O LigneMobiliteFile
    END-IF.
    IF STATUS-LIGNES NOT = "00"
        DISPLAY "Impossible d'ouvrir LignesMobilite. Code de statut : " STATUS-LIGNES
        CLOSE DossierMobiliteFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE DossierMobiliteFile
        CLOSE LigneMobiliteFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "MOBILITÉ BANCAIRE DU " DateTraitementJour.
    DISPLAY "--------------------------------------------------------".

    PERFORM NUMEROTER-DOSSIER.
    PERFORM IMPORTER-DEMANDES.
    PERFORM TRANSMETTRE-SORTANTES.

    CLOSE DossierMobiliteFile.
    CLOSE LigneMobiliteFile.
    CLOSE CompteFile.

    DISPLAY "--------------------------------------------------------".
    DISPLAY "Lignes reçues                 : " NbLignesLues.
    DISPLAY "Dossiers entrants créés       : " NbDossiersCrees.
    DISPLAY "Lignes brouillons à confirmer : " NbLignesCreees.
    DISPLAY "Lignes rejetées               : " NbLignesRejetees.
    DISPLAY "Dossiers sortants transmis    : " NbDossiersTransmis.
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

NUMEROTER-DOSSIER.
    MOVE 0 TO DernierNumeroDossier.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinDossiers.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinDossiers
    END-START.
    PERFORM RELEVER-UN-DOSSIER UNTIL FinDossiers = 'O'.
    EXIT.

RELEVER-UN-DOSSIER.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDossiers
    END-READ.
    IF FinDossiers NOT = 'O'
        MOVE NumeroDossierMobilite TO DernierNumeroDossier
    END-IF.
    EXIT.

IMPORTER-DEMANDES.
    OPEN INPUT MobiliteEntranteFile.
    IF STATUS-ENTRANTE NOT = "00"
        DISPLAY "Aucune demande de mobilité entrante cette nuit."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO ReferenceEnCours.
    MOVE 'N' TO DossierOuvert.
    PERFORM IMPORTER-UNE-LIGNE UNTIL FinEntrante = 'O'.
    IF DossierOuvert = 'O'
        PERFORM FERMER-DOSSIER-ENTRANT
    END-IF.
    CLOSE MobiliteEntranteFile.

*>  Le fichier de l'ancienne banque repart vide pour la prochaine
*>  remise, comme la remise de taux de la chambre.
    OPEN OUTPUT MobiliteEntranteFile.
    IF STATUS-ENTRANTE = "00"
        CLOSE MobiliteEntranteFile
    END-IF.
    EXIT.

IMPORTER-UNE-LIGNE.
    READ MobiliteEntranteFile
        AT END
            MOVE 'O' TO FinEntrante
    END-READ.
    IF FinEntrante = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesLues.

    IF ReferenceEntree NOT = ReferenceEnCours
        IF DossierOuvert = 'O'
            PERFORM FERMER-DOSSIER-ENTRANT
        END-IF
        MOVE ReferenceEntree TO ReferenceEnCours
        PERFORM OUVRIR-DOSSIER-ENTRANT
    END-IF.
    IF DossierOuvert NOT = 'O'
        ADD 1 TO NbLignesRejetees
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN TypeEntree = 'V'
         AND CompteCibleEntree NOT = SPACES
         AND MontantEntree > 0
            CONTINUE
        WHEN TypeEntree = 'P'
         AND CreancierEntree NOT = SPACES
         AND MandatEntree NOT = SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "Demande " ReferenceEntree " : ligne de type '"
                    TypeEntree "' incomplète, rejetée."
            ADD 1 TO NbLignesRejetees
            EXIT PARAGRAPH
    END-EVALUATE.

    ADD 1 TO NbLignesMobilite.
    MOVE NumeroDossierMobilite TO NumeroDossierLigne.
    MOVE NbLignesMobilite TO RangLigneMobilite.
    MOVE TypeEntree TO TypeLigneMobilite.
    MOVE CompteCibleEntree TO CompteCibleLigne.
    MOVE MontantEntree TO MontantLigne.
    MOVE FrequenceEntree TO FrequenceLigne.
    MOVE ProchaineEntree TO ProchaineExecLigne.
    MOVE FinOrdreEntree TO FinOrdreLigne.
    MOVE CreancierEntree TO CodeCreancierLigne.
    MOVE MandatEntree TO ReferenceMandatLigne.
    MOVE SignatureEntree TO DateSignatureLigne.
    MOVE NomCreancierEntree TO NomCreancierLigne.
    MOVE AdresseCreancierEntree TO AdresseCreancierLigne.
    MOVE 'B' TO StatutLigneMobilite.
    MOVE 0 TO DateTraitementLigne.
    MOVE SPACES TO OperateurLigne.
    WRITE LigneMobiliteRecord.
    IF STATUS-LIGNES NOT = "00"
        DISPLAY "Erreur à l'écriture de LignesMobilite. Code de statut : " STATUS-LIGNES
        SUBTRACT 1 FROM NbLignesMobilite
        ADD 1 TO NbLignesRejetees
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesCreees.
    IF TypeEntree = 'V'
        ADD MontantEntree TO TotalVirementsRepris
    END-IF.
    EXIT.

OUVRIR-DOSSIER-ENTRANT.
*> Une demande déjà chargée (reprise de la nuit après incident, ou
*> remise en double de l'ancienne banque) ne crée pas un second
*> dossier : ses lignes sont ignorées.
    MOVE 'N' TO DossierOuvert.
    PERFORM RECHERCHER-REFERENCE.
    IF ReferenceTrouvee = 'O'
        DISPLAY "Demande " ReferenceEntree " déjà chargée (dossier "
                DossierDejaCharge ") : lignes ignorées."
        EXIT PARAGRAPH
    END-IF.

    MOVE CompteArriveeEntree TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Demande " ReferenceEntree " : compte d'arrivée "
                    CompteArriveeEntree " inconnu, demande rejetée."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Demande " ReferenceEntree " : compte d'arrivée "
                CompteArriveeEntree " clos, demande rejetée."
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO DernierNumeroDossier.
    MOVE DernierNumeroDossier TO NumeroDossierMobilite.
    MOVE 'E' TO SensMobilite.
    MOVE CompteArriveeEntree TO NumeroCompteMobilite.
    MOVE ReferenceEntree TO ReferenceMobilite.
    MOVE BicOrigineEntree TO BicAutreBanque.
    MOVE SPACES TO IbanAutreBanque.
    MOVE DateBasculeEntree TO DateBasculeMobilite.
    MOVE DateTraitementJour TO DateEnregMobilite.
    MOVE CodeOperateurSession TO OperateurMobilite.
    MOVE 0 TO NbLignesMobilite.
    MOVE 'B' TO StatutMobilite.
    WRITE DossierMobiliteRecord.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à l'écriture de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO DossierOuvert.
    ADD 1 TO NbDossiersCrees.
    EXIT.

FERMER-DOSSIER-ENTRANT.
*> Le nombre de lignes n'est connu qu'à la dernière ligne de la
*> demande : l'enregistrement du dossier est récrit à ce moment.
    REWRITE DossierMobiliteRecord.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à la mise à jour de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
    END-IF.
    DISPLAY "Dossier entrant " NumeroDossierMobilite " (demande "
            ReferenceMobilite ") sur " NumeroCompteMobilite " : "
            NbLignesMobilite " ligne(s) à confirmer au guichet.".
    PERFORM JOURNALISER-DOSSIER.
    MOVE 'N' TO DossierOuvert.
    EXIT.

RECHERCHER-REFERENCE.
    MOVE 'N' TO ReferenceTrouvee.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinDossiers.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinDossiers
    END-START.
    PERFORM COMPARER-UNE-REFERENCE UNTIL FinDossiers = 'O'.
    EXIT.

COMPARER-UNE-REFERENCE.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDossiers
    END-READ.
    IF FinDossiers NOT = 'O'
       AND SensMobilite = 'E'
       AND ReferenceMobilite = ReferenceEntree
        MOVE 'O' TO ReferenceTrouvee
        MOVE NumeroDossierMobilite TO DossierDejaCharge
        MOVE 'O' TO FinDossiers
    END-IF.
    EXIT.

TRANSMETTRE-SORTANTES.
    OPEN I-O ClotureFile.
    IF STATUS-CLOTURES = "35"
        OPEN OUTPUT ClotureFile
        CLOSE ClotureFile
        OPEN I-O ClotureFile
    END-IF.
    IF STATUS-CLOTURES NOT = "00"
        DISPLAY "Impossible d'ouvrir DemandesCloture. Code de statut : " STATUS-CLOTURES
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinDossiers.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinDossiers
    END-START.
    PERFORM TRANSMETTRE-UNE-SORTANTE UNTIL FinDossiers = 'O'.
    CLOSE ClotureFile.
    EXIT.

TRANSMETTRE-UNE-SORTANTE.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDossiers
    END-READ.
    IF FinDossiers = 'O'
       OR SensMobilite NOT = 'S'
       OR StatutMobilite NOT = 'P'
       OR DateBasculeMobilite > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.

    PERFORM POSER-DEMANDE-CLOTURE.
    IF ClotureDeposee = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'T' TO StatutMobilite.
    REWRITE DossierMobiliteRecord.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à la mise à jour de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDossiersTransmis.
    DISPLAY "Dossier sortant " NumeroDossierMobilite " : compte "
            NumeroCompteMobilite " remis à la clôture (reliquat vers "
            BicAutreBanque " " IbanAutreBanque ").".
    PERFORM JOURNALISER-DOSSIER.
    EXIT.

POSER-DEMANDE-CLOTURE.
*> Une demande de clôture déjà en attente sur le compte, posée à la
*> main avec une autre destination, n'est pas écrasée : le dossier
*> reste en attente et réapparaît chaque nuit jusqu'à ce que la
*> supervision abandonne l'une ou l'autre.
    MOVE 'N' TO ClotureDeposee.
    MOVE NumeroCompteMobilite TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Dossier sortant " NumeroDossierMobilite " : compte "
                    NumeroCompteMobilite " introuvable."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Dossier sortant " NumeroDossierMobilite " : compte "
                NumeroCompteMobilite " déjà clos."
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteMobilite TO NumeroCompteCloture.
    READ ClotureFile
        KEY IS NumeroCompteCloture
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutCloture = 'P'
                DISPLAY "Dossier sortant " NumeroDossierMobilite
                        " : une demande de clôture est déjà en attente sur "
                        NumeroCompteMobilite ", dossier laissé en attente."
                EXIT PARAGRAPH
            END-IF
    END-READ.

    MOVE NumeroCompteMobilite TO NumeroCompteCloture.
    MOVE 'M' TO DestinationCloture.
*>  Destination 'M' : CompteDestCloture porte le numéro du dossier de
*>  mobilité, qui donne le BIC et l'IBAN du compte d'arrivée.
    MOVE SPACES TO CompteDestCloture.
    MOVE NumeroDossierMobilite TO CompteDestCloture(1:6).
    MOVE DateTraitementJour TO DateDemandeCloture.
    MOVE CodeOperateurSession TO OperateurCloture.
    MOVE 'P' TO StatutCloture.
    MOVE 0 TO DateReglementCloture.
    WRITE ClotureRecord
        INVALID KEY
            REWRITE ClotureRecord
    END-WRITE.
    IF STATUS-CLOTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de DemandesCloture. Code de statut : " STATUS-CLOTURES
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO ClotureDeposee.
    EXIT.

JOURNALISER-DOSSIER.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteMobilite DELIMITED BY SIZE
           " MOBILITE " DELIMITED BY SIZE
           SensMobilite DELIMITED BY SIZE
           " dossier " DELIMITED BY SIZE
           NumeroDossierMobilite DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StatutMobilite DELIMITED BY SIZE
           " ref " DELIMITED BY SIZE
           ReferenceMobilite DELIMITED BY SIZE
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
    MOVE "MOBILITE" TO NomProgrammeCtl.
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
    COMPUTE NbPostesCtl = NbLignesCreees + NbDossiersTransmis.
    MOVE NbLignesRejetees TO NbRejetesCtl.
    MOVE TotalVirementsRepris TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
