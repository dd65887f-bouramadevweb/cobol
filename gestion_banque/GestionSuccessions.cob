IDENTIFICATION DIVISION.
PROGRAM-ID. GestionSuccessions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SuccessionFile
           ASSIGN TO 'Successions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientSuccession
           FILE STATUS IS STATUS-SUCCESSIONS.

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

    SELECT MandatFile
           ASSIGN TO 'MandatsPrelevement'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleMandat
           FILE STATUS IS STATUS-MANDATS.

    SELECT OrdrePermanentFile
           ASSIGN TO 'ordrespermanents'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ORDRES.

    SELECT SweepFile
           ASSIGN TO 'InstructionsSweep'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SWEEPS.

    SELECT SoldeJournalierFile
           ASSIGN TO 'SoldeJournalier'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSoldeJournalier
           FILE STATUS IS STATUS-SOLDES.

    SELECT CertificatSuccessionFile
           ASSIGN TO 'CertificatsSuccession'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-CERTIFICATS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD SuccessionFile.
COPY SuccessionRecord.

FD ClientFile.
COPY ClientRecord.

FD CompteFile.
COPY CompteRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD MandatFile.
COPY MandatRecord.

FD OrdrePermanentFile.
01 OrdrePermanentRecord.
   05 NumeroCompteSource  PIC X(10).
   05 NumeroCompteCible   PIC X(10).
   05 MontantOrdre        PIC 9(11)V99.
   05 FrequenceOrdre      PIC X(10).
   05 DateProchaineExec   PIC 9(8).
   05 DateFinOrdre        PIC 9(8).

FD SweepFile.
01 SweepRecord.
   05 CompteNivele          PIC X(10).
   05 CompteContrepartie    PIC X(10).
   05 SoldePlancherSweep    PIC 9(11)V99.
   05 SoldePlafondSweep     PIC 9(11)V99.

FD SoldeJournalierFile.
COPY SoldeJournalierRecord.

FD CertificatSuccessionFile.
*> Certificat des soldes au jour du décès, conservé pour le notaire
*> et les réimpressions : une ligne par compte du défunt puis une
*> ligne de total (compte à blanc). Origine du solde 'J' instantané
*> SoldeJournalier du jour du décès (ou du dernier jour ouvré qui
*> le précède), 'C' solde courant faute d'instantané.
01 CertificatSuccessionRecord.
   05 NumeroClientCertif   PIC X(10).
   05 DateDecesCertif      PIC 9(8).
   05 NumeroCompteCertif   PIC X(10).
   05 DeviseCertif         PIC X(3).
   05 SoldeDecesCertif     PIC S9(13)V99.
   05 OrigineSoldeCertif   PIC X.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-SUCCESSIONS PIC XX.
77 STATUS-CLIENTS     PIC XX.
77 STATUS-COMPTES     PIC XX.
77 STATUS-TITULAIRES  PIC XX.
77 STATUS-MANDATS     PIC XX.
77 STATUS-ORDRES      PIC XX.
77 STATUS-SWEEPS      PIC XX.
77 STATUS-SOLDES      PIC XX.
77 STATUS-CERTIFICATS PIC XX.
77 STATUS-SESSION     PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 ClientSaisi       PIC X(10).
01 DateDecesSaisie   PIC 9(8).
01 StatutIbanSaisi   PIC XX.
01 FinFichier        PIC X.
01 CompteDuDefunt    PIC X.
01 CompteATester     PIC X(10).
01 NbComptesGeles    PIC 9(2).
01 NbOrdresRevoques  PIC 9(3).
01 NbSweepsRevoques  PIC 9(3).
01 NbMandatsRevoques PIC 9(3).
01 NbProcurationsRevoquees PIC 9(3).
01 NbLignesCertificat PIC 9(3).
01 EntierDateSolde   PIC 9(7).
01 NbJoursRecul      PIC 9(3).
01 SoldeTrouve       PIC X.
01 SoldesOuverts     PIC X.
01 DeviseUnique      PIC X.
01 DevisePremiere    PIC X(3).

*> Comptes du défunt : ceux dont il est titulaire dans CompteRecord
*> ou titulaire / co-titulaire dans TitulairesComptes (ses
*> procurations sur les comptes d'autrui ne sont pas à lui : elles
*> sont seulement révoquées).
01 ComptesDefunt.
   02 CompteDefuntLigne OCCURS 20 TIMES.
      03 NumeroCompteDef   PIC X(10).
      03 DeviseDef         PIC X(3).
      03 SoldeCourantDef   PIC S9(11)V99.
      03 SoldeDecesDef     PIC S9(11)V99.
      03 OrigineSoldeDef   PIC X.
01 NbComptesDefunt   PIC 9(2).
01 IndexDefunt       PIC 9(2).
01 CompteARecenser   PIC X(10).

*> Ordres et nivellements conservés, réécrits en bloc sans ceux des
*> comptes du défunt (même principe que GestionOrdres).
01 TableOrdres.
   02 OrdreLigne OCCURS 500 TIMES.
      03 SourceTbl       PIC X(10).
      03 CibleTbl        PIC X(10).
      03 MontantTbl      PIC 9(11)V99.
      03 FrequenceTbl    PIC X(10).
      03 ProchaineTbl    PIC 9(8).
      03 FinOrdreTbl     PIC 9(8).
01 NbOrdres          PIC 9(3).
01 IndexOrdre        PIC 9(3).
01 TableSweeps.
   02 SweepLigne OCCURS 200 TIMES.
      03 NiveleTbl       PIC X(10).
      03 ContrepartieTbl PIC X(10).
      03 PlancherTbl     PIC 9(11)V99.
      03 PlafondTbl      PIC 9(11)V99.
01 NbSweeps          PIC 9(3).
01 IndexSweep        PIC 9(3).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.
01 ObjetAudit        PIC X(20).
01 DetailAudit       PIC X(40).

PROCEDURE DIVISION.

*> Succession d'un client décédé : jusqu'ici les comptes étaient
*> gelés un à un et les ordres permanents, mandats, nivellements et
*> procurations restaient actifs au petit bonheur. L'ouverture du
*> dossier, sur la date du décès, gèle d'un coup tous les comptes du
*> défunt, révoque tout ce qui faisait bouger ses fonds, et imprime
*> le certificat des soldes au jour du décès pour le notaire. Le
*> versement final au notaire passe par ClotureComptes (destination
*> 'N'), qui solde le dossier au dernier compte clos.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O SuccessionFile.
    IF STATUS-SUCCESSIONS = "35"
        OPEN OUTPUT SuccessionFile
        CLOSE SuccessionFile
        OPEN I-O SuccessionFile
    END-IF.
    IF STATUS-SUCCESSIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir Successions. Code de statut : " STATUS-SUCCESSIONS
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE SuccessionFile.
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

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "SUCCESSIONS - CLIENTS DÉCÉDÉS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Ouvrir une succession (déclaration du décès)".
    DISPLAY "2. Consulter une succession".
    DISPLAY "3. Réimprimer le certificat des soldes au décès".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM OUVRIR-SUCCESSION
        WHEN "2"
            PERFORM CONSULTER-SUCCESSION
        WHEN "3"
            PERFORM REIMPRIMER-CERTIFICAT
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

OUVRIR-SUCCESSION.
    DISPLAY "Numéro du client décédé : ".
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
    DISPLAY "Défunt : " NomClient.
    CLOSE ClientFile.

    MOVE ClientSaisi TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Une succession est déjà ouverte pour ce client (statut "
                    StatutSuccession ")."
            EXIT PARAGRAPH
    END-READ.

    DISPLAY "Date du décès (AAAAMMJJ) : ".
    ACCEPT DateDecesSaisie.
    IF DateDecesSaisie NOT NUMERIC OR DateDecesSaisie < 19000101
       OR DateDecesSaisie > DateDuJour
        DISPLAY "Date de décès invalide ou postérieure à aujourd'hui."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO SuccessionRecord.
    MOVE ClientSaisi TO NumeroClientSuccession.
    MOVE DateDecesSaisie TO DateDeces.
    DISPLAY "Notaire chargé de la succession : ".
    ACCEPT NomNotaire.
    DISPLAY "Adresse de l'étude : ".
    ACCEPT AdresseNotaire.
    DISPLAY "BIC de la banque du notaire : ".
    ACCEPT BicNotaire.
    DISPLAY "IBAN du compte de l'étude : ".
    ACCEPT IbanNotaire.
    CALL "ValidationIbanUtil" USING IbanNotaire
                                    StatutIbanSaisi.
    IF StatutIbanSaisi NOT = "00"
        DISPLAY "IBAN du notaire invalide (" StatutIbanSaisi
                ") : le versement final serait retourné. Ouverture abandonnée."
        EXIT PARAGRAPH
    END-IF.

    PERFORM RECENSER-COMPTES-DEFUNT.
    IF NbComptesDefunt = 0
        DISPLAY "Aucun compte ouvert au nom du défunt."
    END-IF.

    PERFORM GELER-COMPTES-DEFUNT.
    PERFORM REVOQUER-ORDRES.
    PERFORM REVOQUER-SWEEPS.
    PERFORM REVOQUER-MANDATS.
    PERFORM REVOQUER-PROCURATIONS.
    PERFORM RELEVER-SOLDES-DECES.

    MOVE DateDuJour TO DateOuvertureSuccession.
    MOVE NbComptesDefunt TO NbComptesSuccession.
    MOVE CodeOperateurSession TO OperateurSuccession.
    MOVE 0 TO DateReglementSuccession.
    IF NbComptesDefunt = 0
        MOVE 'R' TO StatutSuccession
        MOVE DateDuJour TO DateReglementSuccession
    ELSE
        MOVE 'O' TO StatutSuccession
    END-IF.
    WRITE SuccessionRecord.
    IF STATUS-SUCCESSIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de Successions. Code de statut : " STATUS-SUCCESSIONS
        EXIT PARAGRAPH
    END-IF.

    MOVE "OUVERTURE" TO ObjetAudit.
    MOVE SPACES TO DetailAudit.
    STRING "deces " DELIMITED BY SIZE
           DateDeces DELIMITED BY SIZE
           " comptes " DELIMITED BY SIZE
           NbComptesDefunt DELIMITED BY SIZE
           INTO DetailAudit
    END-STRING.
    PERFORM JOURNALISER-SUCCESSION.

    DISPLAY "Succession ouverte : " NbComptesGeles " compte(s) gelé(s), "
            NbOrdresRevoques " ordre(s) permanent(s), "
            NbSweepsRevoques " nivellement(s), "
            NbMandatsRevoques " mandat(s) et "
            NbProcurationsRevoquees " procuration(s) révoqué(s).".
    PERFORM ECRIRE-CERTIFICAT.
    PERFORM IMPRIMER-CERTIFICAT.
    EXIT.

RECENSER-COMPTES-DEFUNT.
    MOVE 0 TO NbComptesDefunt.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM RECENSER-UN-COMPTE UNTIL FinFichier = 'O'.
    OPEN INPUT TitulaireFile.
    IF STATUS-TITULAIRES = "00"
        MOVE 'N' TO FinFichier
        PERFORM RECENSER-UN-TITULAIRE UNTIL FinFichier = 'O'
        CLOSE TitulaireFile
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
        PERFORM AJOUTER-COMPTE-DEFUNT
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
        PERFORM AJOUTER-COMPTE-DEFUNT
    END-IF.
    EXIT.

AJOUTER-COMPTE-DEFUNT.
    MOVE CompteARecenser TO CompteATester.
    PERFORM TESTER-COMPTE-DEFUNT.
    IF CompteDuDefunt = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbComptesDefunt NOT < 20
        DISPLAY "Plus de 20 comptes pour ce client : compte " CompteARecenser
                " à geler à la main."
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
    ADD 1 TO NbComptesDefunt.
    MOVE NumeroCompte TO NumeroCompteDef(NbComptesDefunt).
    MOVE Devise TO DeviseDef(NbComptesDefunt).
    MOVE SoldeCompte TO SoldeCourantDef(NbComptesDefunt).
    MOVE 0 TO SoldeDecesDef(NbComptesDefunt).
    MOVE SPACE TO OrigineSoldeDef(NbComptesDefunt).
    EXIT.

TESTER-COMPTE-DEFUNT.
*> CompteDuDefunt passe à 'O' si CompteATester figure dans la liste
*> des comptes du défunt.
    MOVE 'N' TO CompteDuDefunt.
    PERFORM COMPARER-COMPTE-DEFUNT
        VARYING IndexDefunt FROM 1 BY 1
        UNTIL IndexDefunt > NbComptesDefunt.
    EXIT.

COMPARER-COMPTE-DEFUNT.
    IF NumeroCompteDef(IndexDefunt) = CompteATester
        MOVE 'O' TO CompteDuDefunt
    END-IF.
    EXIT.

GELER-COMPTES-DEFUNT.
*> Gel 'G' : plus aucun retrait, virement, ordre ni prélèvement,
*> au guichet comme en batch. ClotureComptes règle pourtant un
*> compte gelé : c'est par là que le notaire sera payé.
    MOVE 0 TO NbComptesGeles.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    PERFORM GELER-UN-COMPTE
        VARYING IndexDefunt FROM 1 BY 1
        UNTIL IndexDefunt > NbComptesDefunt.
    CLOSE CompteFile.
    EXIT.

GELER-UN-COMPTE.
    MOVE NumeroCompteDef(IndexDefunt) TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'G'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'G' TO StatutCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur au gel du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesGeles.
    MOVE "GEL COMPTE" TO ObjetAudit.
    MOVE NumeroCompte TO DetailAudit.
    PERFORM JOURNALISER-SUCCESSION.
    EXIT.

REVOQUER-ORDRES.
*> Ordres permanents émis depuis un compte du défunt : retirés du
*> fichier (la ligne d'audit en garde la trace). Un ordre d'un tiers
*> VERS un compte du défunt reste en place : le compte gelé le
*> refuse et c'est au tiers de l'annuler.
    MOVE 0 TO NbOrdres.
    MOVE 0 TO NbOrdresRevoques.
    OPEN INPUT OrdrePermanentFile.
    IF STATUS-ORDRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM CHARGER-UN-ORDRE UNTIL FinFichier = 'O'.
    CLOSE OrdrePermanentFile.
    IF NbOrdresRevoques = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT OrdrePermanentFile.
    IF STATUS-ORDRES NOT = "00"
        DISPLAY "Erreur à la réécriture de ordrespermanents. Code de statut : " STATUS-ORDRES
        EXIT PARAGRAPH
    END-IF.
    PERFORM ECRIRE-UN-ORDRE
        VARYING IndexOrdre FROM 1 BY 1
        UNTIL IndexOrdre > NbOrdres.
    CLOSE OrdrePermanentFile.
    EXIT.

CHARGER-UN-ORDRE.
    READ OrdrePermanentFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSource TO CompteATester.
    PERFORM TESTER-COMPTE-DEFUNT.
    IF CompteDuDefunt = 'O'
        ADD 1 TO NbOrdresRevoques
        MOVE "REVOC ORDRE" TO ObjetAudit
        MOVE SPACES TO DetailAudit
        STRING NumeroCompteSource DELIMITED BY SIZE
               " vers " DELIMITED BY SIZE
               NumeroCompteCible DELIMITED BY SIZE
               INTO DetailAudit
        END-STRING
        PERFORM JOURNALISER-SUCCESSION
        EXIT PARAGRAPH
    END-IF.
    IF NbOrdres NOT < 500
        DISPLAY "Table des ordres pleine (500). Révocation des ordres abandonnée."
        MOVE 0 TO NbOrdresRevoques
        MOVE 'O' TO FinFichier
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbOrdres.
    MOVE NumeroCompteSource TO SourceTbl(NbOrdres).
    MOVE NumeroCompteCible  TO CibleTbl(NbOrdres).
    MOVE MontantOrdre       TO MontantTbl(NbOrdres).
    MOVE FrequenceOrdre     TO FrequenceTbl(NbOrdres).
    MOVE DateProchaineExec  TO ProchaineTbl(NbOrdres).
    MOVE DateFinOrdre       TO FinOrdreTbl(NbOrdres).
    EXIT.

ECRIRE-UN-ORDRE.
    MOVE SourceTbl(IndexOrdre)    TO NumeroCompteSource.
    MOVE CibleTbl(IndexOrdre)     TO NumeroCompteCible.
    MOVE MontantTbl(IndexOrdre)   TO MontantOrdre.
    MOVE FrequenceTbl(IndexOrdre) TO FrequenceOrdre.
    MOVE ProchaineTbl(IndexOrdre) TO DateProchaineExec.
    MOVE FinOrdreTbl(IndexOrdre)  TO DateFinOrdre.
    WRITE OrdrePermanentRecord.
    IF STATUS-ORDRES NOT = "00"
        DISPLAY "Erreur à l'écriture de ordrespermanents. Code de statut : " STATUS-ORDRES
    END-IF.
    EXIT.

REVOQUER-SWEEPS.
*> Un nivellement dont l'un des deux comptes est au défunt déplace
*> des fonds de la succession : il est retiré, dans les deux sens.
    MOVE 0 TO NbSweeps.
    MOVE 0 TO NbSweepsRevoques.
    OPEN INPUT SweepFile.
    IF STATUS-SWEEPS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM CHARGER-UN-SWEEP UNTIL FinFichier = 'O'.
    CLOSE SweepFile.
    IF NbSweepsRevoques = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT SweepFile.
    IF STATUS-SWEEPS NOT = "00"
        DISPLAY "Impossible de réécrire InstructionsSweep. Code de statut : " STATUS-SWEEPS
        EXIT PARAGRAPH
    END-IF.
    PERFORM ECRIRE-UN-SWEEP
        VARYING IndexSweep FROM 1 BY 1
        UNTIL IndexSweep > NbSweeps.
    CLOSE SweepFile.
    EXIT.

CHARGER-UN-SWEEP.
    READ SweepFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteNivele TO CompteATester.
    PERFORM TESTER-COMPTE-DEFUNT.
    IF CompteDuDefunt = 'N'
        MOVE CompteContrepartie TO CompteATester
        PERFORM TESTER-COMPTE-DEFUNT
    END-IF.
    IF CompteDuDefunt = 'O'
        ADD 1 TO NbSweepsRevoques
        MOVE "REVOC NIVELLEMENT" TO ObjetAudit
        MOVE SPACES TO DetailAudit
        STRING CompteNivele DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               CompteContrepartie DELIMITED BY SIZE
               INTO DetailAudit
        END-STRING
        PERFORM JOURNALISER-SUCCESSION
        EXIT PARAGRAPH
    END-IF.
    IF NbSweeps NOT < 200
        DISPLAY "Table des nivellements pleine (200). Révocation des nivellements abandonnée."
        MOVE 0 TO NbSweepsRevoques
        MOVE 'O' TO FinFichier
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbSweeps.
    MOVE CompteNivele TO NiveleTbl(NbSweeps).
    MOVE CompteContrepartie TO ContrepartieTbl(NbSweeps).
    MOVE SoldePlancherSweep TO PlancherTbl(NbSweeps).
    MOVE SoldePlafondSweep TO PlafondTbl(NbSweeps).
    EXIT.

ECRIRE-UN-SWEEP.
    MOVE NiveleTbl(IndexSweep) TO CompteNivele.
    MOVE ContrepartieTbl(IndexSweep) TO CompteContrepartie.
    MOVE PlancherTbl(IndexSweep) TO SoldePlancherSweep.
    MOVE PlafondTbl(IndexSweep) TO SoldePlafondSweep.
    WRITE SweepRecord.
    EXIT.

REVOQUER-MANDATS.
*> Mandats de prélèvement sur les comptes du défunt : statut 'R',
*> PrelevementsBatch renverra les collections en 'MDT' (ou 'DCD'
*> si elles sont datées après le décès).
    MOVE 0 TO NbMandatsRevoques.
    OPEN I-O MandatFile.
    IF STATUS-MANDATS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REVOQUER-UN-MANDAT UNTIL FinFichier = 'O'.
    CLOSE MandatFile.
    EXIT.

REVOQUER-UN-MANDAT.
    READ MandatFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR StatutMandat NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteMandat TO CompteATester.
    PERFORM TESTER-COMPTE-DEFUNT.
    IF CompteDuDefunt = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO StatutMandat.
    REWRITE MandatRecord.
    IF STATUS-MANDATS NOT = "00"
        DISPLAY "Erreur à la révocation du mandat " ReferenceMandat
                ". Code de statut : " STATUS-MANDATS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMandatsRevoques.
    MOVE "REVOC MANDAT" TO ObjetAudit.
    MOVE SPACES TO DetailAudit.
    STRING NumeroCompteMandat DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CodeCreancierMandat DELIMITED BY SIZE
           INTO DetailAudit
    END-STRING.
    PERFORM JOURNALISER-SUCCESSION.
    EXIT.

REVOQUER-PROCURATIONS.
*> Le mandat prend fin par le décès du mandant comme du
*> mandataire : les procurations données sur les comptes du défunt
*> et celles que le défunt détenait sur des comptes tiers sont
*> supprimées de TitulairesComptes.
    MOVE 0 TO NbProcurationsRevoquees.
    OPEN I-O TitulaireFile.
    IF STATUS-TITULAIRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REVOQUER-UNE-PROCURATION UNTIL FinFichier = 'O'.
    CLOSE TitulaireFile.
    EXIT.

REVOQUER-UNE-PROCURATION.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR RoleTitulaire NOT = 'M'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteTitulaire TO CompteATester.
    PERFORM TESTER-COMPTE-DEFUNT.
    IF CompteDuDefunt = 'N' AND NumeroClientTitulaire NOT = ClientSaisi
        EXIT PARAGRAPH
    END-IF.
    DELETE TitulaireFile RECORD.
    IF STATUS-TITULAIRES NOT = "00"
        DISPLAY "Erreur à la révocation de la procuration sur " NumeroCompteTitulaire
                ". Code de statut : " STATUS-TITULAIRES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbProcurationsRevoquees.
    MOVE "REVOC PROCURATION" TO ObjetAudit.
    MOVE SPACES TO DetailAudit.
    STRING NumeroCompteTitulaire DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NumeroClientTitulaire DELIMITED BY SIZE
           INTO DetailAudit
    END-STRING.
    PERFORM JOURNALISER-SUCCESSION.
    EXIT.

RELEVER-SOLDES-DECES.
*> Solde au jour du décès : l'instantané de fin de journée de
*> SoldeJournalier à cette date, ou au dernier jour qui le précède
*> (week-end, jour férié : le solde y est inchangé), en remontant
*> jusqu'à 60 jours comme ReleveCompte. Faute d'instantané, le
*> solde courant est porté au certificat et signalé comme tel.
    MOVE 'N' TO SoldesOuverts.
    OPEN INPUT SoldeJournalierFile.
    IF STATUS-SOLDES = "00"
        MOVE 'O' TO SoldesOuverts
    END-IF.
    PERFORM RELEVER-UN-SOLDE
        VARYING IndexDefunt FROM 1 BY 1
        UNTIL IndexDefunt > NbComptesDefunt.
    IF SoldesOuverts = 'O'
        CLOSE SoldeJournalierFile
    END-IF.
    EXIT.

RELEVER-UN-SOLDE.
    MOVE 'N' TO SoldeTrouve.
    IF SoldesOuverts = 'O'
        COMPUTE EntierDateSolde = FUNCTION INTEGER-OF-DATE(DateDeces) + 1
        MOVE 0 TO NbJoursRecul
        PERFORM CHERCHER-INSTANTANE
            UNTIL SoldeTrouve = 'O' OR NbJoursRecul > 60
    END-IF.
    IF SoldeTrouve = 'O'
        MOVE SoldeJour TO SoldeDecesDef(IndexDefunt)
        MOVE 'J' TO OrigineSoldeDef(IndexDefunt)
    ELSE
        MOVE SoldeCourantDef(IndexDefunt) TO SoldeDecesDef(IndexDefunt)
        MOVE 'C' TO OrigineSoldeDef(IndexDefunt)
    END-IF.
    EXIT.

CHERCHER-INSTANTANE.
    SUBTRACT 1 FROM EntierDateSolde.
    ADD 1 TO NbJoursRecul.
    COMPUTE DateSolde = FUNCTION DATE-OF-INTEGER(EntierDateSolde).
    MOVE NumeroCompteDef(IndexDefunt) TO NumeroCompteSolde.
    READ SoldeJournalierFile
        KEY IS CleSoldeJournalier
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO SoldeTrouve
    END-READ.
    EXIT.

ECRIRE-CERTIFICAT.
    OPEN EXTEND CertificatSuccessionFile.
    IF STATUS-CERTIFICATS = "35"
        OPEN OUTPUT CertificatSuccessionFile
    END-IF.
    IF STATUS-CERTIFICATS NOT = "00"
        DISPLAY "Impossible d'ouvrir CertificatsSuccession. Code de statut : " STATUS-CERTIFICATS
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO TotalSoldesDeces.
    PERFORM ECRIRE-LIGNE-CERTIFICAT
        VARYING IndexDefunt FROM 1 BY 1
        UNTIL IndexDefunt > NbComptesDefunt.
    MOVE NumeroClientSuccession TO NumeroClientCertif.
    MOVE DateDeces TO DateDecesCertif.
    MOVE SPACES TO NumeroCompteCertif.
    MOVE SPACES TO DeviseCertif.
    MOVE TotalSoldesDeces TO SoldeDecesCertif.
    MOVE SPACE TO OrigineSoldeCertif.
    WRITE CertificatSuccessionRecord.
    CLOSE CertificatSuccessionFile.
    REWRITE SuccessionRecord.
    EXIT.

ECRIRE-LIGNE-CERTIFICAT.
    MOVE NumeroClientSuccession TO NumeroClientCertif.
    MOVE DateDeces TO DateDecesCertif.
    MOVE NumeroCompteDef(IndexDefunt) TO NumeroCompteCertif.
    MOVE DeviseDef(IndexDefunt) TO DeviseCertif.
    MOVE SoldeDecesDef(IndexDefunt) TO SoldeDecesCertif.
    MOVE OrigineSoldeDef(IndexDefunt) TO OrigineSoldeCertif.
    ADD SoldeDecesDef(IndexDefunt) TO TotalSoldesDeces.
    WRITE CertificatSuccessionRecord.
    EXIT.

CONSULTER-SUCCESSION.
    DISPLAY "Numéro du client : ".
    ACCEPT ClientSaisi.
    MOVE ClientSaisi TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            DISPLAY "Aucune succession ouverte pour ce client."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Succession du client " NumeroClientSuccession
            " (statut " StatutSuccession ")".
    DISPLAY "Décès le " DateDeces " | ouverte le " DateOuvertureSuccession
            " par " OperateurSuccession.
    DISPLAY "Notaire : " NomNotaire.
    DISPLAY "          " AdresseNotaire.
    DISPLAY "          " BicNotaire " " IbanNotaire.
    DISPLAY "Comptes : " NbComptesSuccession
            " | total des soldes au décès : " TotalSoldesDeces.
    IF StatutSuccession = 'R'
        DISPLAY "Dossier réglé le " DateReglementSuccession "."
    END-IF.
    EXIT.

REIMPRIMER-CERTIFICAT.
    DISPLAY "Numéro du client : ".
    ACCEPT ClientSaisi.
    MOVE ClientSaisi TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            DISPLAY "Aucune succession ouverte pour ce client."
            EXIT PARAGRAPH
    END-READ.
    PERFORM IMPRIMER-CERTIFICAT.
    EXIT.

IMPRIMER-CERTIFICAT.
*> Imprimé depuis CertificatsSuccession, pour que la réimpression
*> reproduise au centime le certificat remis au notaire même après
*> la clôture des comptes.
    OPEN INPUT CertificatSuccessionFile.
    IF STATUS-CERTIFICATS NOT = "00"
        DISPLAY "Aucun certificat enregistré (CertificatsSuccession absent)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "CERTIFICAT DES SOLDES AU JOUR DU DÉCÈS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Défunt (client)   : " NumeroClientSuccession.
    DISPLAY "Date du décès     : " DateDeces.
    DISPLAY "À l'attention de  : " NomNotaire.
    DISPLAY "                    " AdresseNotaire.
    DISPLAY "--------------------------------------------------------".
    MOVE 0 TO NbLignesCertificat.
    MOVE 'O' TO DeviseUnique.
    MOVE SPACES TO DevisePremiere.
    MOVE 'N' TO FinFichier.
    PERFORM IMPRIMER-LIGNE-CERTIFICAT UNTIL FinFichier = 'O'.
    CLOSE CertificatSuccessionFile.
    DISPLAY "--------------------------------------------------------".
    IF NbLignesCertificat = 0
        DISPLAY "Aucun compte au nom du défunt."
    ELSE
        IF DeviseUnique = 'O'
            DISPLAY "Total des avoirs : " TotalSoldesDeces " " DevisePremiere
        ELSE
            DISPLAY "Avoirs en plusieurs devises : voir le solde de chaque compte."
        END-IF
    END-IF.
    DISPLAY "(J) instantané de fin de journée, (C) solde courant faute d'instantané.".
    DISPLAY "Comptes gelés ; versement au notaire à la clôture de chaque compte.".
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-LIGNE-CERTIFICAT.
    READ CertificatSuccessionFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
       OR NumeroClientCertif NOT = NumeroClientSuccession
       OR NumeroCompteCertif = SPACES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesCertificat.
    IF DevisePremiere = SPACES
        MOVE DeviseCertif TO DevisePremiere
    END-IF.
    IF DeviseCertif NOT = DevisePremiere
        MOVE 'N' TO DeviseUnique
    END-IF.
    DISPLAY "Compte " NumeroCompteCertif " : " SoldeDecesCertif " "
            DeviseCertif " (" OrigineSoldeCertif ")".
    EXIT.

JOURNALISER-SUCCESSION.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING ClientSaisi DELIMITED BY SIZE
           " SUCCESSION " DELIMITED BY SIZE
           ObjetAudit DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DetailAudit DELIMITED BY SIZE
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
