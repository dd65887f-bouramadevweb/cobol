IDENTIFICATION DIVISION.
PROGRAM-ID. GestionMobilite.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

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

    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT CourrierMobiliteFile
           ASSIGN TO 'CourriersMobilite'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COURRIERS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD DossierMobiliteFile.
COPY DossierMobiliteRecord.

FD LigneMobiliteFile.
COPY LigneMobiliteRecord.

FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

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

FD CarteFile.
COPY CarteRecord.

FD PretFile.
COPY PretRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD CourrierMobiliteFile.
*> Lettre de changement de domiciliation adressée au créancier d'un
*> client arrivé par mobilité, reprise par le publipostage : le
*> mandat garde sa référence (RUM), seuls la banque et le compte à
*> débiter changent à compter de la date de bascule.
01 CourrierMobiliteRecord.
   05 DateCourrierMobilite    PIC 9(8).
   05 NumeroDossierCourrier   PIC 9(6).
   05 CodeCreancierCourrier   PIC X(10).
   05 NomCreancierCourrier    PIC X(30).
   05 AdresseCreancierCourrier PIC X(40).
   05 NomClientCourrier       PIC X(30).
   05 ReferenceMandatCourrier PIC X(14).
   05 NumeroCompteCourrier    PIC X(10).
   05 DateEffetCourrier       PIC 9(8).

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-DOSSIERS   PIC XX.
77 STATUS-LIGNES     PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-MANDATS    PIC XX.
77 STATUS-ORDRES     PIC XX.
77 STATUS-SWEEPS     PIC XX.
77 STATUS-CARTES     PIC XX.
77 STATUS-PRETS      PIC XX.
77 STATUS-TERMES     PIC XX.
77 STATUS-COURRIERS  PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 ChoixLigne        PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 FinFichier        PIC X.
01 FinLignes         PIC X.
01 NumeroDossierSaisi PIC 9(6).
01 NumeroCompteSaisi PIC X(10).
01 DernierNumeroDossier PIC 9(6).
01 DossierSortantTrouve PIC X.
01 NomClientMobilite PIC X(30).
01 LigneReprise      PIC X.
01 MandatExistant    PIC X.
01 StatutIbanSaisi   PIC XX.
01 NbDossiersListes  PIC 9(4).
01 NbLignesEnSuspens PIC 9(3).
01 NbLignesConfirmees PIC 9(3).
01 NbEngagements     PIC 9(4).
01 LibelleSens       PIC X(8).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.
01 ObjetAudit        PIC X(20).

PROCEDURE DIVISION.

*> Mobilité bancaire au guichet. Entrée : les dossiers chargés la
*> nuit par MobiliteBancaire depuis la demande de l'ancienne banque
*> se confirment ligne par ligne — un virement récurrent devient un
*> ordre permanent, un prélèvement devient un mandat actif et la
*> lettre de changement de domiciliation part au créancier. Sortie :
*> le guichet enregistre la nouvelle banque, le compte d'arrivée et
*> la date convenue, et imprime l'inventaire de tout ce qui vit
*> encore sur le compte (ordres, nivellements, mandats, cartes,
*> prêts, dépôts à terme) ; la nuit de la date convenue, le dossier
*> est remis à ClotureComptes.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O DossierMobiliteFile.
    IF STATUS-DOSSIERS = "35"
        OPEN OUTPUT DossierMobiliteFile
        CLOSE DossierMobiliteFile
        OPEN I-O DossierMobiliteFile
    END-IF.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à l'ouverture de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        STOP RUN
    END-IF.

    OPEN I-O LigneMobiliteFile.
    IF STATUS-LIGNES = "35"
        OPEN OUTPUT LigneMobiliteFile
        CLOSE LigneMobiliteFile
        OPEN I-O LigneMobiliteFile
    END-IF.
    IF STATUS-LIGNES NOT = "00"
        DISPLAY "Erreur à l'ouverture de LignesMobilite. Code de statut : " STATUS-LIGNES
        CLOSE DossierMobiliteFile
        STOP RUN
    END-IF.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE DossierMobiliteFile
        CLOSE LigneMobiliteFile
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE DossierMobiliteFile.
    CLOSE LigneMobiliteFile.
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
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "MOBILITÉ BANCAIRE".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Lister les dossiers en cours".
    DISPLAY "2. Confirmer un dossier entrant".
    DISPLAY "3. Enregistrer un départ (mobilité sortante)".
    DISPLAY "4. Inventaire des engagements d'un compte".
    DISPLAY "5. Abandonner un dossier".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM LISTER-DOSSIERS
        WHEN "2"
            PERFORM CONFIRMER-DOSSIER
        WHEN "3"
            PERFORM ENREGISTRER-SORTANTE
        WHEN "4"
            DISPLAY "Numéro du compte : "
            ACCEPT NumeroCompteSaisi
            PERFORM INVENTORIER-COMPTE
        WHEN "5"
            PERFORM ABANDONNER-DOSSIER
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

LISTER-DOSSIERS.
    MOVE 0 TO NbDossiersListes.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinFichier.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UN-DOSSIER UNTIL FinFichier = 'O'.
    IF NbDossiersListes = 0
        DISPLAY "Aucun dossier de mobilité en cours."
    END-IF.
    EXIT.

LISTER-UN-DOSSIER.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
       OR (StatutMobilite NOT = 'B' AND StatutMobilite NOT = 'P')
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDossiersListes.
    IF SensMobilite = 'E'
        MOVE "ENTRANT" TO LibelleSens
    ELSE
        MOVE "SORTANT" TO LibelleSens
    END-IF.
    DISPLAY "Dossier " NumeroDossierMobilite " " LibelleSens
            " compte " NumeroCompteMobilite
            " | demande " ReferenceMobilite
            " | autre banque " BicAutreBanque
            " | bascule le " DateBasculeMobilite
            " | " NbLignesMobilite " ligne(s)".
    EXIT.

CONFIRMER-DOSSIER.
    DISPLAY "Numéro du dossier entrant : ".
    ACCEPT NumeroDossierSaisi.
    MOVE NumeroDossierSaisi TO NumeroDossierMobilite.
    READ DossierMobiliteFile
        KEY IS NumeroDossierMobilite
        INVALID KEY
            DISPLAY "Aucun dossier ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF SensMobilite NOT = 'E' OR StatutMobilite NOT = 'B'
        DISPLAY "Ce dossier n'est pas un dossier entrant à confirmer (statut "
                StatutMobilite ")."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO NomClientMobilite.
    MOVE NumeroCompteMobilite TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte d'arrivée " NumeroCompteMobilite " introuvable."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Le compte d'arrivée est clos : dossier à abandonner."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE NumeroClientCompte TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NomClient TO NomClientMobilite
        END-READ
        CLOSE ClientFile
    END-IF.

    DISPLAY "Dossier " NumeroDossierMobilite " : arrivée de "
            NomClientMobilite " sur " NumeroCompteMobilite
            ", bascule le " DateBasculeMobilite ".".
    DISPLAY "Pour chaque ligne : C = confirmer, E = écarter, autre = plus tard.".

    MOVE 0 TO NbLignesEnSuspens.
    MOVE 0 TO NbLignesConfirmees.
    MOVE NumeroDossierMobilite TO NumeroDossierLigne.
    MOVE 0 TO RangLigneMobilite.
    MOVE 'N' TO FinLignes.
    START LigneMobiliteFile KEY IS NOT LESS THAN CleLigneMobilite
        INVALID KEY
            MOVE 'O' TO FinLignes
    END-START.
    PERFORM CONFIRMER-UNE-LIGNE UNTIL FinLignes = 'O'.

*>  Le dossier ne passe 'C' qu'une fois toutes ses lignes traitées,
*>  confirmées ou écartées : il reste sinon sur la liste des
*>  dossiers en cours.
    IF NbLignesEnSuspens = 0
        MOVE 'C' TO StatutMobilite
        REWRITE DossierMobiliteRecord
        IF STATUS-DOSSIERS NOT = "00"
            DISPLAY "Erreur à la mise à jour de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        ELSE
            DISPLAY "Dossier " NumeroDossierMobilite " entièrement traité."
            MOVE "CONFIRM DOSSIER" TO ObjetAudit
            PERFORM JOURNALISER-MOBILITE
        END-IF
    ELSE
        DISPLAY NbLignesConfirmees " ligne(s) confirmée(s), "
                NbLignesEnSuspens " ligne(s) encore à traiter."
    END-IF.
    EXIT.

CONFIRMER-UNE-LIGNE.
    READ LigneMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinLignes
    END-READ.
    IF FinLignes NOT = 'O'
       AND NumeroDossierLigne NOT = NumeroDossierMobilite
        MOVE 'O' TO FinLignes
    END-IF.
    IF FinLignes = 'O' OR StatutLigneMobilite NOT = 'B'
        EXIT PARAGRAPH
    END-IF.

    IF TypeLigneMobilite = 'V'
        DISPLAY "Ligne " RangLigneMobilite " VIREMENT vers "
                CompteCibleLigne " : " MontantLigne " "
                FrequenceLigne " | prochaine " ProchaineExecLigne
                " | fin " FinOrdreLigne
    ELSE
        DISPLAY "Ligne " RangLigneMobilite " PRÉLÈVEMENT créancier "
                CodeCreancierLigne " " NomCreancierLigne
                " | RUM " ReferenceMandatLigne
                " | signé le " DateSignatureLigne
    END-IF.
    DISPLAY "Votre choix (C/E) : ".
    MOVE SPACE TO ChoixLigne.
    ACCEPT ChoixLigne.

    EVALUATE ChoixLigne
        WHEN 'C'
            MOVE 'N' TO LigneReprise
            IF TypeLigneMobilite = 'V'
                PERFORM CREER-ORDRE-REPRIS
            ELSE
                PERFORM CREER-MANDAT-REPRIS
            END-IF
            IF LigneReprise = 'O'
                MOVE 'C' TO StatutLigneMobilite
                ADD 1 TO NbLignesConfirmees
            ELSE
                ADD 1 TO NbLignesEnSuspens
                EXIT PARAGRAPH
            END-IF
        WHEN 'E'
            MOVE 'E' TO StatutLigneMobilite
        WHEN OTHER
            ADD 1 TO NbLignesEnSuspens
            EXIT PARAGRAPH
    END-EVALUATE.

    MOVE DateDuJour TO DateTraitementLigne.
    MOVE CodeOperateurSession TO OperateurLigne.
    REWRITE LigneMobiliteRecord.
    IF STATUS-LIGNES NOT = "00"
        DISPLAY "Erreur à la mise à jour de LignesMobilite. Code de statut : " STATUS-LIGNES
    END-IF.
    EXIT.

CREER-ORDRE-REPRIS.
*> Nos ordres permanents ne virent que vers nos propres comptes
*> (OrdresPermanents crédite le compte cible dans CompteFile) : un
*> bénéficiaire tenu ailleurs ne peut pas être repris ici et la
*> ligne reste à traiter jusqu'à ce qu'elle soit écartée.
    MOVE CompteCibleLigne TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Bénéficiaire " CompteCibleLigne
                    " hors de nos livres : ordre non repris."
            EXIT PARAGRAPH
    END-READ.
    IF CompteCibleLigne = NumeroCompteMobilite
        DISPLAY "Le bénéficiaire est le compte d'arrivée lui-même : ordre non repris."
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteMobilite TO NumeroCompteSource.
    MOVE CompteCibleLigne TO NumeroCompteCible.
    MOVE MontantLigne TO MontantOrdre.
    MOVE FrequenceLigne TO FrequenceOrdre.
*>  L'ancienne banque exécute jusqu'à la bascule : une échéance
*>  antérieure à la date convenue est repoussée à cette date, pour
*>  ne pas payer deux fois le même terme.
    IF ProchaineExecLigne < DateBasculeMobilite
        MOVE DateBasculeMobilite TO DateProchaineExec
    ELSE
        MOVE ProchaineExecLigne TO DateProchaineExec
    END-IF.
    MOVE FinOrdreLigne TO DateFinOrdre.

    OPEN EXTEND OrdrePermanentFile.
    IF STATUS-ORDRES = "35"
        OPEN OUTPUT OrdrePermanentFile
    END-IF.
    IF STATUS-ORDRES NOT = "00"
        DISPLAY "Erreur à l'ouverture de ordrespermanents. Code de statut : " STATUS-ORDRES
        EXIT PARAGRAPH
    END-IF.
    WRITE OrdrePermanentRecord.
    IF STATUS-ORDRES NOT = "00"
        DISPLAY "Erreur à l'écriture de ordrespermanents. Code de statut : " STATUS-ORDRES
        CLOSE OrdrePermanentFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE OrdrePermanentFile.
    MOVE 'O' TO LigneReprise.
    DISPLAY "Ordre permanent créé : " NumeroCompteSource " -> "
            NumeroCompteCible ", première exécution le "
            DateProchaineExec ".".
    MOVE "ORDRE REPRIS" TO ObjetAudit.
    PERFORM JOURNALISER-MOBILITE.
    EXIT.

CREER-MANDAT-REPRIS.
*> Le mandat SEPA survit au changement de banque sous sa référence
*> (RUM) : il est enregistré actif sur le compte d'arrivée, comme
*> ENREGISTRER-MANDAT dans GestionMandats, puis le créancier reçoit
*> la lettre de changement de domiciliation.
    OPEN I-O MandatFile.
    IF STATUS-MANDATS = "35"
        OPEN OUTPUT MandatFile
        CLOSE MandatFile
        OPEN I-O MandatFile
    END-IF.
    IF STATUS-MANDATS NOT = "00"
        DISPLAY "Erreur à l'ouverture de MandatsPrelevement. Code de statut : " STATUS-MANDATS
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteMobilite TO NumeroCompteMandat.
    MOVE CodeCreancierLigne TO CodeCreancierMandat.
    MOVE 'N' TO MandatExistant.
    READ MandatFile
        KEY IS CleMandat
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO MandatExistant
    END-READ.
    MOVE NumeroCompteMobilite TO NumeroCompteMandat.
    MOVE CodeCreancierLigne TO CodeCreancierMandat.
    MOVE ReferenceMandatLigne TO ReferenceMandat.
    MOVE DateSignatureLigne TO DateSignatureMandat.
    MOVE 'A' TO StatutMandat.
    IF MandatExistant = 'N'
        WRITE MandatRecord
    ELSE
        REWRITE MandatRecord
    END-IF.
    IF STATUS-MANDATS NOT = "00"
        DISPLAY "Erreur à l'écriture de MandatsPrelevement. Code de statut : " STATUS-MANDATS
        CLOSE MandatFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE MandatFile.
    MOVE 'O' TO LigneReprise.
    DISPLAY "Mandat " ReferenceMandat " du créancier " CodeCreancierMandat
            " actif sur " NumeroCompteMandat ".".
    MOVE "MANDAT REPRIS" TO ObjetAudit.
    PERFORM JOURNALISER-MOBILITE.
    PERFORM ECRIRE-LETTRE-CREANCIER.
    EXIT.

ECRIRE-LETTRE-CREANCIER.
*> Même idiome d'ouverture à la demande que les courriers des
*> saisies : la lettre va au fichier du publipostage et à l'écran.
    MOVE DateDuJour TO DateCourrierMobilite.
    MOVE NumeroDossierMobilite TO NumeroDossierCourrier.
    MOVE CodeCreancierLigne TO CodeCreancierCourrier.
    MOVE NomCreancierLigne TO NomCreancierCourrier.
    MOVE AdresseCreancierLigne TO AdresseCreancierCourrier.
    MOVE NomClientMobilite TO NomClientCourrier.
    MOVE ReferenceMandatLigne TO ReferenceMandatCourrier.
    MOVE NumeroCompteMobilite TO NumeroCompteCourrier.
    MOVE DateBasculeMobilite TO DateEffetCourrier.
    OPEN EXTEND CourrierMobiliteFile.
    IF STATUS-COURRIERS = "35"
        OPEN OUTPUT CourrierMobiliteFile
    END-IF.
    IF STATUS-COURRIERS NOT = "00"
        DISPLAY "Impossible d'ouvrir CourriersMobilite. Code de statut : " STATUS-COURRIERS
    ELSE
        WRITE CourrierMobiliteRecord
        CLOSE CourrierMobiliteFile
    END-IF.

    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "AVIS DE CHANGEMENT DE DOMICILIATION BANCAIRE".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Destinataire : " NomCreancierLigne.
    DISPLAY "               " AdresseCreancierLigne.
    DISPLAY "Créancier    : " CodeCreancierLigne.
    DISPLAY "Notre client " NomClientMobilite " change de banque.".
    DISPLAY "À compter du " DateBasculeMobilite ", les prélèvements du".
    DISPLAY "mandat " ReferenceMandatLigne " sont à présenter sur".
    DISPLAY "son compte " NumeroCompteMobilite " tenu chez nous.".
    DISPLAY "Le mandat reste valable sous la même référence.".
    DISPLAY "========================================================".
    EXIT.

ENREGISTRER-SORTANTE.
    DISPLAY "Numéro du compte quitté : ".
    ACCEPT NumeroCompteSaisi.
    MOVE NumeroCompteSaisi TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Aucun compte ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Ce compte est déjà clos."
        EXIT PARAGRAPH
    END-IF.

    PERFORM RECHERCHER-DOSSIER-SORTANT.
    IF DossierSortantTrouve = 'O'
        DISPLAY "Un départ est déjà enregistré sur ce compte (dossier "
                NumeroDossierMobilite ")."
        EXIT PARAGRAPH
    END-IF.

*>  Le numéro est pris avant la saisie : la recherche du plus grand
*>  numéro relit le fichier dans le tampon du dossier.
    PERFORM NUMEROTER-DOSSIER.
    MOVE SPACES TO DossierMobiliteRecord.
    DISPLAY "Référence de la demande de la nouvelle banque : ".
    ACCEPT ReferenceMobilite.
    DISPLAY "BIC de la nouvelle banque : ".
    ACCEPT BicAutreBanque.
    IF BicAutreBanque = SPACES
        DISPLAY "BIC obligatoire. Enregistrement abandonné."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "IBAN du compte d'arrivée (reliquat de clôture) : ".
    ACCEPT IbanAutreBanque.
    CALL "ValidationIbanUtil" USING IbanAutreBanque
                                    StatutIbanSaisi.
    IF StatutIbanSaisi NOT = "00"
        DISPLAY "IBAN invalide (" StatutIbanSaisi
                ") : le reliquat serait retourné. Enregistrement abandonné."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date convenue de la bascule (AAAAMMJJ) : ".
    ACCEPT DateBasculeMobilite.
    IF DateBasculeMobilite NOT > DateDuJour
        DISPLAY "La date convenue doit être postérieure à aujourd'hui."
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO DernierNumeroDossier.
    MOVE DernierNumeroDossier TO NumeroDossierMobilite.
    MOVE 'S' TO SensMobilite.
    MOVE NumeroCompteSaisi TO NumeroCompteMobilite.
    MOVE DateDuJour TO DateEnregMobilite.
    MOVE CodeOperateurSession TO OperateurMobilite.
    MOVE 0 TO NbLignesMobilite.
    MOVE 'P' TO StatutMobilite.
    WRITE DossierMobiliteRecord.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à l'écriture de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Départ enregistré (dossier " NumeroDossierMobilite
            ") : le compte sera remis à la clôture la nuit du "
            DateBasculeMobilite ".".
    MOVE "DEPART ENREGISTRE" TO ObjetAudit.
    PERFORM JOURNALISER-MOBILITE.
    PERFORM INVENTORIER-COMPTE.
    EXIT.

RECHERCHER-DOSSIER-SORTANT.
    MOVE 'N' TO DossierSortantTrouve.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinFichier.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM COMPARER-UN-DOSSIER UNTIL FinFichier = 'O'.
    EXIT.

COMPARER-UN-DOSSIER.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND SensMobilite = 'S'
       AND StatutMobilite = 'P'
       AND NumeroCompteMobilite = NumeroCompteSaisi
        MOVE 'O' TO DossierSortantTrouve
        MOVE 'O' TO FinFichier
    END-IF.
    EXIT.

NUMEROTER-DOSSIER.
    MOVE 0 TO DernierNumeroDossier.
    MOVE 0 TO NumeroDossierMobilite.
    MOVE 'N' TO FinFichier.
    START DossierMobiliteFile KEY IS NOT LESS THAN NumeroDossierMobilite
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RELEVER-UN-DOSSIER UNTIL FinFichier = 'O'.
    EXIT.

RELEVER-UN-DOSSIER.
    READ DossierMobiliteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
        MOVE NumeroDossierMobilite TO DernierNumeroDossier
    END-IF.
    EXIT.

INVENTORIER-COMPTE.
*> Tout ce qui vit encore sur le compte quitté, à remettre au client
*> et à la nouvelle banque : ordres permanents émis ou reçus,
*> nivellements, mandats actifs, cartes actives, prêts en cours et
*> dépôts à terme ouverts. Chaque fichier est lu en entier, sur le
*> modèle du recensement des comptes d'un défunt.
    MOVE 0 TO NbEngagements.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "INVENTAIRE DES ENGAGEMENTS DU COMPTE " NumeroCompteSaisi.
    DISPLAY "--------------------------------------------------------".

    OPEN INPUT OrdrePermanentFile.
    IF STATUS-ORDRES = "00"
        MOVE 'N' TO FinFichier
        PERFORM INVENTORIER-UN-ORDRE UNTIL FinFichier = 'O'
        CLOSE OrdrePermanentFile
    END-IF.

    OPEN INPUT SweepFile.
    IF STATUS-SWEEPS = "00"
        MOVE 'N' TO FinFichier
        PERFORM INVENTORIER-UN-SWEEP UNTIL FinFichier = 'O'
        CLOSE SweepFile
    END-IF.

    OPEN INPUT MandatFile.
    IF STATUS-MANDATS = "00"
        MOVE NumeroCompteSaisi TO NumeroCompteMandat
        MOVE LOW-VALUES TO CodeCreancierMandat
        MOVE 'N' TO FinFichier
        START MandatFile KEY IS NOT LESS THAN CleMandat
            INVALID KEY
                MOVE 'O' TO FinFichier
        END-START
        PERFORM INVENTORIER-UN-MANDAT UNTIL FinFichier = 'O'
        CLOSE MandatFile
    END-IF.

    OPEN INPUT CarteFile.
    IF STATUS-CARTES = "00"
        MOVE 'N' TO FinFichier
        PERFORM INVENTORIER-UNE-CARTE UNTIL FinFichier = 'O'
        CLOSE CarteFile
    END-IF.

    OPEN INPUT PretFile.
    IF STATUS-PRETS = "00"
        MOVE 'N' TO FinFichier
        PERFORM INVENTORIER-UN-PRET UNTIL FinFichier = 'O'
        CLOSE PretFile
    END-IF.

    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES = "00"
        MOVE 'N' TO FinFichier
        PERFORM INVENTORIER-UN-DEPOT UNTIL FinFichier = 'O'
        CLOSE DepotTermeFile
    END-IF.

    DISPLAY "--------------------------------------------------------".
    IF NbEngagements = 0
        DISPLAY "Aucun engagement actif sur ce compte."
    ELSE
        DISPLAY NbEngagements " engagement(s) actif(s) à transférer ou solder."
    END-IF.
    DISPLAY "========================================================".
    EXIT.

INVENTORIER-UN-ORDRE.
    READ OrdrePermanentFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroCompteSource = NumeroCompteSaisi
        ADD 1 TO NbEngagements
        DISPLAY "Ordre permanent émis  vers " NumeroCompteCible
                " : " MontantOrdre " " FrequenceOrdre
                " | prochaine " DateProchaineExec
    END-IF.
    IF NumeroCompteCible = NumeroCompteSaisi
        ADD 1 TO NbEngagements
        DISPLAY "Ordre permanent reçu de " NumeroCompteSource
                " : " MontantOrdre " " FrequenceOrdre
                " | prochaine " DateProchaineExec
    END-IF.
    EXIT.

INVENTORIER-UN-SWEEP.
    READ SweepFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND (CompteNivele = NumeroCompteSaisi
            OR CompteContrepartie = NumeroCompteSaisi)
        ADD 1 TO NbEngagements
        DISPLAY "Nivellement " CompteNivele " / " CompteContrepartie
                " | plancher " SoldePlancherSweep
                " | plafond " SoldePlafondSweep
    END-IF.
    EXIT.

INVENTORIER-UN-MANDAT.
    READ MandatFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroCompteMandat NOT = NumeroCompteSaisi
        MOVE 'O' TO FinFichier
    END-IF.
    IF FinFichier NOT = 'O' AND StatutMandat = 'A'
        ADD 1 TO NbEngagements
        DISPLAY "Mandat de prélèvement créancier " CodeCreancierMandat
                " | RUM " ReferenceMandat
                " | signé le " DateSignatureMandat
    END-IF.
    EXIT.

INVENTORIER-UNE-CARTE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroCompteCarte = NumeroCompteSaisi
       AND StatutCarte = 'A'
        ADD 1 TO NbEngagements
        DISPLAY "Carte " NumeroCarte " au nom de " NomPorteurCarte
                " | expire " DateExpirationCarte
    END-IF.
    EXIT.

INVENTORIER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroComptePret = NumeroCompteSaisi
       AND StatutPret = 'O'
        ADD 1 TO NbEngagements
        DISPLAY "Prêt " NumeroPret " | restant dû " SoldeRestantPret
                " | mensualité " MensualitePret
                " | prochaine échéance " DateProchaineEcheance
    END-IF.
    EXIT.

INVENTORIER-UN-DEPOT.
    READ DepotTermeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroCompteTerme = NumeroCompteSaisi
       AND StatutTerme = 'O'
        ADD 1 TO NbEngagements
        DISPLAY "Dépôt à terme " NumeroDepotTerme
                " | principal " PrincipalTerme
                " | échéance " DateEcheanceTerme
    END-IF.
    EXIT.

ABANDONNER-DOSSIER.
*> Un dossier entrant abandonné laisse ses lignes brouillons au
*> fichier pour mémoire ; un dossier sortant abandonné avant sa
*> date convenue ne sera pas remis à la clôture. Un dossier déjà
*> transmis s'abandonne côté clôture (ClotureComptes).
    DISPLAY "Numéro du dossier : ".
    ACCEPT NumeroDossierSaisi.
    MOVE NumeroDossierSaisi TO NumeroDossierMobilite.
    READ DossierMobiliteFile
        KEY IS NumeroDossierMobilite
        INVALID KEY
            DISPLAY "Aucun dossier ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutMobilite NOT = 'B' AND StatutMobilite NOT = 'P'
        DISPLAY "Ce dossier n'est plus en cours (statut " StatutMobilite ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'A' TO StatutMobilite.
    REWRITE DossierMobiliteRecord.
    IF STATUS-DOSSIERS NOT = "00"
        DISPLAY "Erreur à la mise à jour de DossiersMobilite. Code de statut : " STATUS-DOSSIERS
    ELSE
        DISPLAY "Dossier " NumeroDossierMobilite " abandonné."
        MOVE "ABANDON DOSSIER" TO ObjetAudit
        PERFORM JOURNALISER-MOBILITE
    END-IF.
    EXIT.

JOURNALISER-MOBILITE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteMobilite DELIMITED BY SIZE
           " MOBILITE " DELIMITED BY SIZE
           ObjetAudit DELIMITED BY SIZE
           " dossier " DELIMITED BY SIZE
           NumeroDossierMobilite DELIMITED BY SIZE
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
