IDENTIFICATION DIVISION.
PROGRAM-ID. GestionDecouverts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FaciliteDecouvertFile
           ASSIGN TO 'FacilitesDecouvert'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteFacilite
           FILE STATUS IS STATUS-FACILITES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD FaciliteDecouvertFile.
COPY FaciliteDecouvertRecord.

FD CompteFile.
COPY CompteRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-FACILITES  PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 FaciliteExistante PIC X.
01 NumeroCompteSaisi PIC X(10).
01 DateHeureSysteme  PIC X(21).
01 DateComptable     PIC 9(8).
01 NbFacilitesListees PIC 9(5).
01 MontantSaisi      PIC 9(11)V99.
01 DateDebutSaisie   PIC 9(8).
01 DateExpirationSaisie PIC 9(8).
01 DateRevisionSaisie PIC 9(8).
01 TauxSaisi         PIC 9V9(4).
01 LimiteAppliquee   PIC 9(11)V99.
01 LibelleStatutFac  PIC X(10).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Autorisations de découvert (fichier FacilitesDecouvert) : le
*> LimiteDecouvert du compte était un chiffre posé une fois pour
*> toutes à l'ouverture. Le découvert s'accorde désormais pour une
*> période, avec une date de révision et, le cas échéant, une
*> commission d'engagement ; EcheancesDecouverts le ramène à zéro à
*> son échéance et annonce les révisions un mois à l'avance.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateComptable.

    OPEN I-O FaciliteDecouvertFile.
    IF STATUS-FACILITES = "35"
        OPEN OUTPUT FaciliteDecouvertFile
        CLOSE FaciliteDecouvertFile
        OPEN I-O FaciliteDecouvertFile
    END-IF.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Erreur à l'ouverture de FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE FaciliteDecouvertFile.

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
    DISPLAY "AUTORISATIONS DE DÉCOUVERT".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Accorder ou renouveler une autorisation".
    DISPLAY "2. Résilier une autorisation".
    DISPLAY "3. Consulter l'autorisation d'un compte".
    DISPLAY "4. Lister les autorisations".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM ACCORDER-FACILITE
        WHEN "2"
            PERFORM RESILIER-FACILITE
        WHEN "3"
            PERFORM CONSULTER-FACILITE
        WHEN "4"
            PERFORM LISTER-FACILITES
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

ACCORDER-FACILITE.
*> Un renouvellement réécrit la facilité du compte avec ses nouvelles
*> dates : une seule autorisation par compte, la dernière accordée.
    DISPLAY "Numéro du compte : ".
    ACCEPT NumeroCompteSaisi.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Aucun compte ne porte ce numéro."
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE CompteFile.
    IF StatutCompte = 'C'
        DISPLAY "Compte clos : aucune autorisation possible."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Montant autorisé : ".
    ACCEPT MontantSaisi.
    DISPLAY "Date de début AAAAMMJJ (0 = aujourd'hui) : ".
    ACCEPT DateDebutSaisie.
    IF DateDebutSaisie = 0
        MOVE DateComptable TO DateDebutSaisie
    END-IF.
    DISPLAY "Date d'expiration AAAAMMJJ : ".
    ACCEPT DateExpirationSaisie.
    IF DateExpirationSaisie NOT > DateDebutSaisie
       OR DateExpirationSaisie < DateComptable
        DISPLAY "Date d'expiration invalide : elle doit suivre le début"
                " et ne pas être passée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date de révision AAAAMMJJ (0 = à l'expiration) : ".
    ACCEPT DateRevisionSaisie.
    IF DateRevisionSaisie = 0
        MOVE DateExpirationSaisie TO DateRevisionSaisie
    END-IF.
    IF DateRevisionSaisie > DateExpirationSaisie
        DISPLAY "La révision doit intervenir au plus tard à l'expiration."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Taux annuel de la commission d'engagement (0 = aucune) : ".
    ACCEPT TauxSaisi.

    MOVE NumeroCompteSaisi TO NumeroCompteFacilite.
    MOVE 'N' TO FaciliteExistante.
    READ FaciliteDecouvertFile
        KEY IS NumeroCompteFacilite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO FaciliteExistante
    END-READ.
    IF FaciliteExistante = 'N'
        MOVE 0 TO PeriodeCommissionFacilite
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompteFacilite.
    MOVE MontantSaisi TO MontantFacilite.
    MOVE DateDebutSaisie TO DateDebutFacilite.
    MOVE DateExpirationSaisie TO DateExpirationFacilite.
    MOVE DateRevisionSaisie TO DateRevisionFacilite.
    MOVE TauxSaisi TO TauxCommissionFacilite.
    MOVE 'A' TO StatutFacilite.
    MOVE DateComptable TO DateMajFacilite.
    MOVE CodeOperateurSession TO OperateurFacilite.
    IF FaciliteExistante = 'N'
        WRITE FaciliteDecouvertRecord
    ELSE
        REWRITE FaciliteDecouvertRecord
    END-IF.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Découvert de " MontantFacilite " accordé sur le compte "
            NumeroCompteFacilite " du " DateDebutFacilite
            " au " DateExpirationFacilite ".".
    PERFORM JOURNALISER-FACILITE.
*>  Facilité déjà en cours : le compte en prend le montant tout de
*>  suite ; différée, c'est EcheancesDecouverts qui l'y portera le
*>  jour venu.
    IF DateDebutFacilite <= DateComptable
        MOVE MontantFacilite TO LimiteAppliquee
        PERFORM REPORTER-LIMITE-COMPTE
    END-IF.
    EXIT.

RESILIER-FACILITE.
*> La résiliation garde l'enregistrement (statut 'R') pour la trace
*> de ce qui avait été accordé ; le compte retombe à zéro.
    DISPLAY "Numéro du compte : ".
    ACCEPT NumeroCompteFacilite.
    READ FaciliteDecouvertFile
        KEY IS NumeroCompteFacilite
        INVALID KEY
            DISPLAY "Aucune autorisation sur ce compte."
            EXIT PARAGRAPH
    END-READ.
    IF StatutFacilite NOT = 'A'
        DISPLAY "Cette autorisation n'est plus active."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO StatutFacilite.
    MOVE DateComptable TO DateMajFacilite.
    MOVE CodeOperateurSession TO OperateurFacilite.
    REWRITE FaciliteDecouvertRecord.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Erreur à la mise à jour de FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Autorisation du compte " NumeroCompteFacilite " résiliée.".
    PERFORM JOURNALISER-FACILITE.
    MOVE 0 TO LimiteAppliquee.
    PERFORM REPORTER-LIMITE-COMPTE.
    EXIT.

REPORTER-LIMITE-COMPTE.
*> Reflet de la limite en vigueur sur CompteRecord, pour les lots
*> (prélèvements, échéances de prêts, chèques...) qui ne lisent que
*> le compte.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
                " : limite du compte à reporter par EcheancesDecouverts."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteFacilite TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            CLOSE CompteFile
            EXIT PARAGRAPH
    END-READ.
    MOVE LimiteAppliquee TO LimiteDecouvert.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
    ELSE
        IF SoldeCompte + LimiteDecouvert < 0
            DISPLAY "Attention : le solde " SoldeCompte
                    " dépasse désormais la limite de " LimiteDecouvert "."
        END-IF
    END-IF.
    CLOSE CompteFile.
    EXIT.

CONSULTER-FACILITE.
    DISPLAY "Numéro du compte : ".
    ACCEPT NumeroCompteFacilite.
    READ FaciliteDecouvertFile
        KEY IS NumeroCompteFacilite
        INVALID KEY
            DISPLAY "Aucune autorisation sur ce compte."
        NOT INVALID KEY
            PERFORM AFFICHER-FACILITE
    END-READ.
    EXIT.

LISTER-FACILITES.
    MOVE 0 TO NbFacilitesListees.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO NumeroCompteFacilite.
    START FaciliteDecouvertFile KEY IS GREATER THAN NumeroCompteFacilite
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-FACILITE UNTIL FinFichier = 'O'.
    IF NbFacilitesListees = 0
        DISPLAY "Aucune autorisation enregistrée."
    END-IF.
    EXIT.

LISTER-UNE-FACILITE.
    READ FaciliteDecouvertFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbFacilitesListees.
    PERFORM AFFICHER-FACILITE.
    EXIT.

AFFICHER-FACILITE.
    EVALUATE StatutFacilite
        WHEN 'A'
            IF DateDebutFacilite > DateComptable
                MOVE "À VENIR" TO LibelleStatutFac
            ELSE
                MOVE "ACTIVE" TO LibelleStatutFac
            END-IF
        WHEN 'E'
            MOVE "ÉCHUE" TO LibelleStatutFac
        WHEN 'R'
            MOVE "RÉSILIÉE" TO LibelleStatutFac
        WHEN OTHER
            MOVE StatutFacilite TO LibelleStatutFac
    END-EVALUATE.
    DISPLAY NumeroCompteFacilite " | " MontantFacilite
            " | du " DateDebutFacilite " au " DateExpirationFacilite
            " | révision " DateRevisionFacilite
            " | commission " TauxCommissionFacilite
            " | " LibelleStatutFac.
    EXIT.

JOURNALISER-FACILITE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteFacilite DELIMITED BY SIZE
           " DECOUVERT " DELIMITED BY SIZE
           StatutFacilite DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantFacilite DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateDebutFacilite DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DateExpirationFacilite DELIMITED BY SIZE
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
