IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCaisseBoutique.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SessionBoutiqueFile
           ASSIGN TO 'SessionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionBoutique
           FILE STATUS IS STATUS-SESSIONSBTQ.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD SessionBoutiqueFile.
*> Session de caisse d'un caissier de la boutique pour une journée,
*> sur le modèle de CaisseRecord du guichet : fonds d'ouverture, puis
*> cumuls postés par la caisse (CalculReductions) à chaque ligne de
*> journal — ventes encaissées en espèces, retours remboursés en
*> espèces, avoirs émis, cartes cadeaux vendues, règlements par carte
*> cadeau ou avoir — et à la clôture l'encaisse comptée et l'écart.
*> Statut 'O' ouverte, 'F' fermée juste, 'E' fermée avec un écart à
*> valider, 'V' écart validé par un superviseur. L'arrêté de caisse
*> (CaisseJour) ne dépose que les sessions 'F' et 'V', une seule fois
*> (DepotFaitBtq 'D').
01 SessionBoutiqueRecord.
   05 CleSessionBoutique.
      10 CodeCaissierBtq    PIC X(8).
      10 DateSessionBtq     PIC 9(8).
   05 NumeroCaisseBtq       PIC X(2).
   05 FondsOuvertureBtq     PIC 9(7)V99.
   05 NbVentesBtq           PIC 9(5).
   05 VentesEspecesBtq      PIC 9(9)V99.
   05 NbRetoursBtq          PIC 9(5).
   05 RetoursEspecesBtq     PIC 9(9)V99.
   05 AvoirsEmisBtq         PIC 9(9)V99.
   05 CartesVenduesBtq      PIC 9(9)V99.
   05 ReglementsCarteBtq    PIC 9(9)V99.
   05 MontantCompteBtq      PIC 9(9)V99.
   05 EcartBtq              PIC S9(9)V99.
   05 StatutSessionBtq      PIC X.
   05 ValideParBtq          PIC X(8).
   05 DepotFaitBtq          PIC X.
*> Ventes portées au compte d'un client professionnel : hors tiroir.
   05 VentesEnCompteBtq     PIC 9(9)V99.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-SESSIONSBTQ PIC XX.
77 STATUS-SESSION     PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession      PIC X VALUE SPACE.
01 ChoixUtilisateur   PIC X.
01 FinFichier         PIC X.
01 DateHeureSysteme   PIC X(21).
01 DateDuJour         PIC 9(8).
01 EncaisseTheorique  PIC 9(9)V99.
01 CaissierSaisi      PIC X(8).
01 DateSaisie         PIC 9(8).
01 NbSessionsListees  PIC 9(4).

PROCEDURE DIVISION.

*> Caisse de la boutique, par caissier : l'arrêté du jour ne voyait
*> qu'un seul tas d'espèces et un manquant ne se rattachait à
*> personne. Chaque caissier ouvre sa session sur un numéro de caisse
*> avec son fonds compté, la caisse y cumule ce qui passe, et la
*> clôture confronte l'encaisse comptée à la théorique ; un écart
*> attend la validation d'un superviseur avant d'être déposé.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ = "35"
        OPEN OUTPUT SessionBoutiqueFile
        CLOSE SessionBoutiqueFile
        OPEN I-O SessionBoutiqueFile
    END-IF.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Impossible d'ouvrir SessionsBoutique. Code de statut : " STATUS-SESSIONSBTQ
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE SessionBoutiqueFile.

    GOBACK.

LIRE-SESSION-OPERATEUR.
*> La session est celle de l'opérateur signé via MenuPrincipal.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
                MOVE ProfilOperateurSess TO ProfilSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "CAISSE DE LA BOUTIQUE - caissier " CodeOperateurSession.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Ouvrir ma caisse du jour (numéro de caisse, fonds)".
    DISPLAY "2. Consulter ma caisse du jour".
    DISPLAY "3. Clôturer ma caisse (comptage et écart)".
    DISPLAY "4. Lister les sessions d'une date".
    IF ProfilSession = 'S'
        DISPLAY "5. Valider l'écart d'une session (superviseur)"
    END-IF.
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM OUVRIR-SESSION
        WHEN "2"
            PERFORM CONSULTER-SESSION
        WHEN "3"
            PERFORM CLOTURER-SESSION
        WHEN "4"
            PERFORM LISTER-SESSIONS
        WHEN "5"
            IF ProfilSession = 'S'
                PERFORM VALIDER-ECART
            ELSE
                DISPLAY "Choix invalide."
            END-IF
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

OUVRIR-SESSION.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Votre caisse du jour existe déjà (statut "
                    StatutSessionBtq ")."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Numéro de la caisse (2 caractères) : ".
    ACCEPT NumeroCaisseBtq.
    IF NumeroCaisseBtq = SPACES
        DISPLAY "Numéro de caisse obligatoire, caisse non ouverte."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Fonds d'ouverture compté dans le tiroir : ".
    ACCEPT FondsOuvertureBtq.
    IF FondsOuvertureBtq NOT NUMERIC
        DISPLAY "Montant invalide, caisse non ouverte."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    MOVE 0 TO NbVentesBtq.
    MOVE 0 TO VentesEspecesBtq.
    MOVE 0 TO NbRetoursBtq.
    MOVE 0 TO RetoursEspecesBtq.
    MOVE 0 TO AvoirsEmisBtq.
    MOVE 0 TO CartesVenduesBtq.
    MOVE 0 TO ReglementsCarteBtq.
    MOVE 0 TO MontantCompteBtq.
    MOVE 0 TO EcartBtq.
    MOVE 'O' TO StatutSessionBtq.
    MOVE SPACES TO ValideParBtq.
    MOVE SPACE TO DepotFaitBtq.
    MOVE 0 TO VentesEnCompteBtq.
    WRITE SessionBoutiqueRecord.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Erreur à l'ouverture de la caisse. Code de statut : " STATUS-SESSIONSBTQ
    ELSE
        DISPLAY "Caisse " NumeroCaisseBtq " du " DateDuJour
                " ouverte avec " FondsOuvertureBtq "."
    END-IF.
    EXIT.

CONSULTER-SESSION.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            DISPLAY "Aucune caisse ouverte ce jour pour ce caissier."
        NOT INVALID KEY
            PERFORM AFFICHER-BORDEREAU-SESSION
    END-READ.
    EXIT.

CLOTURER-SESSION.
    MOVE CodeOperateurSession TO CodeCaissierBtq.
    MOVE DateDuJour TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            DISPLAY "Aucune caisse ouverte ce jour pour ce caissier."
            EXIT PARAGRAPH
    END-READ.
    IF StatutSessionBtq NOT = 'O'
        DISPLAY "La caisse du jour est déjà clôturée (statut "
                StatutSessionBtq ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Encaisse comptée dans le tiroir : ".
    ACCEPT MontantCompteBtq.
    IF MontantCompteBtq NOT NUMERIC
        DISPLAY "Montant invalide, caisse non clôturée."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CALCULER-THEORIQUE.
    COMPUTE EcartBtq = MontantCompteBtq - EncaisseTheorique.
    IF EcartBtq = 0
        MOVE 'F' TO StatutSessionBtq
    ELSE
        MOVE 'E' TO StatutSessionBtq
    END-IF.
    REWRITE SessionBoutiqueRecord.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Erreur à la clôture de la caisse. Code de statut : " STATUS-SESSIONSBTQ
        EXIT PARAGRAPH
    END-IF.
    PERFORM AFFICHER-BORDEREAU-SESSION.
    IF StatutSessionBtq = 'E'
        DISPLAY "Écart à faire valider par un superviseur : la recette"
                " de cette caisse ne sera déposée qu'après validation."
    END-IF.
    EXIT.

CALCULER-THEORIQUE.
*> Ce qui doit être dans le tiroir : le fonds, plus les ventes
*> encaissées en espèces et les cartes cadeaux vendues, moins les
*> retours remboursés en espèces. Les avoirs et les règlements par
*> carte ne touchent pas le tiroir.
    COMPUTE EncaisseTheorique = FondsOuvertureBtq + VentesEspecesBtq
            - RetoursEspecesBtq + CartesVenduesBtq.
    EXIT.

AFFICHER-BORDEREAU-SESSION.
    PERFORM CALCULER-THEORIQUE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "CAISSE " NumeroCaisseBtq " - " CodeCaissierBtq " - "
            DateSessionBtq " (statut " StatutSessionBtq ")".
    DISPLAY "Fonds d'ouverture     : " FondsOuvertureBtq.
    DISPLAY "Ventes (" NbVentesBtq ") en espèces : " VentesEspecesBtq.
    DISPLAY "Retours (" NbRetoursBtq ") en espèces: " RetoursEspecesBtq.
    DISPLAY "Avoirs émis           : " AvoirsEmisBtq.
    DISPLAY "Cartes cadeaux vendues: " CartesVenduesBtq.
    DISPLAY "Réglé par carte/avoir : " ReglementsCarteBtq.
    DISPLAY "Ventes en compte pro  : " VentesEnCompteBtq.
    DISPLAY "Encaisse théorique    : " EncaisseTheorique.
    IF StatutSessionBtq NOT = 'O'
        DISPLAY "Encaisse comptée      : " MontantCompteBtq
        IF EcartBtq = 0
            DISPLAY "Caisse juste."
        ELSE
            IF EcartBtq > 0
                DISPLAY "EXCÉDENT DE CAISSE : " EcartBtq
            ELSE
                DISPLAY "MANQUANT DE CAISSE : " EcartBtq
            END-IF
        END-IF
    END-IF.
    IF StatutSessionBtq = 'V'
        DISPLAY "Écart validé par " ValideParBtq "."
    END-IF.
    IF DepotFaitBtq = 'D'
        DISPLAY "Recette déposée en banque."
    END-IF.
    DISPLAY "--------------------------------------------------------".
    EXIT.

LISTER-SESSIONS.
    DISPLAY "Date des sessions (AAAAMMJJ, 0 = aujourd'hui) : ".
    ACCEPT DateSaisie.
    IF DateSaisie = 0
        MOVE DateDuJour TO DateSaisie
    END-IF.
    MOVE 0 TO NbSessionsListees.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CleSessionBoutique.
    START SessionBoutiqueFile KEY IS GREATER THAN CleSessionBoutique
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-SESSION UNTIL FinFichier = 'O'.
    IF NbSessionsListees = 0
        DISPLAY "Aucune session de caisse le " DateSaisie "."
    END-IF.
    EXIT.

LISTER-UNE-SESSION.
    READ SessionBoutiqueFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR DateSessionBtq NOT = DateSaisie
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbSessionsListees.
    PERFORM CALCULER-THEORIQUE.
    DISPLAY "Caisse " NumeroCaisseBtq " " CodeCaissierBtq
            " statut " StatutSessionBtq
            " théorique " EncaisseTheorique
            " compté " MontantCompteBtq
            " écart " EcartBtq.
    EXIT.

VALIDER-ECART.
*> Un écart ne part en banque qu'une fois reconnu par un
*> superviseur, jamais par le caissier concerné lui-même.
    DISPLAY "Caissier de la session : ".
    ACCEPT CaissierSaisi.
    DISPLAY "Date de la session (AAAAMMJJ) : ".
    ACCEPT DateSaisie.
    IF CaissierSaisi = CodeOperateurSession
        DISPLAY "Un superviseur ne valide pas l'écart de sa propre caisse."
        EXIT PARAGRAPH
    END-IF.
    MOVE CaissierSaisi TO CodeCaissierBtq.
    MOVE DateSaisie TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            DISPLAY "Aucune session pour ce caissier à cette date."
            EXIT PARAGRAPH
    END-READ.
    IF StatutSessionBtq NOT = 'E'
        DISPLAY "Cette session n'a pas d'écart en attente (statut "
                StatutSessionBtq ")."
        EXIT PARAGRAPH
    END-IF.
    PERFORM AFFICHER-BORDEREAU-SESSION.
    MOVE 'V' TO StatutSessionBtq.
    MOVE CodeOperateurSession TO ValideParBtq.
    REWRITE SessionBoutiqueRecord.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Erreur à la validation. Code de statut : " STATUS-SESSIONSBTQ
    ELSE
        DISPLAY "Écart de " EcartBtq " validé : la session sera déposée"
                " au prochain arrêté de caisse."
    END-IF.
    EXIT.
