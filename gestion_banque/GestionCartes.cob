IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCartes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

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

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD CarteFile.
COPY CarteRecord.

FD CompteFile.
COPY CompteRecord.

FD ClientFile.
COPY ClientRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-CARTES     PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 NumeroCompteSaisi PIC X(10).
01 NumeroCarteSaisie PIC X(16).
01 DateHeureSysteme  PIC X(21).
01 MoisCourant       PIC 9(6).
01 NbCartesListees   PIC 9(3).
01 PlafondSaisi      PIC 9(7)V99.
01 LibelleAction     PIC X(20).

*> Numérotation des cartes : préfixe émetteur attribué par le
*> réseau (6), séquence de la banque (9), clé de Luhn (1), celle que
*> les distributeurs et terminaux vérifient avant même d'appeler
*> l'autorisation.
01 PrefixeCartes     PIC X(6) VALUE "497010".
01 ProchaineSequence PIC 9(9).
01 SequenceLue       PIC 9(9).
01 CorpsCarte.
   05 PrefixeCorps   PIC X(6).
   05 SequenceCorps  PIC 9(9).
01 NumeroCarteNouvelle PIC X(16).
01 IndexLuhn         PIC 9(2).
01 ChiffreLuhn       PIC 9.
01 ChiffreDouble     PIC 9(2).
01 SommeLuhn         PIC 9(4).
01 ResteLuhn         PIC 9(2).
01 CleLuhn           PIC 9.

*> Plafonds par défaut d'une carte émise sans plafond saisi.
01 PlafondRetraitDefaut  PIC 9(7)V99 VALUE 500.00.
01 PlafondPaiementDefaut PIC 9(7)V99 VALUE 1500.00.
*> Durée de validité : trois ans, soit 300 en AAAAMM.
01 DureeValidite     PIC 9(3) VALUE 300.

*> Carte remplacée lors d'un renouvellement, tenue de côté le temps
*> d'attribuer le nouveau numéro (le balayage écrase la zone).
01 CarteRemplacee.
   05 NumeroCarteRemplacee PIC X(16).
   05 CompteRemplace       PIC X(10).
   05 PorteurRemplace      PIC X(30).
   05 ExpirationRemplacee  PIC 9(6).
   05 PlafondRetraitRemp   PIC 9(7)V99.
   05 PlafondPaiementRemp  PIC 9(7)V99.

*> Numéro de carte tel qu'il peut figurer au journal : six premiers
*> et quatre derniers chiffres seulement, jamais le numéro complet.
01 CarteMasquee      PIC X(16).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Cartes de débit (fichier CartesBancaires) : jusqu'ici la banque
*> recevait les lots du distributeur déjà décidés, sans savoir quelle
*> carte avait servi ni quels plafonds elle portait. La carte est
*> émise ici sur un compte, avec ses plafonds journaliers ; le réseau
*> nous soumet ensuite chaque demande (AutorisationsCartes) et la
*> compensation de nuit débite le compte (CompensationCartes). Les
*> oppositions se posent en supervision, comme pour les chèques.
    PERFORM LIRE-SESSION-OPERATEUR.

    OPEN I-O CarteFile.
    IF STATUS-CARTES = "35"
        OPEN OUTPUT CarteFile
        CLOSE CarteFile
        OPEN I-O CarteFile
    END-IF.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à l'ouverture de CartesBancaires. Code de statut : " STATUS-CARTES
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE CarteFile.

    GOBACK.

LIRE-SESSION-OPERATEUR.
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
    DISPLAY "CARTES BANCAIRES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Émettre une carte sur un compte".
    DISPLAY "2. Lister les cartes d'un compte".
    DISPLAY "3. Modifier les plafonds d'une carte".
    DISPLAY "4. Renouveler une carte".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM EMETTRE-CARTE
        WHEN "2"
            PERFORM LISTER-CARTES
        WHEN "3"
            PERFORM MODIFIER-PLAFONDS
        WHEN "4"
            PERFORM RENOUVELER-CARTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

EMETTRE-CARTE.
*> Une carte ne s'émet que sur un compte actif : gelé, clos, dormant
*> ou bloqué, il n'accepterait de toute façon aucun débit.
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
    IF StatutCompte NOT = 'A' AND StatutCompte NOT = SPACE
        DISPLAY "Compte non actif (statut " StatutCompte
                ") : aucune carte ne peut y être émise."
        EXIT PARAGRAPH
    END-IF.

    PERFORM ATTRIBUER-NUMERO-CARTE.

    INITIALIZE CarteRecord.
    MOVE NumeroCarteNouvelle TO NumeroCarte.
    MOVE NumeroCompteSaisi TO NumeroCompteCarte.
    PERFORM RECHERCHER-PORTEUR.
    IF NomPorteurCarte = SPACES
        DISPLAY "Nom du porteur : "
        ACCEPT NomPorteurCarte
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateEmissionCarte.
    MOVE DateHeureSysteme(1:6) TO MoisCourant.
    COMPUTE DateExpirationCarte = MoisCourant + DureeValidite.
    MOVE 'A' TO StatutCarte.
    PERFORM SAISIR-PLAFONDS.
    MOVE SPACES TO CarteRemplacante.

    WRITE CarteRecord.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à l'écriture de CartesBancaires. Code de statut : " STATUS-CARTES
    ELSE
        DISPLAY "Carte " NumeroCarte " émise sur le compte "
                NumeroCompteCarte ", valable jusqu'à fin "
                DateExpirationCarte "."
        MOVE "EMISE" TO LibelleAction
        PERFORM JOURNALISER-CARTE
    END-IF.
    EXIT.

RECHERCHER-PORTEUR.
*> Le porteur est par défaut le client titulaire du compte ; sans
*> fiche client, le nom est demandé au guichet.
    MOVE SPACES TO NomPorteurCarte.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientCompte TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE NomClient TO NomPorteurCarte
    END-READ.
    CLOSE ClientFile.
    EXIT.

SAISIR-PLAFONDS.
*> Un plafond laissé à zéro reprend le plafond par défaut.
    DISPLAY "Plafond journalier de retrait (0 = " PlafondRetraitDefaut ") : ".
    ACCEPT PlafondSaisi.
    IF PlafondSaisi = 0
        MOVE PlafondRetraitDefaut TO PlafondRetraitJour
    ELSE
        MOVE PlafondSaisi TO PlafondRetraitJour
    END-IF.
    DISPLAY "Plafond journalier de paiement (0 = " PlafondPaiementDefaut ") : ".
    ACCEPT PlafondSaisi.
    IF PlafondSaisi = 0
        MOVE PlafondPaiementDefaut TO PlafondPaiementJour
    ELSE
        MOVE PlafondSaisi TO PlafondPaiementJour
    END-IF.
    EXIT.

ATTRIBUER-NUMERO-CARTE.
*> Séquence suivante après la plus grande séquence déjà émise sous
*> le préfixe de la banque, puis clé de Luhn. Le balayage écrase la
*> zone de l'enregistrement : à appeler avant de la remplir.
    MOVE 1 TO ProchaineSequence.
    MOVE LOW-VALUES TO NumeroCarte.
    MOVE 'N' TO FinFichier.
    START CarteFile KEY IS NOT LESS THAN NumeroCarte
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM EXAMINER-UNE-SEQUENCE UNTIL FinFichier = 'O'.

    MOVE PrefixeCartes TO PrefixeCorps.
    MOVE ProchaineSequence TO SequenceCorps.
    PERFORM CALCULER-CLE-LUHN.
    MOVE CorpsCarte TO NumeroCarteNouvelle(1:15).
    MOVE CleLuhn TO NumeroCarteNouvelle(16:1).
    EXIT.

EXAMINER-UNE-SEQUENCE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroCarte(1:6) = PrefixeCartes
               AND NumeroCarte(7:9) NUMERIC
                MOVE NumeroCarte(7:9) TO SequenceLue
                IF SequenceLue >= ProchaineSequence
                    COMPUTE ProchaineSequence = SequenceLue + 1
                END-IF
            END-IF
    END-READ.
    EXIT.

CALCULER-CLE-LUHN.
*> Clé de Luhn sur les quinze premiers chiffres : en partant de la
*> droite, un chiffre sur deux est doublé (position impaire ici, la
*> longueur étant impaire), un produit à deux chiffres se réduit de
*> 9 ; la clé est le complément à 10 de la somme (même calcul que
*> la clé des numéros de compte dans NumeroCompteUtil).
    MOVE 0 TO SommeLuhn.
    PERFORM CUMULER-UN-CHIFFRE-LUHN
        VARYING IndexLuhn FROM 1 BY 1 UNTIL IndexLuhn > 15.
    COMPUTE ResteLuhn = FUNCTION MOD(SommeLuhn 10).
    COMPUTE CleLuhn = FUNCTION MOD(10 - ResteLuhn 10).
    EXIT.

CUMULER-UN-CHIFFRE-LUHN.
    MOVE CorpsCarte(IndexLuhn:1) TO ChiffreLuhn.
    IF FUNCTION MOD(IndexLuhn 2) = 1
        COMPUTE ChiffreDouble = ChiffreLuhn * 2
        IF ChiffreDouble > 9
            SUBTRACT 9 FROM ChiffreDouble
        END-IF
        ADD ChiffreDouble TO SommeLuhn
    ELSE
        ADD ChiffreLuhn TO SommeLuhn
    END-IF.
    EXIT.

LISTER-CARTES.
    DISPLAY "Numéro du compte : ".
    ACCEPT NumeroCompteSaisi.
    MOVE 0 TO NbCartesListees.
    MOVE LOW-VALUES TO NumeroCarte.
    MOVE 'N' TO FinFichier.
    START CarteFile KEY IS NOT LESS THAN NumeroCarte
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-CARTE UNTIL FinFichier = 'O'.
    IF NbCartesListees = 0
        DISPLAY "Aucune carte sur ce compte."
    END-IF.
    EXIT.

LISTER-UNE-CARTE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroCompteCarte = NumeroCompteSaisi
        ADD 1 TO NbCartesListees
        DISPLAY "Carte " NumeroCarte
                " | " NomPorteurCarte
                " | expire fin " DateExpirationCarte
                " | statut " StatutCarte
        DISPLAY "      plafonds retrait " PlafondRetraitJour
                " paiement " PlafondPaiementJour
        IF CarteRemplacante NOT = SPACES
            DISPLAY "      renouvelée par la carte " CarteRemplacante
        END-IF
        IF StatutCarte = 'O'
            DISPLAY "      opposition du " DateOppositionCarte
                    " : " MotifOppositionCarte
        END-IF
    END-IF.
    EXIT.

MODIFIER-PLAFONDS.
*> Relever un plafond engage la banque sur des retraits qu'elle
*> n'aura plus le temps de refuser : réservé au superviseur.
    IF ProfilSession NOT = 'S'
        DISPLAY "Option réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro de la carte : ".
    ACCEPT NumeroCarteSaisie.
    MOVE NumeroCarteSaisie TO NumeroCarte.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            DISPLAY "Aucune carte ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCarte NOT = 'A'
        DISPLAY "Carte non active (statut " StatutCarte
                ") : plafonds inchangés."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Plafonds actuels : retrait " PlafondRetraitJour
            " paiement " PlafondPaiementJour.
    PERFORM SAISIR-PLAFONDS.
    REWRITE CarteRecord.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : " STATUS-CARTES
    ELSE
        DISPLAY "Plafonds de la carte " NumeroCarte " modifiés."
        MOVE "PLAFONDS" TO LibelleAction
        PERFORM JOURNALISER-CARTE
    END-IF.
    EXIT.

RENOUVELER-CARTE.
*> La nouvelle carte reprend compte, porteur et plafonds et prend la
*> suite de l'ancienne : trois ans après l'échéance de celle-ci, ou
*> à compter de ce mois si elle est déjà expirée. L'ancienne reste
*> utilisable jusqu'à son échéance (le porteur n'a pas encore reçu
*> la nouvelle) ; une carte en opposition ne se renouvelle pas,
*> elle se remplace par une nouvelle émission.
    DISPLAY "Numéro de la carte à renouveler : ".
    ACCEPT NumeroCarteSaisie.
    MOVE NumeroCarteSaisie TO NumeroCarte.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            DISPLAY "Aucune carte ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCarte = 'O'
        DISPLAY "Carte en opposition : émettre une nouvelle carte."
        EXIT PARAGRAPH
    END-IF.
    IF CarteRemplacante NOT = SPACES
        DISPLAY "Carte déjà renouvelée par la carte " CarteRemplacante "."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCarte TO NumeroCarteRemplacee.
    MOVE NumeroCompteCarte TO CompteRemplace.
    MOVE NomPorteurCarte TO PorteurRemplace.
    MOVE DateExpirationCarte TO ExpirationRemplacee.
    MOVE PlafondRetraitJour TO PlafondRetraitRemp.
    MOVE PlafondPaiementJour TO PlafondPaiementRemp.

    PERFORM ATTRIBUER-NUMERO-CARTE.

    INITIALIZE CarteRecord.
    MOVE NumeroCarteNouvelle TO NumeroCarte.
    MOVE CompteRemplace TO NumeroCompteCarte.
    MOVE PorteurRemplace TO NomPorteurCarte.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateEmissionCarte.
    MOVE DateHeureSysteme(1:6) TO MoisCourant.
    IF ExpirationRemplacee < MoisCourant
        COMPUTE DateExpirationCarte = MoisCourant + DureeValidite
    ELSE
        COMPUTE DateExpirationCarte = ExpirationRemplacee + DureeValidite
    END-IF.
    MOVE 'A' TO StatutCarte.
    MOVE PlafondRetraitRemp TO PlafondRetraitJour.
    MOVE PlafondPaiementRemp TO PlafondPaiementJour.
    MOVE SPACES TO CarteRemplacante.
    WRITE CarteRecord.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à l'écriture de CartesBancaires. Code de statut : " STATUS-CARTES
        EXIT PARAGRAPH
    END-IF.
    MOVE "EMISE RENOUV" TO LibelleAction.
    PERFORM JOURNALISER-CARTE.

    MOVE NumeroCarteRemplacee TO NumeroCarte.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            DISPLAY "Carte " NumeroCarteRemplacee " introuvable au report du renouvellement."
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroCarteNouvelle TO CarteRemplacante.
    REWRITE CarteRecord.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : " STATUS-CARTES
    ELSE
        DISPLAY "Carte " NumeroCarteRemplacee " renouvelée par la carte "
                NumeroCarteNouvelle "."
        MOVE "RENOUVELEE" TO LibelleAction
        PERFORM JOURNALISER-CARTE
    END-IF.
    EXIT.

JOURNALISER-CARTE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE NumeroCarte TO CarteMasquee.
    MOVE "******" TO CarteMasquee(7:6).
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteCarte DELIMITED BY SIZE
           " CARTE " DELIMITED BY SIZE
           CarteMasquee DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LibelleAction DELIMITED BY "  "
           " exp " DELIMITED BY SIZE
           DateExpirationCarte DELIMITED BY SIZE
           " retrait " DELIMITED BY SIZE
           PlafondRetraitJour DELIMITED BY SIZE
           " paiement " DELIMITED BY SIZE
           PlafondPaiementJour DELIMITED BY SIZE
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
