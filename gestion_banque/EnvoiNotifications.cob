IDENTIFICATION DIVISION.
PROGRAM-ID. EnvoiNotifications.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccuseFile
           ASSIGN TO 'AccusesMessagerie'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ACCUSES.

    SELECT NotificationEnvoyeeFile
           ASSIGN TO 'NotificationsEnvoyees'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IdentifiantMessage
           FILE STATUS IS STATUS-ENVOYEES.

    SELECT EchecNotifFile
           ASSIGN TO 'EchecsNotifications'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ECHECS.

    SELECT BoiteEnvoiFile
           ASSIGN TO 'NotificationsClients'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-BOITE.

    SELECT EnvoiMessagerieFile
           ASSIGN TO 'EnvoiMessagerie'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ENVOI.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT PreferenceNotifFile
           ASSIGN TO 'PreferencesNotification'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientPref
           FILE STATUS IS STATUS-PREFERENCES.

DATA DIVISION.
FILE SECTION.
FD AccuseFile.
*> Accusés de réception rendus par le prestataire de messagerie :
*> une ligne par message du fichier d'envoi, sous l'identifiant
*> qu'on lui a transmis. 'L' livré, 'E' non remis (numéro ou
*> adresse invalide, boîte pleine...), avec son code d'erreur.
01 AccuseRecord.
   05 IdentifiantAccuse     PIC X(14).
   05 StatutAccuse          PIC X.
   05 DateAccuse            PIC 9(8).
   05 CodeErreurAccuse      PIC X(10).

FD NotificationEnvoyeeFile.
COPY NotificationEnvoyeeRecord.

FD EchecNotifFile.
*> État des notifications en échec, pour que l'agence reprenne
*> contact avec le client ou corrige ses coordonnées : non remises
*> par le prestataire, ou jamais transmises faute de coordonnées.
01 EchecNotifRecord.
   05 DateEchecNotif        PIC 9(8).
   05 IdentifiantEchec      PIC X(14).
   05 NumeroCompteEchec     PIC X(10).
   05 EvenementEchec        PIC X(3).
   05 CanalEchec            PIC X.
   05 MotifEchecNotif       PIC X(30).

FD BoiteEnvoiFile.
COPY NotificationClientRecord.

FD EnvoiMessagerieFile.
*> Fichier d'envoi remis au prestataire de messagerie : un message
*> par ligne, canal et destinataire résolus.
01 EnvoiMessagerieRecord.
   05 IdentifiantEnvoi      PIC X(14).
   05 CanalEnvoi            PIC X.
   05 DestinataireEnvoi     PIC X(50).
   05 TexteEnvoi            PIC X(100).

FD CompteFile.
COPY CompteRecord.

FD PreferenceNotifFile.
COPY PreferenceNotifRecord.

WORKING-STORAGE SECTION.
77 STATUS-ACCUSES     PIC XX.
77 STATUS-ENVOYEES    PIC XX.
77 STATUS-ECHECS      PIC XX.
77 STATUS-BOITE       PIC XX.
77 STATUS-ENVOI       PIC XX.
77 STATUS-COMPTES     PIC XX.
77 STATUS-PREFERENCES PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinAccuses         PIC X.
01 FinBoite           PIC X.
01 FinSequences       PIC X.
01 DerniereSequence   PIC 9(6).
01 EvenementSouscrit  PIC X.
01 DestinataireRetenu PIC X(50).

01 NbAccusesLus       PIC 9(6) VALUE 0.
01 NbLivres           PIC 9(6) VALUE 0.
01 NbNonRemis         PIC 9(6) VALUE 0.
01 NbAccusesInconnus  PIC 9(6) VALUE 0.
01 NbNotificationsLues PIC 9(6) VALUE 0.
01 NbTransmises       PIC 9(6) VALUE 0.
01 NbEcartees         PIC 9(6) VALUE 0.
01 NbSansCoordonnees  PIC 9(6) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Notifications clients par SMS et courriel. Les programmes
*> producteurs (guichet, supervision, alertes de découvert,
*> prélèvements, échéances de prêts) déposent leurs événements dans
*> la boîte d'envoi unique NotificationsClients via NotificationUtil.
*> Chaque nuit, ce lot :
*>  1. relit les accusés de réception du prestataire pour les
*>     messages des nuits précédentes, met à jour le journal
*>     NotificationsEnvoyees et porte les non-remis sur l'état
*>     EchecsNotifications ;
*>  2. retrouve pour chaque événement de la boîte le client du
*>     compte et ses préférences, écarte ce qu'il n'a pas souscrit,
*>     et écrit le reste dans EnvoiMessagerie sous un identifiant
*>     daté et numéroté que l'accusé nous rendra. Un client qui a
*>     souscrit sans coordonnées utilisables part sur l'état des
*>     échecs.
*> Les deux fichiers d'entrée sont vidés une fois traités, pour
*> qu'une reprise ne notifie pas deux fois. Le fichier d'envoi n'est
*> réécrit que si la boîte porte des événements : une reprise après
*> vidage n'écrase pas l'envoi de la nuit avant sa remise.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN I-O NotificationEnvoyeeFile.
    IF STATUS-ENVOYEES = "35"
        OPEN OUTPUT NotificationEnvoyeeFile
        CLOSE NotificationEnvoyeeFile
        OPEN I-O NotificationEnvoyeeFile
    END-IF.
    IF STATUS-ENVOYEES NOT = "00"
        DISPLAY "Impossible d'ouvrir NotificationsEnvoyees. Code de statut : " STATUS-ENVOYEES
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN EXTEND EchecNotifFile.
    IF STATUS-ECHECS = "35"
        OPEN OUTPUT EchecNotifFile
    END-IF.
    IF STATUS-ECHECS NOT = "00"
        DISPLAY "Impossible d'ouvrir EchecsNotifications. Code de statut : " STATUS-ECHECS
        CLOSE NotificationEnvoyeeFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM TRAITER-ACCUSES.
    PERFORM TRAITER-BOITE-ENVOI.

    CLOSE NotificationEnvoyeeFile.
    CLOSE EchecNotifFile.

    DISPLAY "Accusés de réception : " NbAccusesLus " lu(s), "
            NbLivres " livré(s), " NbNonRemis " non remis, "
            NbAccusesInconnus " inconnu(s).".
    DISPLAY "Notifications : " NbNotificationsLues " lue(s), "
            NbTransmises " transmise(s), " NbEcartees
            " écartée(s) (non souscrites), " NbSansCoordonnees
            " sans coordonnées.".
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbNonRemis > 0 OR NbSansCoordonnees > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

TRAITER-ACCUSES.
    OPEN INPUT AccuseFile.
    IF STATUS-ACCUSES NOT = "00"
        DISPLAY "Aucun accusé de réception du prestataire."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinAccuses.
    PERFORM TRAITER-UN-ACCUSE UNTIL FinAccuses = 'O'.
    CLOSE AccuseFile.
*>  Accusés intégrés : le fichier est vidé (modèle ImportTauxChange).
    OPEN OUTPUT AccuseFile.
    CLOSE AccuseFile.
    EXIT.

TRAITER-UN-ACCUSE.
    READ AccuseFile
        AT END
            MOVE 'O' TO FinAccuses
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbAccusesLus.
    MOVE IdentifiantAccuse TO IdentifiantMessage.
    READ NotificationEnvoyeeFile
        KEY IS IdentifiantMessage
        INVALID KEY
            DISPLAY "Accusé pour un message inconnu : " IdentifiantAccuse
            ADD 1 TO NbAccusesInconnus
            EXIT PARAGRAPH
    END-READ.
*>  Un accusé déjà reçu (prestataire qui renvoie son fichier) ne
*>  change plus rien.
    IF StatutMessage NOT = 'T'
        EXIT PARAGRAPH
    END-IF.
    MOVE DateAccuse TO DateAccuseMessage.
    IF StatutAccuse = 'L'
        MOVE 'L' TO StatutMessage
        MOVE SPACES TO CodeErreurMessage
        ADD 1 TO NbLivres
    ELSE
        MOVE 'E' TO StatutMessage
        MOVE CodeErreurAccuse TO CodeErreurMessage
        ADD 1 TO NbNonRemis
    END-IF.
    REWRITE NotificationEnvoyeeRecord.
    IF STATUS-ENVOYEES NOT = "00"
        DISPLAY "Erreur à la mise à jour de NotificationsEnvoyees. Code de statut : " STATUS-ENVOYEES
        STOP RUN
    END-IF.
    IF StatutMessage = 'E'
        MOVE IdentifiantMessage TO IdentifiantEchec
        MOVE NumeroCompteMessage TO NumeroCompteEchec
        MOVE EvenementMessage TO EvenementEchec
        MOVE CanalMessage TO CanalEchec
        MOVE SPACES TO MotifEchecNotif
        STRING "Non remis, code " DELIMITED BY SIZE
               CodeErreurAccuse DELIMITED BY SIZE
               INTO MotifEchecNotif
        END-STRING
        PERFORM ECRIRE-ECHEC
    END-IF.
    EXIT.

TRAITER-BOITE-ENVOI.
    OPEN INPUT BoiteEnvoiFile.
    IF STATUS-BOITE NOT = "00"
        DISPLAY "Boîte d'envoi vide : aucune notification à transmettre."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinBoite.
    READ BoiteEnvoiFile
        AT END
            MOVE 'O' TO FinBoite
    END-READ.
    IF FinBoite = 'O'
        DISPLAY "Boîte d'envoi vide : aucune notification à transmettre."
        CLOSE BoiteEnvoiFile
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
*>  Sans aucune préférence enregistrée, tout est écarté : la boîte
*>  se vide quand même.
    OPEN INPUT PreferenceNotifFile.
    OPEN OUTPUT EnvoiMessagerieFile.
    IF STATUS-ENVOI NOT = "00"
        DISPLAY "Impossible d'ouvrir EnvoiMessagerie. Code de statut : " STATUS-ENVOI
        STOP RUN
    END-IF.
    PERFORM CHERCHER-DERNIERE-SEQUENCE.

    PERFORM PREPARER-UNE-NOTIFICATION UNTIL FinBoite = 'O'.

    CLOSE EnvoiMessagerieFile.
    IF STATUS-PREFERENCES = "00"
        CLOSE PreferenceNotifFile
    END-IF.
    CLOSE CompteFile.
    CLOSE BoiteEnvoiFile.
    OPEN OUTPUT BoiteEnvoiFile.
    CLOSE BoiteEnvoiFile.
    EXIT.

CHERCHER-DERNIERE-SEQUENCE.
*> Les identifiants du jour reprennent après le plus grand numéro
*> déjà émis à cette date (reprise de la même nuit).
    MOVE 0 TO DerniereSequence.
    MOVE DateTraitementJour TO DateEnvoiMessage.
    MOVE 0 TO SequenceMessage.
    MOVE 'N' TO FinSequences.
    START NotificationEnvoyeeFile KEY IS >= IdentifiantMessage
        INVALID KEY
            MOVE 'O' TO FinSequences
    END-START.
    PERFORM LIRE-UNE-SEQUENCE UNTIL FinSequences = 'O'.
    EXIT.

LIRE-UNE-SEQUENCE.
    READ NotificationEnvoyeeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSequences
            EXIT PARAGRAPH
    END-READ.
    IF DateEnvoiMessage NOT = DateTraitementJour
        MOVE 'O' TO FinSequences
    ELSE
        MOVE SequenceMessage TO DerniereSequence
    END-IF.
    EXIT.

PREPARER-UNE-NOTIFICATION.
    ADD 1 TO NbNotificationsLues.
    PERFORM RESOUDRE-NOTIFICATION.
    READ BoiteEnvoiFile
        AT END
            MOVE 'O' TO FinBoite
    END-READ.
    EXIT.

RESOUDRE-NOTIFICATION.
    MOVE NumeroCompteNotif TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE SPACES TO IdentifiantEchec
            MOVE NumeroCompteNotif TO NumeroCompteEchec
            MOVE EvenementNotif TO EvenementEchec
            MOVE SPACE TO CanalEchec
            MOVE "Compte introuvable" TO MotifEchecNotif
            PERFORM ECRIRE-ECHEC
            ADD 1 TO NbSansCoordonnees
            EXIT PARAGRAPH
    END-READ.

    IF STATUS-PREFERENCES NOT = "00"
        ADD 1 TO NbEcartees
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientCompte TO NumeroClientPref.
    READ PreferenceNotifFile
        KEY IS NumeroClientPref
        INVALID KEY
            ADD 1 TO NbEcartees
            EXIT PARAGRAPH
    END-READ.

    MOVE 'N' TO EvenementSouscrit.
    EVALUATE EvenementNotif
        WHEN "DEC"
            MOVE SouscritDecouvert TO EvenementSouscrit
        WHEN "PIN"
            MOVE SouscritBlocagePin TO EvenementSouscrit
        WHEN "RET"
            MOVE SouscritRetrait TO EvenementSouscrit
        WHEN "VEX"
            MOVE SouscritVirementExt TO EvenementSouscrit
        WHEN "PRL"
            MOVE SouscritPrelevement TO EvenementSouscrit
        WHEN "ECH"
            MOVE SouscritEcheance TO EvenementSouscrit
    END-EVALUATE.
    IF CanalNotification = 'N' OR EvenementSouscrit NOT = 'O'
        ADD 1 TO NbEcartees
        EXIT PARAGRAPH
    END-IF.

    IF CanalNotification = 'S'
        MOVE TelephoneNotification TO DestinataireRetenu
    ELSE
        MOVE CourrielNotification TO DestinataireRetenu
    END-IF.
    IF DestinataireRetenu = SPACES
        MOVE SPACES TO IdentifiantEchec
        MOVE NumeroCompteNotif TO NumeroCompteEchec
        MOVE EvenementNotif TO EvenementEchec
        MOVE CanalNotification TO CanalEchec
        MOVE "Coordonnées absentes" TO MotifEchecNotif
        PERFORM ECRIRE-ECHEC
        ADD 1 TO NbSansCoordonnees
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO DerniereSequence.
    MOVE DateTraitementJour TO DateEnvoiMessage.
    MOVE DerniereSequence TO SequenceMessage.
    MOVE NumeroCompteNotif TO NumeroCompteMessage.
    MOVE NumeroClientCompte TO NumeroClientMessage.
    MOVE EvenementNotif TO EvenementMessage.
    MOVE CanalNotification TO CanalMessage.
    MOVE DestinataireRetenu TO DestinataireMessage.
    MOVE 'T' TO StatutMessage.
    MOVE 0 TO DateAccuseMessage.
    MOVE SPACES TO CodeErreurMessage.
    WRITE NotificationEnvoyeeRecord.
    IF STATUS-ENVOYEES NOT = "00"
        DISPLAY "Erreur à l'écriture de NotificationsEnvoyees. Code de statut : " STATUS-ENVOYEES
        STOP RUN
    END-IF.

    MOVE IdentifiantMessage TO IdentifiantEnvoi.
    MOVE CanalNotification TO CanalEnvoi.
    MOVE DestinataireRetenu TO DestinataireEnvoi.
    MOVE TexteNotif TO TexteEnvoi.
    WRITE EnvoiMessagerieRecord.
    IF STATUS-ENVOI NOT = "00"
        DISPLAY "Erreur à l'écriture de EnvoiMessagerie. Code de statut : " STATUS-ENVOI
        STOP RUN
    END-IF.
    ADD 1 TO NbTransmises.
    EXIT.

ECRIRE-ECHEC.
    MOVE DateTraitementJour TO DateEchecNotif.
    WRITE EchecNotifRecord.
    IF STATUS-ECHECS NOT = "00"
        DISPLAY "Erreur à l'écriture de EchecsNotifications. Code de statut : " STATUS-ECHECS
        STOP RUN
    END-IF.
    DISPLAY "Notification en échec : compte " NumeroCompteEchec
            " événement " EvenementEchec " (" MotifEchecNotif ").".
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
    MOVE "NOTIFENV" TO NomProgrammeCtl.
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
    MOVE NbNotificationsLues TO NbLusCtl.
    MOVE NbTransmises TO NbPostesCtl.
    COMPUTE NbRejetesCtl = NbNonRemis + NbSansCoordonnees.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
