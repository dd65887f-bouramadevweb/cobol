           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT AbonnementReleveFile
           ASSIGN TO 'AbonnementsReleveElec'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteAbonne
           FILE STATUS IS STATUS-ABONNEMENTS.

    SELECT PreferenceNotifFile
           ASSIGN TO 'PreferencesNotification'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientPref
           FILE STATUS IS STATUS-PREFERENCES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD ClientFile.
FD TauxChangeFile.
COPY TauxChangeRecord.

FD AbonnementReleveFile.
COPY AbonnementReleveRecord.

FD PreferenceNotifFile.
COPY PreferenceNotifRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-CLIENTS    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-TITULAIRES PIC XX.
77 STATUS-ABONNEMENTS PIC XX.
01 FinAbonnements    PIC X.
01 NbAbonnementsListes PIC 9(5).
77 STATUS-PREFERENCES PIC XX.
01 PreferenceExistante PIC X.
01 CanalSaisi        PIC X.
01 SouscriptionSaisie PIC X.
01 LibelleEvenementSaisi PIC X(30).
01 NbArobases        PIC 9(2).
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 NumeroClientSaisi PIC X(10).
01 TauxRencontre         PIC X.
01 DateComptable         PIC 9(8).

*> Criblage sanctions et embargos à la création d'un client : un
*> nom rapproché de la liste n'est pas créé, la fiche saisie part
*> dans la file de conformité (FileConformiteUtil) et n'est écrite
*> que si GestionConformite libère l'alerte.
77 STATUS-SESSION        PIC XX.
01 CodeOperateurSession  PIC X(8) VALUE "INCONNU".
01 NomACribler           PIC X(40).
01 PaysACribler1         PIC XX.
01 PaysACribler2         PIC XX.
01 ReferenceSanctionTrouvee PIC X(12).
01 NomSanctionTrouve     PIC X(40).
01 StatutCriblage        PIC XX.
01 StatutFileConformite  PIC XX.
01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
COPY AlerteConformiteRecord.

PROCEDURE DIVISION.

*> Maintenance du fichier des clients, propriétaires des comptes de
*> CompteFile : sans ce fichier la banque ne sait pas QUI détient un
*> compte, et un client titulaire de trois comptes est invisible en
*> tant que personne unique pour tout le système.
    PERFORM LIRE-SESSION-OPERATEUR.
    OPEN I-O ClientFile.
    IF STATUS-CLIENTS = "35"
        OPEN OUTPUT ClientFile
    DISPLAY "6. Doublons et fusion de clients".
    DISPLAY "7. Position consolidée d'un client".
    DISPLAY "8. Registre des personnes (banque/bibliothèque/boutique)".
    DISPLAY "9. Saisies et avis à tiers détenteur".
    DISPLAY "D. Décès d'un client (succession)".
    DISPLAY "E. Relevé électronique MT940 (abonnements)".
    DISPLAY "N. Préférences de notification (SMS / courriel)".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM POSITION-CONSOLIDEE
        WHEN "8"
            PERFORM APPELER-REGISTRE-PERSONNES
        WHEN "9"
            PERFORM APPELER-SAISIES
        WHEN "D"
            PERFORM APPELER-SUCCESSIONS
        WHEN "E"
            PERFORM GERER-ABONNEMENTS-RELEVE
        WHEN "N"
            PERFORM GERER-PREFERENCES-NOTIF
        WHEN "0"
            CONTINUE
        WHEN OTHER
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateDerniereRevue
    END-IF.
    MOVE SPACES TO PaysResidenceClient.
    PERFORM SAISIR-RESIDENCE-CLIENT
        UNTIL PaysResidenceClient IS ALPHABETIC-UPPER
          AND PaysResidenceClient(1:1) NOT = SPACE
          AND PaysResidenceClient(2:1) NOT = SPACE.
    MOVE SPACES TO SecteurClient.
    PERFORM SAISIR-SECTEUR-CLIENT
        UNTIL SecteurClient = "S11" OR SecteurClient = "S12"
           OR SecteurClient = "S13" OR SecteurClient = "S14"
           OR SecteurClient = "S15".

    IF ClientExistant = 'N'
        PERFORM CRIBLER-NOUVEAU-CLIENT
        IF StatutCriblage NOT = "00"
            PERFORM ARRETER-NOUVEAU-CLIENT
            EXIT PARAGRAPH
        END-IF
        WRITE ClientRecord
        IF STATUS-CLIENTS NOT = "00"
            DISPLAY "Erreur à l'écriture de ClientFile. Code de statut : " STATUS-CLIENTS
    END-IF.
    EXIT.

SAISIR-RESIDENCE-CLIENT.
*> Pays de résidence économique, pas la nationalité : un Français
*> installé à Genève est non-résident pour la remise monétaire.
    DISPLAY "Pays de résidence (code ISO à deux lettres, FR = France) : ".
    ACCEPT PaysResidenceClient.
    MOVE FUNCTION UPPER-CASE(PaysResidenceClient) TO PaysResidenceClient.
    IF PaysResidenceClient IS NOT ALPHABETIC-UPPER
       OR PaysResidenceClient(1:1) = SPACE
       OR PaysResidenceClient(2:1) = SPACE
        DISPLAY "Code pays invalide (deux lettres attendues)."
    END-IF.
    EXIT.

SAISIR-SECTEUR-CLIENT.
    DISPLAY "Secteur (S11 = société non financière, S12 = société financière,".
    DISPLAY "         S13 = administration, S14 = ménage, S15 = ISBL) : ".
    ACCEPT SecteurClient.
    MOVE FUNCTION UPPER-CASE(SecteurClient) TO SecteurClient.
    IF SecteurClient NOT = "S11" AND SecteurClient NOT = "S12"
       AND SecteurClient NOT = "S13" AND SecteurClient NOT = "S14"
       AND SecteurClient NOT = "S15"
        DISPLAY "Secteur invalide (S11 à S15 attendus)."
    END-IF.
    EXIT.

CRIBLER-NOUVEAU-CLIENT.
    MOVE NomClient TO NomACribler.
    MOVE SPACES TO PaysACribler1.
    MOVE SPACES TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    EXIT.

ARRETER-NOUVEAU-CLIENT.
    MOVE SPACES TO AlerteConformiteRecord.
    MOVE ClientRecord TO ImageClientAlerte.
    MOVE 'C' TO OrigineAlerte.
    MOVE CodeOperateurSession TO OperateurAlerte.
    MOVE NomACribler TO NomCribleAlerte.
    MOVE ReferenceSanctionTrouvee TO ReferenceSanctionAlerte.
    MOVE NomSanctionTrouve TO NomSanctionAlerte.
    MOVE 'N' TO MotifAlerte.
    MOVE 0 TO NumeroBlocageAlerte.
    CALL "FileConformiteUtil" USING AlerteConformiteRecord
                                    StatutFileConformite.
    IF StatutFileConformite NOT = "00"
        DISPLAY "Erreur à l'écriture de la file de conformité. Code de statut : " StatutFileConformite
        DISPLAY "Client " NumeroClient " NON créé."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroClient DELIMITED BY SIZE
           " CONFORMITE ALERTE " DELIMITED BY SIZE
           NumeroAlerte DELIMITED BY SIZE
           " CREATION CLIENT ARRETEE " DELIMITED BY SIZE
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
    DISPLAY "Client " NumeroClient " NON créé : nom rapproché de la liste des sanctions ("
            ReferenceSanctionTrouvee "). Dossier transmis à la conformité (alerte "
            NumeroAlerte ").".
    EXIT.

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

CONSULTER-CLIENT.
    DISPLAY "Numéro de client : ".
    ACCEPT NumeroClient.
                    " expirant le " DateExpirationDocument
            DISPLAY "Risque " NoteRisqueClient
                    " | dernière revue KYC le " DateDerniereRevue
            DISPLAY "Résidence " PaysResidenceClient
                    " | secteur " SecteurClient
    END-READ.
    EXIT.

    END-IF.
    EXIT.

APPELER-SAISIES.
*> GestionSaisies lit ClientFile pour contrôler le débiteur : même
*> précaution que pour le registre des personnes.
    CLOSE ClientFile.
    CALL "GestionSaisies".
    OPEN I-O ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Erreur à la réouverture de ClientFile. Code de statut : " STATUS-CLIENTS
        STOP RUN
    END-IF.
    EXIT.

APPELER-SUCCESSIONS.
*> GestionSuccessions lit ClientFile pour contrôler le défunt : même
*> précaution que pour le registre des personnes.
    CLOSE ClientFile.
    CALL "GestionSuccessions".
    OPEN I-O ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Erreur à la réouverture de ClientFile. Code de statut : " STATUS-CLIENTS
        STOP RUN
    END-IF.
    EXIT.

POSITION-CONSOLIDEE.
*> "Qu'est-ce que je détiens chez vous ?" en un seul écran : tous
*> les comptes du client, ses prêts (restant dû) et ses dépôts à
    END-IF.
    EXIT.

GERER-ABONNEMENTS-RELEVE.
*> Comptes qui reçoivent chaque nuit leur relevé électronique MT940
*> (ReleveElectronique) : les clients de PaiementsSalaires ne
*> ressaisissent plus le relevé papier dans leur comptabilité.
    DISPLAY "A = abonner, R = résilier, L = lister : ".
    ACCEPT ChoixUtilisateur.
    OPEN I-O AbonnementReleveFile.
    IF STATUS-ABONNEMENTS = "35"
        OPEN OUTPUT AbonnementReleveFile
        CLOSE AbonnementReleveFile
        OPEN I-O AbonnementReleveFile
    END-IF.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir AbonnementsReleveElec. Code de statut : " STATUS-ABONNEMENTS
        MOVE SPACE TO ChoixUtilisateur
        EXIT PARAGRAPH
    END-IF.
    EVALUATE ChoixUtilisateur
        WHEN 'A'
            PERFORM ABONNER-RELEVE
        WHEN 'R'
            PERFORM RESILIER-RELEVE
        WHEN 'L'
            PERFORM LISTER-ABONNEMENTS
        WHEN OTHER
            DISPLAY "Choix invalide (A, R ou L attendus)."
    END-EVALUATE.
    CLOSE AbonnementReleveFile.
    MOVE SPACE TO ChoixUtilisateur.
    EXIT.

ABONNER-RELEVE.
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
        DISPLAY "Compte clos : abonnement refusé."
        EXIT PARAGRAPH
    END-IF.

*>  Une réactivation garde le dernier numéro émis : la suite des
*>  relevés reprend sans trou ni doublon.
    MOVE NumeroCompteSaisi TO NumeroCompteAbonne.
    READ AbonnementReleveFile
        KEY IS NumeroCompteAbonne
        INVALID KEY
            INITIALIZE AbonnementReleveRecord
            MOVE NumeroCompteSaisi TO NumeroCompteAbonne
            MOVE NumeroClientCompte TO NumeroClientAbonne
            MOVE 'A' TO StatutAbonnement
            MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
            MOVE DateHeureSysteme(1:8) TO DateAbonnement
            WRITE AbonnementReleveRecord
            DISPLAY "Compte " NumeroCompteSaisi " abonné au relevé électronique."
            EXIT PARAGRAPH
    END-READ.
    IF StatutAbonnement = 'A'
        DISPLAY "Ce compte est déjà abonné."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'A' TO StatutAbonnement.
    REWRITE AbonnementReleveRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de AbonnementsReleveElec. Code de statut : " STATUS-ABONNEMENTS
    ELSE
        DISPLAY "Abonnement du compte " NumeroCompteSaisi
                " réactivé (dernier relevé émis : " DernierNumeroReleve ")."
    END-IF.
    EXIT.

RESILIER-RELEVE.
    DISPLAY "Numéro du compte : ".
    ACCEPT NumeroCompteSaisi.
    MOVE NumeroCompteSaisi TO NumeroCompteAbonne.
    READ AbonnementReleveFile
        KEY IS NumeroCompteAbonne
        INVALID KEY
            DISPLAY "Ce compte n'est pas abonné."
            EXIT PARAGRAPH
    END-READ.
    MOVE 'R' TO StatutAbonnement.
    REWRITE AbonnementReleveRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de AbonnementsReleveElec. Code de statut : " STATUS-ABONNEMENTS
    ELSE
        DISPLAY "Abonnement du compte " NumeroCompteSaisi " résilié."
    END-IF.
    EXIT.

LISTER-ABONNEMENTS.
    MOVE 0 TO NbAbonnementsListes.
    MOVE 'N' TO FinAbonnements.
    PERFORM LISTER-UN-ABONNEMENT UNTIL FinAbonnements = 'O'.
    IF NbAbonnementsListes = 0
        DISPLAY "Aucun compte abonné."
    END-IF.
    EXIT.

LISTER-UN-ABONNEMENT.
    READ AbonnementReleveFile NEXT RECORD
        AT END
            MOVE 'O' TO FinAbonnements
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbAbonnementsListes.
    DISPLAY "Compte " NumeroCompteAbonne " | client " NumeroClientAbonne
            " | statut " StatutAbonnement " | depuis " DateAbonnement
            " | dernier relevé " DernierNumeroReleve " du "
            DateDernierReleve.
    EXIT.

GERER-PREFERENCES-NOTIF.
*> Canal et coordonnées par lesquels le client veut être prévenu
*> (découvert, code bloqué, gros retrait, virement externe,
*> prélèvement rejeté, échéance impayée), et les événements qu'il
*> souscrit. EnvoiNotifications s'y réfère chaque nuit avant de
*> transmettre la boîte d'envoi à la messagerie.
    DISPLAY "Numéro de client : ".
    ACCEPT NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "Aucun client ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    OPEN I-O PreferenceNotifFile.
    IF STATUS-PREFERENCES = "35"
        OPEN OUTPUT PreferenceNotifFile
        CLOSE PreferenceNotifFile
        OPEN I-O PreferenceNotifFile
    END-IF.
    IF STATUS-PREFERENCES NOT = "00"
        DISPLAY "Impossible d'ouvrir PreferencesNotification. Code de statut : " STATUS-PREFERENCES
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroClient TO NumeroClientPref.
    MOVE 'O' TO PreferenceExistante.
    READ PreferenceNotifFile
        KEY IS NumeroClientPref
        INVALID KEY
            MOVE 'N' TO PreferenceExistante
            INITIALIZE PreferenceNotifRecord
            MOVE NumeroClient TO NumeroClientPref
            MOVE 'N' TO CanalNotification
            MOVE "NNNNNN" TO EvenementsSouscrits
    END-READ.
    DISPLAY "Client " NumeroClient " : " NomClient.
    DISPLAY "Canal actuel : " CanalNotification
            " | téléphone " TelephoneNotification.
    DISPLAY "Courriel : " CourrielNotification.
    DISPLAY "Souscriptions DEC/PIN/RET/VEX/PRL/ECH : "
            EvenementsSouscrits.

    MOVE SPACE TO CanalSaisi.
    PERFORM SAISIR-CANAL-NOTIF
        UNTIL CanalSaisi = 'S' OR CanalSaisi = 'E' OR CanalSaisi = 'N'.
    MOVE CanalSaisi TO CanalNotification.
    IF CanalNotification = 'S'
        PERFORM SAISIR-TELEPHONE-NOTIF
            UNTIL TelephoneNotification NOT = SPACES
    END-IF.
    IF CanalNotification = 'E'
        PERFORM SAISIR-COURRIEL-NOTIF
            UNTIL CourrielNotification NOT = SPACES
    END-IF.

*>  Un client qui renonce aux notifications garde ses coordonnées,
*>  mais plus aucun événement n'est souscrit.
    IF CanalNotification = 'N'
        MOVE "NNNNNN" TO EvenementsSouscrits
    ELSE
        MOVE "Découvert du compte" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritDecouvert
        MOVE "Blocage du code confidentiel" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritBlocagePin
        MOVE "Retrait important" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritRetrait
        MOVE "Virement externe émis" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritVirementExt
        MOVE "Prélèvement rejeté" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritPrelevement
        MOVE "Échéance de prêt impayée" TO LibelleEvenementSaisi
        PERFORM SAISIR-SOUSCRIPTION-NOTIF
        MOVE SouscriptionSaisie TO SouscritEcheance
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateMajPreference.
    MOVE CodeOperateurSession TO OperateurPreference.
    IF PreferenceExistante = 'O'
        REWRITE PreferenceNotifRecord
    ELSE
        WRITE PreferenceNotifRecord
    END-IF.
    IF STATUS-PREFERENCES NOT = "00"
        DISPLAY "Erreur à l'écriture de PreferencesNotification. Code de statut : " STATUS-PREFERENCES
    ELSE
        DISPLAY "Préférences de notification du client " NumeroClient
                " enregistrées."
    END-IF.
    CLOSE PreferenceNotifFile.
    EXIT.

SAISIR-CANAL-NOTIF.
    DISPLAY "Canal (S = SMS, E = courriel, N = aucune notification) : ".
    ACCEPT CanalSaisi.
    IF CanalSaisi NOT = 'S' AND CanalSaisi NOT = 'E' AND CanalSaisi NOT = 'N'
        DISPLAY "Choix invalide (S, E ou N attendus)."
    END-IF.
    EXIT.

SAISIR-TELEPHONE-NOTIF.
    DISPLAY "Téléphone mobile : ".
    ACCEPT TelephoneNotification.
    IF TelephoneNotification = SPACES
        DISPLAY "Le numéro de téléphone est obligatoire pour le canal SMS."
    END-IF.
    EXIT.

SAISIR-COURRIEL-NOTIF.
    DISPLAY "Adresse de courriel : ".
    ACCEPT CourrielNotification.
    MOVE 0 TO NbArobases.
    INSPECT CourrielNotification TALLYING NbArobases FOR ALL "@".
    IF NbArobases NOT = 1
        DISPLAY "Adresse de courriel invalide."
        MOVE SPACES TO CourrielNotification
    END-IF.
    EXIT.

SAISIR-SOUSCRIPTION-NOTIF.
    MOVE SPACE TO SouscriptionSaisie.
    PERFORM DEMANDER-SOUSCRIPTION-NOTIF
        UNTIL SouscriptionSaisie = 'O' OR SouscriptionSaisie = 'N'.
    EXIT.

DEMANDER-SOUSCRIPTION-NOTIF.
    DISPLAY LibelleEvenementSaisi " (O/N) : ".
    ACCEPT SouscriptionSaisie.
    EXIT.

OUVRIR-TITULAIRES-MAJ.
    OPEN I-O TitulaireFile.
    IF STATUS-TITULAIRES = "35"
