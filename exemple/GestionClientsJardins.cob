IDENTIFICATION DIVISION.
PROGRAM-ID. GestionClientsJardins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT DevisFile
           ASSIGN TO 'DevisJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDevis
           FILE STATUS IS STATUS-DEVIS.

    SELECT ContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContrat
           FILE STATUS IS STATUS-CONTRATS.

    SELECT JardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT MandatClientJarFile
           ASSIGN TO 'MandatsClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientMdj
           FILE STATUS IS STATUS-MANDATSJAR.

DATA DIVISION.
FILE SECTION.
FD ClientJardinFile.
*> Fichier des clients de l'entreprise de jardins : le chantier, le
*> devis, le contrat et la facture pointent le client par son numéro
*> au lieu de retaper son nom. Le nom recopié sur chacun reste celui
*> de la fiche au moment de la saisie. Délai de paiement en jours
*> après la date de facture.
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

FD DevisFile.
*> Dessin de DevisJardins.
01 DevisRecord.
   05 NumeroDevis        PIC 9(6).
   05 ReferenceDevis     PIC X(10).
   05 NomClientDevis     PIC X(30).
   05 AdresseClientDevis PIC X(40).
   05 LongueurDevis      PIC 9(4).
   05 LargeurDevis       PIC 9(4).
   05 PerimetreDevis     PIC 9(4).
   05 SurfaceDevis       PIC 9(7).
   05 MontantClotureDev  PIC 9(9)V99.
   05 MontantTraitementDev PIC 9(9)V99.
   05 MontantDevis       PIC 9(9)V99.
   05 DateDevis          PIC 9(8).
   05 DateValiditeDevis  PIC 9(8).
   05 StatutDevis        PIC X.
   05 NumeroClientDevis  PIC 9(6).

FD ContratFile.
*> Dessin de ContratsJardins.
01 ContratRecord.
   05 NumeroContrat          PIC 9(6).
   05 ReferenceContrat       PIC X(10).
   05 NomClientContrat       PIC X(30).
   05 ServicesContrat        PIC X(40).
   05 MontantMensuelContrat  PIC 9(7)V99.
   05 DateDebutContrat       PIC 9(8).
   05 DateFinContrat         PIC 9(8).
   05 StatutContrat          PIC X.
   05 DernierePeriodeFacturee PIC 9(6).
   05 DateDerniereRevision   PIC 9(8).
   05 NumeroClientContrat    PIC 9(6).

FD JardinsFile.
*> Dessin de CalculPerimetre.
01 JardinRecord.
   05 LongueurLigne    PIC 9(4).
   05 LargeurLigne     PIC 9(4).
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).
   05 NumeroClientJardin PIC 9(6).

FD FacturesJardinsFile.
*> Dessin de CalculPerimetre.
01 FactureJardinRecord.
   05 DateFacture       PIC 9(8).
   05 ReferenceFacture  PIC X(10).
   05 NomClientFacture  PIC X(30).
   05 PerimetreFacture  PIC 9(4).
   05 SurfaceFacture    PIC 9(7).
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
   05 NumeroClientFac    PIC 9(6).

FD MandatClientJarFile.
*> Mandat de prélèvement signé par le client au profit de l'entreprise
*> de jardins (créancier JARDINS à la banque) : un par client, sur le
*> compte qu'il désigne, avec la référence que l'entreprise lui donne
*> et qu'il reporte au guichet de la banque. PrelevementsJardins y
*> présente les factures de ses contrats. Statut 'A' actif, 'R'
*> révoqué.
01 MandatClientJarRecord.
   05 NumeroClientMdj     PIC 9(6).
   05 NumeroCompteMdj     PIC X(10).
   05 ReferenceMandatMdj  PIC X(14).
   05 DateSignatureMdj    PIC 9(8).
   05 StatutMdj           PIC X.

WORKING-STORAGE SECTION.
77 STATUS-CLIENTSJAR PIC XX.
77 STATUS-DEVIS      PIC XX.
77 STATUS-CONTRATS   PIC XX.
77 STATUS-JARDINS    PIC XX.
77 STATUS-FACTURES   PIC XX.
77 STATUS-MANDATSJAR PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 NumeroClientSaisi PIC 9(6).
01 ProchainClient    PIC 9(6).
01 ClientExistant    PIC X.
01 ZoneSaisie        PIC X(40).
01 DelaiSaisi        PIC 9(3).
*> Délai de paiement de la maison pour un nouveau client.
01 DelaiPaiementDefaut PIC 9(3) VALUE 30.
01 ClientSurvivant   PIC 9(6).
01 ClientFusionne    PIC 9(6).
01 NomSurvivant      PIC X(30).
01 NomFusionne       PIC X(30).
01 ChoixConfirmation PIC X.
01 NbDevisRepointes  PIC 9(5).
01 NbContratsRepointes PIC 9(5).
01 NbJardinsRepointes PIC 9(5).
01 NbFacturesRepointees PIC 9(5).
01 NbClientsListes   PIC 9(5).
01 MandatExistant    PIC X.
01 CompteSaisi       PIC X(10).
01 MandatSurvivant   PIC X.
01 MandatRepointe    PIC X.
01 MandatFusionneSauve PIC X(39).

PROCEDURE DIVISION.

*> Fiche client de l'entreprise de jardins : le même client était
*> écrit de trois façons sur le chantier, le devis et le contrat, et
*> le suivi des factures ne savait pas additionner ce qu'il doit.
*> Création et modification des fiches, liste, et fusion de deux
*> fiches d'un même client (les doublons présumés que la conversion
*> a laissés à revoir) : chantiers, devis, contrats et factures du
*> doublon passent sur le survivant. Le mandat de prélèvement des
*> factures de contrat se signe et se révoque aussi depuis la fiche.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O ClientJardinFile.
    IF STATUS-CLIENTSJAR = "35"
        OPEN OUTPUT ClientJardinFile
        CLOSE ClientJardinFile
        OPEN I-O ClientJardinFile
    END-IF.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientsJardins. Code de statut : " STATUS-CLIENTSJAR
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE ClientJardinFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "CLIENTS DE L'ENTREPRISE DE JARDINS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Créer/modifier un client".
    DISPLAY "2. Lister les clients".
    DISPLAY "3. Fusionner deux fiches d'un même client".
    DISPLAY "4. Mandat de prélèvement d'un client".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM SAISIR-CLIENT
        WHEN "2"
            PERFORM LISTER-CLIENTS
        WHEN "3"
            PERFORM FUSIONNER-CLIENTS
        WHEN "4"
            PERFORM GERER-MANDAT
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

SAISIR-CLIENT.
*> En modification, une zone laissée à blanc garde sa valeur.
    DISPLAY "Numéro du client (0 = nouveau) : ".
    ACCEPT NumeroClientSaisi.
    IF NumeroClientSaisi = 0
        MOVE 1 TO ProchainClient
        MOVE 'N' TO FinFichier
        MOVE 0 TO NumeroClientJar
        START ClientJardinFile KEY IS GREATER THAN NumeroClientJar
            INVALID KEY
                MOVE 'O' TO FinFichier
        END-START
        PERFORM NUMEROTER-UN-CLIENT UNTIL FinFichier = 'O'
        INITIALIZE ClientJardinRecord
        MOVE ProchainClient TO NumeroClientJar
        MOVE DelaiPaiementDefaut TO DelaiPaiementJar
        MOVE DateDuJour TO DateCreationJar
        MOVE 'N' TO ClientExistant
    ELSE
        MOVE NumeroClientSaisi TO NumeroClientJar
        READ ClientJardinFile
            KEY IS NumeroClientJar
            INVALID KEY
                DISPLAY "Aucun client ne porte ce numéro."
                EXIT PARAGRAPH
        END-READ
        MOVE 'O' TO ClientExistant
        DISPLAY "Client " NumeroClientJar " : " NomClientJar
        DISPLAY "  " AdresseClientJar
        DISPLAY "  Contact : " ContactClientJar
                " | paiement à " DelaiPaiementJar " jour(s)"
    END-IF.

    DISPLAY "Nom du client : ".
    MOVE SPACES TO ZoneSaisie.
    ACCEPT ZoneSaisie.
    IF ZoneSaisie NOT = SPACES
        MOVE ZoneSaisie TO NomClientJar
    END-IF.
    IF NomClientJar = SPACES
        DISPLAY "Le nom du client est obligatoire."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Adresse : ".
    MOVE SPACES TO ZoneSaisie.
    ACCEPT ZoneSaisie.
    IF ZoneSaisie NOT = SPACES
        MOVE ZoneSaisie TO AdresseClientJar
    END-IF.
    DISPLAY "Contact (téléphone, courriel) : ".
    MOVE SPACES TO ZoneSaisie.
    ACCEPT ZoneSaisie.
    IF ZoneSaisie NOT = SPACES
        MOVE ZoneSaisie TO ContactClientJar
    END-IF.
    DISPLAY "Délai de paiement en jours (" DelaiPaiementJar
            ", 0 = inchangé) : ".
    ACCEPT DelaiSaisi.
    IF DelaiSaisi NUMERIC AND DelaiSaisi > 0
        MOVE DelaiSaisi TO DelaiPaiementJar
    END-IF.

    IF ClientExistant = 'N'
        WRITE ClientJardinRecord
    ELSE
        REWRITE ClientJardinRecord
    END-IF.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Erreur à l'écriture de ClientsJardins. Code de statut : " STATUS-CLIENTSJAR
    ELSE
        DISPLAY "Client " NumeroClientJar " (" NomClientJar ") enregistré."
    END-IF.
    EXIT.

NUMEROTER-UN-CLIENT.
    READ ClientJardinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroClientJar >= ProchainClient
                COMPUTE ProchainClient = NumeroClientJar + 1
            END-IF
    END-READ.
    EXIT.

LISTER-CLIENTS.
    MOVE 0 TO NbClientsListes.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroClientJar.
    START ClientJardinFile KEY IS GREATER THAN NumeroClientJar
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UN-CLIENT UNTIL FinFichier = 'O'.
    IF NbClientsListes = 0
        DISPLAY "Aucun client enregistré."
    END-IF.
    EXIT.

LISTER-UN-CLIENT.
    READ ClientJardinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            ADD 1 TO NbClientsListes
            DISPLAY NumeroClientJar " " NomClientJar " | "
                    AdresseClientJar " | " ContactClientJar
                    " | " DelaiPaiementJar " j"
    END-READ.
    EXIT.

FUSIONNER-CLIENTS.
*> Même démarche que la fusion des clients de la banque : tout ce qui
*> pointe le doublon passe sur le survivant, nom recopié compris,
*> puis la fiche du doublon est retirée.
    DISPLAY "Numéro du client SURVIVANT : ".
    ACCEPT ClientSurvivant.
    MOVE ClientSurvivant TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            DISPLAY "Client survivant introuvable."
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientJar TO NomSurvivant.
    DISPLAY "Survivant : " NomSurvivant " | " AdresseClientJar.

    DISPLAY "Numéro du client À FUSIONNER (sera retiré) : ".
    ACCEPT ClientFusionne.
    IF ClientFusionne = ClientSurvivant
        DISPLAY "Les deux numéros sont identiques. Fusion abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientFusionne TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            DISPLAY "Client à fusionner introuvable."
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientJar TO NomFusionne.
    DISPLAY "À fusionner : " NomFusionne " | " AdresseClientJar.

    DISPLAY "Confirmer la fusion ? (O/N) : ".
    ACCEPT ChoixConfirmation.
    IF ChoixConfirmation NOT = 'O'
        DISPLAY "Fusion abandonnée."
        EXIT PARAGRAPH
    END-IF.

    PERFORM REPOINTER-DEVIS.
    PERFORM REPOINTER-CONTRATS.
    PERFORM REPOINTER-JARDINS.
    PERFORM REPOINTER-FACTURES.
    PERFORM REPOINTER-MANDAT.

    MOVE ClientFusionne TO NumeroClientJar.
    DELETE ClientJardinFile
        INVALID KEY
            DISPLAY "Impossible de retirer le client fusionné."
    END-DELETE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Repointés vers " ClientSurvivant " : " NbDevisRepointes
            " devis, " NbContratsRepointes " contrat(s), "
            NbJardinsRepointes " chantier(s), "
            NbFacturesRepointees " facture(s).".
    IF MandatRepointe = 'O'
        DISPLAY "Mandat de prélèvement du client " ClientFusionne
                " repris par " ClientSurvivant "."
    END-IF.
    DISPLAY "Client " ClientFusionne " (" NomFusionne
            ") fusionné dans " ClientSurvivant " et retiré.".
    EXIT.

REPOINTER-DEVIS.
    MOVE 0 TO NbDevisRepointes.
    OPEN I-O DevisFile.
    IF STATUS-DEVIS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REPOINTER-UN-DEVIS UNTIL FinFichier = 'O'.
    CLOSE DevisFile.
    EXIT.

REPOINTER-UN-DEVIS.
    READ DevisFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O' AND NumeroClientDevis = ClientFusionne
        MOVE ClientSurvivant TO NumeroClientDevis
        MOVE NomSurvivant TO NomClientDevis
        REWRITE DevisRecord
        IF STATUS-DEVIS NOT = "00"
            DISPLAY "Erreur au repointage du devis " NumeroDevis
                    ". Code de statut : " STATUS-DEVIS
            STOP RUN
        END-IF
        ADD 1 TO NbDevisRepointes
    END-IF.
    EXIT.

REPOINTER-CONTRATS.
    MOVE 0 TO NbContratsRepointes.
    OPEN I-O ContratFile.
    IF STATUS-CONTRATS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REPOINTER-UN-CONTRAT UNTIL FinFichier = 'O'.
    CLOSE ContratFile.
    EXIT.

REPOINTER-UN-CONTRAT.
    READ ContratFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O' AND NumeroClientContrat = ClientFusionne
        MOVE ClientSurvivant TO NumeroClientContrat
        MOVE NomSurvivant TO NomClientContrat
        REWRITE ContratRecord
        IF STATUS-CONTRATS NOT = "00"
            DISPLAY "Erreur au repointage du contrat " NumeroContrat
                    ". Code de statut : " STATUS-CONTRATS
            STOP RUN
        END-IF
        ADD 1 TO NbContratsRepointes
    END-IF.
    EXIT.

REPOINTER-JARDINS.
    MOVE 0 TO NbJardinsRepointes.
    OPEN I-O JardinsFile.
    IF STATUS-JARDINS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REPOINTER-UN-JARDIN UNTIL FinFichier = 'O'.
    CLOSE JardinsFile.
    EXIT.

REPOINTER-UN-JARDIN.
    READ JardinsFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O' AND NumeroClientJardin = ClientFusionne
        MOVE ClientSurvivant TO NumeroClientJardin
        MOVE NomSurvivant TO NomClientJardin
        REWRITE JardinRecord
        IF STATUS-JARDINS NOT = "00"
            DISPLAY "Erreur au repointage du chantier " ReferenceJardin
                    ". Code de statut : " STATUS-JARDINS
            STOP RUN
        END-IF
        ADD 1 TO NbJardinsRepointes
    END-IF.
    EXIT.

REPOINTER-FACTURES.
*> Les encaissements pointent la facture (référence et date), pas le
*> client : ils suivent la facture sans qu'on y touche.
    MOVE 0 TO NbFacturesRepointees.
    OPEN I-O FacturesJardinsFile.
    IF STATUS-FACTURES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM REPOINTER-UNE-FACTURE UNTIL FinFichier = 'O'.
    CLOSE FacturesJardinsFile.
    EXIT.

REPOINTER-UNE-FACTURE.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O' AND NumeroClientFac = ClientFusionne
        MOVE ClientSurvivant TO NumeroClientFac
        MOVE NomSurvivant TO NomClientFacture
        REWRITE FactureJardinRecord
        IF STATUS-FACTURES NOT = "00"
            DISPLAY "Erreur au repointage de la facture " ReferenceFacture
                    ". Code de statut : " STATUS-FACTURES
            STOP RUN
        END-IF
        ADD 1 TO NbFacturesRepointees
    END-IF.
    EXIT.

REPOINTER-MANDAT.
*> Le mandat du doublon passe au survivant s'il n'en a pas d'actif ;
*> sinon il est retiré et doit aussi être révoqué à la banque.
    MOVE 'N' TO MandatRepointe.
    PERFORM OUVRIR-MANDATS.
    IF STATUS-MANDATSJAR NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientFusionne TO NumeroClientMdj.
    READ MandatClientJarFile
        KEY IS NumeroClientMdj
        INVALID KEY
            CLOSE MandatClientJarFile
            EXIT PARAGRAPH
    END-READ.
    MOVE MandatClientJarRecord TO MandatFusionneSauve.
    DELETE MandatClientJarFile
        INVALID KEY
            DISPLAY "Impossible de retirer le mandat du client fusionné."
            CLOSE MandatClientJarFile
            EXIT PARAGRAPH
    END-DELETE.
    IF StatutMdj NOT = 'A'
        CLOSE MandatClientJarFile
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO MandatSurvivant.
    MOVE ClientSurvivant TO NumeroClientMdj.
    READ MandatClientJarFile
        KEY IS NumeroClientMdj
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO MandatSurvivant
    END-READ.
    IF MandatSurvivant = 'O' AND StatutMdj = 'A'
        DISPLAY "Le survivant a déjà un mandat actif : révoquer à la banque "
                "le mandat JARDINS du client fusionné."
        CLOSE MandatClientJarFile
        EXIT PARAGRAPH
    END-IF.

*>  Un mandat révoqué du survivant est remplacé par celui du doublon.
    MOVE MandatFusionneSauve TO MandatClientJarRecord.
    MOVE ClientSurvivant TO NumeroClientMdj.
    IF MandatSurvivant = 'O'
        REWRITE MandatClientJarRecord
    ELSE
        WRITE MandatClientJarRecord
    END-IF.
    IF STATUS-MANDATSJAR NOT = "00"
        DISPLAY "Erreur au repointage du mandat. Code de statut : " STATUS-MANDATSJAR
        STOP RUN
    END-IF.
    MOVE 'O' TO MandatRepointe.
    CLOSE MandatClientJarFile.
    EXIT.

GERER-MANDAT.
*> Signature ou révocation du mandat d'un client. La référence est
*> donnée par l'entreprise (J + numéro de client + date de
*> signature) ; le client la reporte au guichet de la banque avec le
*> créancier JARDINS, sans quoi PrelevementsJardins ne présente rien.
    DISPLAY "Numéro du client : ".
    ACCEPT NumeroClientSaisi.
    MOVE NumeroClientSaisi TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            DISPLAY "Aucun client ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Client " NumeroClientJar " : " NomClientJar.

    PERFORM OUVRIR-MANDATS.
    IF STATUS-MANDATSJAR NOT = "00"
        DISPLAY "Impossible d'ouvrir MandatsClientsJardins. Code de statut : " STATUS-MANDATSJAR
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO MandatExistant.
    MOVE NumeroClientJar TO NumeroClientMdj.
    READ MandatClientJarFile
        KEY IS NumeroClientMdj
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO MandatExistant
    END-READ.

    IF MandatExistant = 'O' AND StatutMdj = 'A'
        DISPLAY "Mandat actif " ReferenceMandatMdj " sur le compte "
                NumeroCompteMdj " signé le " DateSignatureMdj
        DISPLAY "Révoquer ce mandat ? (O/N) : "
        ACCEPT ChoixConfirmation
        IF ChoixConfirmation = 'O'
            MOVE 'R' TO StatutMdj
            REWRITE MandatClientJarRecord
            IF STATUS-MANDATSJAR NOT = "00"
                DISPLAY "Erreur à la mise à jour de MandatsClientsJardins. Code de statut : " STATUS-MANDATSJAR
            ELSE
                DISPLAY "Mandat révoqué : le révoquer aussi au guichet de la banque."
            END-IF
        END-IF
        CLOSE MandatClientJarFile
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Compte bancaire à prélever : ".
    MOVE SPACES TO CompteSaisi.
    ACCEPT CompteSaisi.
    IF CompteSaisi = SPACES
        DISPLAY "Le compte est obligatoire. Mandat non enregistré."
        CLOSE MandatClientJarFile
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientJar TO NumeroClientMdj.
    MOVE CompteSaisi TO NumeroCompteMdj.
    MOVE SPACES TO ReferenceMandatMdj.
    STRING "J" DELIMITED BY SIZE
           NumeroClientJar DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DateDuJour(3:6) DELIMITED BY SIZE
           INTO ReferenceMandatMdj
    END-STRING.
    MOVE DateDuJour TO DateSignatureMdj.
    MOVE 'A' TO StatutMdj.
    IF MandatExistant = 'O'
        REWRITE MandatClientJarRecord
    ELSE
        WRITE MandatClientJarRecord
    END-IF.
    IF STATUS-MANDATSJAR NOT = "00"
        DISPLAY "Erreur à l'écriture de MandatsClientsJardins. Code de statut : " STATUS-MANDATSJAR
    ELSE
        DISPLAY "Mandat " ReferenceMandatMdj " enregistré. À signer au guichet "
                "de la banque : compte " NumeroCompteMdj ", créancier JARDINS, "
                "référence " ReferenceMandatMdj "."
    END-IF.
    CLOSE MandatClientJarFile.
    EXIT.

OUVRIR-MANDATS.
    OPEN I-O MandatClientJarFile.
    IF STATUS-MANDATSJAR = "35"
        OPEN OUTPUT MandatClientJarFile
        CLOSE MandatClientJarFile
        OPEN I-O MandatClientJarFile
    END-IF.
    EXIT.
