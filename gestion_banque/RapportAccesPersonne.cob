IDENTIFICATION DIVISION.
PROGRAM-ID. RapportAccesPersonne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT PreferenceNotifFile
           ASSIGN TO 'PreferencesNotification'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientPref
           FILE STATUS IS STATUS-PREFERENCES.

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

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT ReclamationFile
           ASSIGN TO 'Reclamations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReclamation
           FILE STATUS IS STATUS-RECLAMATIONS.

    SELECT MembreFile
           ASSIGN TO 'MembreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

    SELECT EmpruntFile
           ASSIGN TO 'EmpruntFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroEmprunt
           FILE STATUS IS STATUS-EMPRUNTS.

    SELECT LoyalteFile
           ASSIGN TO 'LoyalteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeClient
           FILE STATUS IS STATUS-LOYALTE.

    SELECT JournalReductionFile
           ASSIGN DYNAMIC NomJournalLu
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JOURNALRED.

    SELECT ContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContrat
           FILE STATUS IS STATUS-CONTRATS.

    SELECT DevisFile
           ASSIGN TO 'DevisJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDevis
           FILE STATUS IS STATUS-DEVIS.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT JardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

DATA DIVISION.
FILE SECTION.
FD ClientFile.
COPY ClientRecord.

FD PreferenceNotifFile.
COPY PreferenceNotifRecord.

FD CompteFile.
COPY CompteRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD CarteFile.
COPY CarteRecord.

FD PretFile.
COPY PretRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD ReclamationFile.
COPY ReclamationRecord.

FD MembreFile.
01 MembreRecord.
   05 NumeroMembre  PIC 9(4).
   05 NomMembre     PIC X(30).
   05 ContactMembre PIC X(30).
   05 StatutMembre  PIC X.
   05 DateFinAdhesion PIC 9(8).

FD EmpruntFile.
01 EmpruntRecord.
   05 NumeroEmprunt       PIC 9(5).
   05 NumeroLivreEmprunt  PIC 9(4).
   05 NumeroMembreEmprunt PIC 9(4).
   05 DateEmpruntLigne    PIC 9(8).
   05 DateEcheanceLigne   PIC 9(8).
   05 StatutEmprunt       PIC X(1).
   05 MontantAmendeLigne  PIC 9(5)V99.
   05 NumeroExemplaireEmprunt PIC 9(3).
   05 DateRetourLigne     PIC 9(8).
   05 NiveauRappelLigne   PIC 9.
   05 MontantPayeLigne    PIC 9(5)V99.

FD LoyalteFile.
01 LoyalteRecord.
   05 CodeClient        PIC X(10).
   05 NiveauClient       PIC X(6).
   05 TauxBonusPct      PIC 9(2)V99.
   05 SoldePoints       PIC 9(7).

FD JournalReductionFile.
01 LigneJournalRed.
   05 MontantAchatJrl   PIC 9(6)V99.
   05 ReductionJrl      PIC 9(2)V99.
   05 MontantFinalJrl   PIC 9(6)V99.
   05 DateJrl           PIC 9(8).
   05 CodeCouponJrl     PIC X(10).
   05 DepotFaitJrl      PIC X.
   05 CodeClientJrl     PIC X(10).
   05 PointsGagnesJrl   PIC 9(5).
   05 FILLER            PIC X(146).

FD ContratFile.
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

FD DevisFile.
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

FD FacturesJardinsFile.
01 FactureJardinRecord.
   05 DateFacture       PIC 9(8).
   05 ReferenceFacture  PIC X(10).
   05 NomClientFacture  PIC X(30).
   05 PerimetreFacture  PIC 9(4).
   05 SurfaceFacture    PIC 9(7).
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.

FD JardinsFile.
01 JardinRecord.
   05 LongueurLigne    PIC 9(4).
   05 LargeurLigne     PIC 9(4).
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).

WORKING-STORAGE SECTION.
77 STATUS-CLIENTS      PIC XX.
77 STATUS-PREFERENCES  PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-TITULAIRES   PIC XX.
77 STATUS-CARTES       PIC XX.
77 STATUS-PRETS        PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-RECLAMATIONS PIC XX.
77 STATUS-MEMBRES      PIC XX.
77 STATUS-EMPRUNTS     PIC XX.
77 STATUS-LOYALTE      PIC XX.
77 STATUS-JOURNALRED   PIC XX.
77 STATUS-CONTRATS     PIC XX.
77 STATUS-DEVIS        PIC XX.
77 STATUS-FACTURES     PIC XX.
77 STATUS-JARDINS      PIC XX.
01 DateHeureSysteme    PIC X(21).
01 FinInterne          PIC X.
01 CompteTrouve        PIC X.
01 NbLignes            PIC 9(6).

*> Comptes de la personne (en propre ou par TitulairesComptes),
*> repris pour les cartes, prêts, mouvements et réclamations.
01 ComptesPersonne.
   02 CompteAccesTbl OCCURS 50 TIMES PIC X(10).
01 NbComptesPers       PIC 9(2) VALUE 0.
01 IndexComptes        PIC 9(2).
01 CompteRecherche     PIC X(10).

*> Les journaux de réduction sont conservés par génération mensuelle
*> sans limite : on remonte dix ans, une génération absente est
*> sautée.
01 NomJournalLu        PIC X(100).
01 NbGenerations       PIC 9(3) VALUE 120.
01 IndexGeneration     PIC 9(3).
01 AnneeGeneration     PIC 9(4).
01 MoisGeneration      PIC 9(2).

*> Noms normalisés recherchés dans les fichiers de l'entreprise de
*> jardins, qui ne connaissent leurs clients que par leur nom.
01 NomRecherche1       PIC X(30).
01 NomRecherche2       PIC X(30).
01 NomCompare          PIC X(30).
01 ChampANormaliser    PIC X(30).
01 ChampNormalise      PIC X(30).
01 IndexNorm           PIC 9(2).
01 LongueurNorm        PIC 9(2).
01 CaractereNorm       PIC X.
01 NomCorrespond       PIC X.

LINKAGE SECTION.
*> Fiche du registre des personnes (dessin de RegistrePersonnes).
01 PersonneAcces.
   05 NumeroPersonneAcces  PIC 9(6).
   05 NomPersonneAcces     PIC X(30).
   05 ClientBanqueAcces    PIC X(10).
   05 MembreBibAcces       PIC 9(4).
   05 CodeBoutiqueAcces    PIC X(10).

PROCEDURE DIVISION USING PersonneAcces.

*> Rapport de droit d'accès : tout ce que nos fichiers détiennent
*> sur une personne du registre, métier par métier, pour répondre à
*> sa demande dans le délai légal d'un mois. Les identifiants reliés
*> par la fiche personne servent de clés ; l'entreprise de jardins,
*> sans identifiant client, est interrogée par nom normalisé (le nom
*> de la fiche et celui du client bancaire) et ses résultats sont à
*> vérifier par l'opérateur avant envoi.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    DISPLAY "========================================================".
    DISPLAY "RAPPORT DE DROIT D'ACCÈS - " NomPersonneAcces.
    DISPLAY "Personne " NumeroPersonneAcces " | établi le "
            DateHeureSysteme(1:8).
    DISPLAY "Identifiants reliés : client banque " ClientBanqueAcces
            " | membre " MembreBibAcces
            " | fidélité " CodeBoutiqueAcces.

    MOVE NomPersonneAcces TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    MOVE ChampNormalise TO NomRecherche1.
    MOVE SPACES TO NomRecherche2.

    PERFORM RAPPORTER-BANQUE.
    PERFORM RAPPORTER-BIBLIOTHEQUE.
    PERFORM RAPPORTER-BOUTIQUE.
    PERFORM RAPPORTER-JARDINS.
    DISPLAY "========================================================".
    GOBACK.

RAPPORTER-BANQUE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "BANQUE".
    MOVE 0 TO NbComptesPers.
    IF ClientBanqueAcces = SPACES
        DISPLAY "  Aucune relation."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE ClientBanqueAcces TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                DISPLAY "  Client " ClientBanqueAcces " inconnu de ClientFile."
            NOT INVALID KEY
                DISPLAY "  Client " NumeroClient " : " NomClient
                DISPLAY "    Adresse : " AdresseClient
                DISPLAY "    Contact : " ContactClient
                DISPLAY "    Pièce d'identité : type " TypeDocumentClient
                        " n° " NumeroDocumentClient
                        " expire le " DateExpirationDocument
                DISPLAY "    Note de risque " NoteRisqueClient
                        " | dernière revue KYC " DateDerniereRevue
                MOVE NomClient TO ChampANormaliser
                PERFORM NORMALISER-CHAMP
                MOVE ChampNormalise TO NomRecherche2
        END-READ
        CLOSE ClientFile
    END-IF.

    OPEN INPUT PreferenceNotifFile.
    IF STATUS-PREFERENCES = "00"
        MOVE ClientBanqueAcces TO NumeroClientPref
        READ PreferenceNotifFile
            KEY IS NumeroClientPref
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DISPLAY "  Préférences de notification : canal "
                        CanalNotification
                DISPLAY "    Téléphone : " TelephoneNotification
                DISPLAY "    Courriel  : " CourrielNotification
        END-READ
        CLOSE PreferenceNotifFile
    END-IF.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES = "00"
        MOVE 'N' TO FinInterne
        MOVE LOW-VALUES TO NumeroCompte
        START CompteFile KEY IS GREATER THAN NumeroCompte
            INVALID KEY
                MOVE 'O' TO FinInterne
        END-START
        PERFORM LISTER-UN-COMPTE-PROPRE UNTIL FinInterne = 'O'
        OPEN INPUT TitulaireFile
        IF STATUS-TITULAIRES = "00"
            MOVE 'N' TO FinInterne
            PERFORM LISTER-UN-RATTACHEMENT UNTIL FinInterne = 'O'
            CLOSE TitulaireFile
        END-IF
        CLOSE CompteFile
    END-IF.
    IF NbComptesPers = 0
        DISPLAY "  Aucun compte."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT CarteFile.
    IF STATUS-CARTES = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UNE-CARTE UNTIL FinInterne = 'O'
        CLOSE CarteFile
    END-IF.

    OPEN INPUT PretFile.
    IF STATUS-PRETS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-PRET UNTIL FinInterne = 'O'
        CLOSE PretFile
    END-IF.

    MOVE 0 TO NbLignes.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-MOUVEMENT UNTIL FinInterne = 'O'
        CLOSE HistoriqueFile
    END-IF.
    DISPLAY "  " NbLignes " mouvement(s) dans l'historique courant.".

    OPEN INPUT ReclamationFile.
    IF STATUS-RECLAMATIONS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UNE-RECLAMATION UNTIL FinInterne = 'O'
        CLOSE ReclamationFile
    END-IF.
    EXIT.

LISTER-UN-COMPTE-PROPRE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientCompte = ClientBanqueAcces
        PERFORM RETENIR-COMPTE
        DISPLAY "  Compte " NumeroCompte " titulaire (" StatutCompte
                ") : " SoldeCompte " " Devise
                " | agence " CodeAgenceCompte
                " | produit " CodeProduitCompte
    END-IF.
    EXIT.

LISTER-UN-RATTACHEMENT.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientTitulaire NOT = ClientBanqueAcces
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteTitulaire TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientCompte = ClientBanqueAcces
        EXIT PARAGRAPH
    END-IF.
    PERFORM RETENIR-COMPTE.
    DISPLAY "  Compte " NumeroCompte " rôle " RoleTitulaire
            " pouvoir " PouvoirTitulaire " (" StatutCompte
            ") : " SoldeCompte " " Devise.
    EXIT.

RETENIR-COMPTE.
    IF NbComptesPers < 50
        ADD 1 TO NbComptesPers
        MOVE NumeroCompte TO CompteAccesTbl(NbComptesPers)
    END-IF.
    EXIT.

CHERCHER-COMPTE-PERS.
*> CompteTrouve vaut 'O' si CompteRecherche est un compte de la
*> personne.
    MOVE 'N' TO CompteTrouve.
    MOVE 1 TO IndexComptes.
    PERFORM COMPARER-UN-COMPTE
        UNTIL IndexComptes > NbComptesPers OR CompteTrouve = 'O'.
    EXIT.

COMPARER-UN-COMPTE.
    IF CompteAccesTbl(IndexComptes) = CompteRecherche
        MOVE 'O' TO CompteTrouve
    ELSE
        ADD 1 TO IndexComptes
    END-IF.
    EXIT.

LISTER-UNE-CARTE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroCompteCarte TO CompteRecherche.
    PERFORM CHERCHER-COMPTE-PERS.
    IF CompteTrouve = 'O'
        DISPLAY "  Carte " NumeroCarte(13:4) " sur compte "
                NumeroCompteCarte " porteur " NomPorteurCarte
                " (" StatutCarte ") expire " DateExpirationCarte
    END-IF.
    EXIT.

LISTER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroComptePret TO CompteRecherche.
    PERFORM CHERCHER-COMPTE-PERS.
    IF CompteTrouve = 'O'
        DISPLAY "  Prêt " NumeroPret " sur compte " NumeroComptePret
                " : principal " PrincipalPret
                " restant " SoldeRestantPret " (" StatutPret ")"
    END-IF.
    EXIT.

LISTER-UN-MOUVEMENT.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroCompteHisto TO CompteRecherche.
    PERFORM CHERCHER-COMPTE-PERS.
    IF CompteTrouve = 'O'
        ADD 1 TO NbLignes
        DISPLAY "  " DateMouvement " " NumeroCompteHisto " "
                Action " " Montant " " DeviseHisto
    END-IF.
    EXIT.

LISTER-UNE-RECLAMATION.
    READ ReclamationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientReclam = ClientBanqueAcces
        DISPLAY "  Réclamation " NumeroReclamation " du "
                DateReceptionReclam " (" CategorieReclam ") : "
                ObjetReclam
        DISPLAY "    statut " StatutReclam " issue " IssueReclam
                " remboursé " MontantRembourse
    END-IF.
    EXIT.

RAPPORTER-BIBLIOTHEQUE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "BIBLIOTHÈQUE".
    IF MembreBibAcces = 0
        DISPLAY "  Aucune relation."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MembreFile.
    IF STATUS-MEMBRES = "00"
        MOVE MembreBibAcces TO NumeroMembre
        READ MembreFile
            KEY IS NumeroMembre
            INVALID KEY
                DISPLAY "  Membre " MembreBibAcces " inconnu de MembreFile."
            NOT INVALID KEY
                DISPLAY "  Membre " NumeroMembre " : " NomMembre
                DISPLAY "    Contact : " ContactMembre
                DISPLAY "    Statut " StatutMembre
                        " | fin d'adhésion " DateFinAdhesion
        END-READ
        CLOSE MembreFile
    END-IF.
    MOVE 0 TO NbLignes.
    OPEN INPUT EmpruntFile.
    IF STATUS-EMPRUNTS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-EMPRUNT UNTIL FinInterne = 'O'
        CLOSE EmpruntFile
    END-IF.
    DISPLAY "  " NbLignes " emprunt(s).".
    EXIT.

LISTER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroMembreEmprunt = MembreBibAcces
        ADD 1 TO NbLignes
        DISPLAY "  Emprunt " NumeroEmprunt " livre " NumeroLivreEmprunt
                " du " DateEmpruntLigne " retour " DateRetourLigne
                " (" StatutEmprunt ") amende " MontantAmendeLigne
                " payé " MontantPayeLigne
    END-IF.
    EXIT.

RAPPORTER-BOUTIQUE.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "BOUTIQUE".
    IF CodeBoutiqueAcces = SPACES
        DISPLAY "  Aucune relation."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT LoyalteFile.
    IF STATUS-LOYALTE = "00"
        MOVE CodeBoutiqueAcces TO CodeClient
        READ LoyalteFile
            KEY IS CodeClient
            INVALID KEY
                DISPLAY "  Code " CodeBoutiqueAcces " inconnu de la fidélité."
            NOT INVALID KEY
                DISPLAY "  Fidélité " CodeClient " : niveau " NiveauClient
                        " | bonus " TauxBonusPct "% | " SoldePoints
                        " point(s)"
        END-READ
        CLOSE LoyalteFile
    END-IF.

    MOVE 0 TO NbLignes.
    MOVE "JournalReduction" TO NomJournalLu.
    PERFORM LIRE-UN-JOURNAL.
    MOVE DateHeureSysteme(1:4) TO AnneeGeneration.
    MOVE DateHeureSysteme(5:2) TO MoisGeneration.
    PERFORM LIRE-UNE-GENERATION
        VARYING IndexGeneration FROM 1 BY 1
        UNTIL IndexGeneration > NbGenerations.
    DISPLAY "  " NbLignes " achat(s) dans les journaux de réduction.".
    EXIT.

LIRE-UNE-GENERATION.
    SUBTRACT 1 FROM MoisGeneration.
    IF MoisGeneration = 0
        MOVE 12 TO MoisGeneration
        SUBTRACT 1 FROM AnneeGeneration
    END-IF.
    MOVE SPACES TO NomJournalLu.
    STRING "JournalReduction." DELIMITED BY SIZE
           AnneeGeneration DELIMITED BY SIZE
           MoisGeneration DELIMITED BY SIZE
           INTO NomJournalLu
    END-STRING.
    PERFORM LIRE-UN-JOURNAL.
    EXIT.

LIRE-UN-JOURNAL.
    OPEN INPUT JournalReductionFile.
    IF STATUS-JOURNALRED NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinInterne.
    PERFORM LISTER-UN-ACHAT UNTIL FinInterne = 'O'.
    CLOSE JournalReductionFile.
    EXIT.

LISTER-UN-ACHAT.
    READ JournalReductionFile
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF CodeClientJrl = CodeBoutiqueAcces
        ADD 1 TO NbLignes
        DISPLAY "  Achat du " DateJrl " : " MontantAchatJrl
                " réduction " ReductionJrl "% payé " MontantFinalJrl
                " | " PointsGagnesJrl " point(s)"
    END-IF.
    EXIT.

RAPPORTER-JARDINS.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "JARDINS (rapprochement par nom, à vérifier)".
    MOVE 0 TO NbLignes.
    OPEN INPUT ContratFile.
    IF STATUS-CONTRATS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-CONTRAT UNTIL FinInterne = 'O'
        CLOSE ContratFile
    END-IF.
    OPEN INPUT DevisFile.
    IF STATUS-DEVIS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-DEVIS UNTIL FinInterne = 'O'
        CLOSE DevisFile
    END-IF.
    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UNE-FACTURE-JARDIN UNTIL FinInterne = 'O'
        CLOSE FacturesJardinsFile
    END-IF.
    OPEN INPUT JardinsFile.
    IF STATUS-JARDINS = "00"
        MOVE 'N' TO FinInterne
        PERFORM LISTER-UN-JARDIN UNTIL FinInterne = 'O'
        CLOSE JardinsFile
    END-IF.
    IF NbLignes = 0
        DISPLAY "  Aucune donnée à ce nom."
    END-IF.
    EXIT.

LISTER-UN-CONTRAT.
    READ ContratFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientContrat TO NomCompare.
    PERFORM COMPARER-NOM.
    IF NomCorrespond = 'O'
        ADD 1 TO NbLignes
        DISPLAY "  Contrat " NumeroContrat " " ReferenceContrat
                " : " ServicesContrat
        DISPLAY "    " MontantMensuelContrat " par mois du "
                DateDebutContrat " au " DateFinContrat
                " (" StatutContrat ")"
    END-IF.
    EXIT.

LISTER-UN-DEVIS.
    READ DevisFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientDevis TO NomCompare.
    PERFORM COMPARER-NOM.
    IF NomCorrespond = 'O'
        ADD 1 TO NbLignes
        DISPLAY "  Devis " NumeroDevis " du " DateDevis " : "
                MontantDevis " (" StatutDevis ")"
        DISPLAY "    Adresse : " AdresseClientDevis
    END-IF.
    EXIT.

LISTER-UNE-FACTURE-JARDIN.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientFacture TO NomCompare.
    PERFORM COMPARER-NOM.
    IF NomCorrespond = 'O'
        ADD 1 TO NbLignes
        DISPLAY "  Facture " ReferenceFacture " du " DateFacture
                " : " MontantFacture
    END-IF.
    EXIT.

LISTER-UN-JARDIN.
    READ JardinsFile
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientJardin TO NomCompare.
    PERFORM COMPARER-NOM.
    IF NomCorrespond = 'O'
        ADD 1 TO NbLignes
        DISPLAY "  Jardin " ReferenceJardin " : " AdresseClientJardin
    END-IF.
    EXIT.

COMPARER-NOM.
    MOVE 'N' TO NomCorrespond.
    MOVE NomCompare TO ChampANormaliser.
    PERFORM NORMALISER-CHAMP.
    IF ChampNormalise = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF ChampNormalise = NomRecherche1
       OR ChampNormalise = NomRecherche2
        MOVE 'O' TO NomCorrespond
    END-IF.
    EXIT.

NORMALISER-CHAMP.
*> Même règle que le registre : majuscules et suppression des
*> espaces.
    MOVE SPACES TO ChampNormalise.
    MOVE 0 TO LongueurNorm.
    MOVE FUNCTION UPPER-CASE(ChampANormaliser) TO ChampANormaliser.
    PERFORM NORMALISER-UN-CARACTERE
        VARYING IndexNorm FROM 1 BY 1 UNTIL IndexNorm > 30.
    EXIT.

NORMALISER-UN-CARACTERE.
    MOVE ChampANormaliser(IndexNorm:1) TO CaractereNorm.
    IF CaractereNorm NOT = SPACE
        ADD 1 TO LongueurNorm
        MOVE CaractereNorm TO ChampNormalise(LongueurNorm:1)
    END-IF.
    EXIT.
