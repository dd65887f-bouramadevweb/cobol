IDENTIFICATION DIVISION.
PROGRAM-ID. GestionReparations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReparationFile
           ASSIGN TO 'Reparations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReparation
           FILE STATUS IS STATUS-REPARATIONS.

    SELECT LivreFile
           ASSIGN TO 'LivreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroLivre
           ALTERNATE RECORD KEY IS Isbn WITH DUPLICATES
           FILE STATUS IS STATUS-LIVRES.

    SELECT ExemplaireFile
           ASSIGN TO 'ExemplaireFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleExemplaire
           FILE STATUS IS STATUS-EXEMPLAIRES.

    SELECT EmpruntFile
           ASSIGN TO 'EmpruntFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroEmprunt
           FILE STATUS IS STATUS-EMPRUNTS.

    SELECT MembreFile
           ASSIGN TO 'MembreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

    SELECT FournisseurFile
           ASSIGN TO 'Fournisseurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeFournisseur
           FILE STATUS IS STATUS-FOURNISSEURS.

    SELECT FactureFile
           ASSIGN TO 'FacturesFournisseurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroFactureFr
           FILE STATUS IS STATUS-FACTURES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD ReparationFile.
*> Fiche de réparation d'un exemplaire abîmé, de l'envoi (l'exemplaire
*> passe à l'état 'A') au retour. Réparateur 'I' atelier interne
*> (CodeReparateur : l'atelier ou l'opérateur chargé), 'F' relieur
*> fournisseur (CodeReparateur : code de Fournisseurs, la facture
*> suit le circuit de PaiementFournisseurs). Statut 'E' en cours,
*> 'R' revenu réparé, 'I' irréparable (proposé au désherbage), 'D'
*> exemplaire désherbé. Membre 0 : dommage sans responsable connu.
01 ReparationRecord.
   05 NumeroReparation     PIC 9(5).
   05 NumeroLivreRep       PIC 9(4).
   05 NumeroExemplaireRep  PIC 9(3).
   05 SiteRep              PIC X(2).
   05 DescriptionDommage   PIC X(40).
   05 DateEnvoiRep         PIC 9(8).
   05 TypeReparateur       PIC X.
   05 CodeReparateur       PIC X(8).
   05 DateRetourPrevue     PIC 9(8).
   05 CoutReparation       PIC 9(5)V99.
   05 DateRetourRep        PIC 9(8).
   05 NumeroMembreRep      PIC 9(4).
   05 MontantRefacture     PIC 9(5)V99.
   05 NumeroFactureRep     PIC 9(6).
   05 StatutRep            PIC X.

FD LivreFile.
01 LivreRecord.
   05 NumeroLivre   PIC 9(4).
   05 Titre         PIC X(30).
   05 Auteur        PIC X(20).
   05 AnneePub      PIC 9(4).
   05 Genre         PIC X(4).
   05 CopiesDispo   PIC 9(2).
   05 Isbn          PIC X(13).
   05 PrixRemplacement PIC 9(5)V99.

FD ExemplaireFile.
01 ExemplaireRecord.
   05 CleExemplaire.
      10 NumeroLivreEx     PIC 9(4).
      10 NumeroExemplaire  PIC 9(3).
   05 EtatExemplaire       PIC X.
   05 SiteExemplaire       PIC X(2).

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

FD MembreFile.
01 MembreRecord.
   05 NumeroMembre    PIC 9(4).
   05 NomMembre       PIC X(30).
   05 ContactMembre   PIC X(30).
   05 StatutMembre    PIC X.
   05 DateFinAdhesion PIC 9(8).

FD FournisseurFile.
01 FournisseurRecord.
   05 CodeFournisseur     PIC X(4).
   05 NomFournisseur      PIC X(30).
   05 TypeReglementFourn  PIC X.
   05 CompteInterneFourn  PIC X(10).
   05 BicFournisseur      PIC X(11).
   05 IbanFournisseur     PIC X(20).

FD FactureFile.
01 FactureFournisseurRecord.
   05 NumeroFactureFr     PIC 9(6).
   05 CodeFournisseurFact PIC X(4).
   05 NumeroCommandeFact  PIC 9(6).
   05 QuantiteFacturee    PIC 9(3).
   05 MontantFactureFr    PIC 9(7)V99.
   05 DateFactureFr       PIC 9(8).
   05 StatutFactureFr     PIC X.
   05 DatePaiementFact    PIC 9(8).
   05 NumeroAbonnementFact PIC 9(4).
   05 NumeroReparationFact PIC 9(5).

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-REPARATIONS  PIC XX.
77 STATUS-LIVRES       PIC XX.
77 STATUS-EXEMPLAIRES  PIC XX.
77 STATUS-EMPRUNTS     PIC XX.
77 STATUS-MEMBRES      PIC XX.
77 STATUS-FOURNISSEURS PIC XX.
77 STATUS-FACTURES     PIC XX.
77 STATUS-SESSION      PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 FinEmprunts       PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 EntierDuJour      PIC 9(7).
01 EntierPrevu       PIC 9(7).
01 NumeroLivreSaisi  PIC 9(4).
01 NumeroExemplaireSaisi PIC 9(3).
01 NumeroReparationSaisi PIC 9(5).
01 NumeroMembreSaisi PIC 9(4).
01 ProchaineReparation PIC 9(5).
01 ProchaineFacture  PIC 9(6).
01 ReparationOuverte PIC 9(5).
01 DelaiSaisi        PIC 9(3).
*> Délai de retour d'une réparation quand rien n'est convenu : un
*> mois, le délai habituel du relieur.
01 DelaiReparationDefaut PIC 9(3) VALUE 30.
01 CoutSaisi         PIC 9(5)V99.
01 IssueReparation   PIC X.
01 EtatAvantEnvoi    PIC X.
01 DernierEmprunteur PIC 9(4).
01 DateDernierRetour PIC 9(8).
01 EmpruntRetenu     PIC 9(5).
01 NbReparationsListees PIC 9(4).
01 NbEnRetard        PIC 9(4).
01 MarqueRetard      PIC X(14).

01 NomAuditLivres    PIC X(100) VALUE 'AuditLivres'.
01 LigneAuditLivres  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Réparation et reliure des exemplaires abîmés : l'état 'A' seul ne
*> disait ni où était l'exemplaire, ni qui le réparait, ni ce que
*> cela coûtait. Chaque départ ouvre une fiche (dommage, réparateur
*> interne ou relieur, retour prévu, coût) ; le retour remet
*> l'exemplaire en rayon sur son site ou le déclare irréparable, ce
*> qui le propose au désherbage. La facture du relieur part dans
*> FacturesFournisseurs pour le circuit de PaiementFournisseurs, et
*> le coût est refacturé au membre responsable quand il est connu.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateDuJour).

    OPEN I-O ReparationFile.
    IF STATUS-REPARATIONS = "35"
        OPEN OUTPUT ReparationFile
        CLOSE ReparationFile
        OPEN I-O ReparationFile
    END-IF.
    IF STATUS-REPARATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir Reparations. Code de statut : " STATUS-REPARATIONS
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE ReparationFile.
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
    DISPLAY "RÉPARATION ET RELIURE DES EXEMPLAIRES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Envoyer un exemplaire en réparation".
    DISPLAY "2. Retour de réparation (réparé ou irréparable)".
    DISPLAY "3. Lister les réparations en cours".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM ENVOYER-EN-REPARATION
        WHEN "2"
            PERFORM RETOUR-DE-REPARATION
        WHEN "3"
            PERFORM LISTER-REPARATIONS
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

ENVOYER-EN-REPARATION.
*> Départ d'un exemplaire en rayon : il passe à l'état 'A' et sort
*> du compteur CopiesDispo. Un exemplaire déjà à l'état 'A' sans
*> fiche (mis en réparation avant le suivi) se régularise ici : la
*> fiche s'ouvre, le compteur ne bouge pas.
    DISPLAY "Numéro du livre : ".
    ACCEPT NumeroLivreSaisi.
    DISPLAY "Numéro de l'exemplaire : ".
    ACCEPT NumeroExemplaireSaisi.

    PERFORM PARCOURIR-REPARATIONS.
    IF ReparationOuverte NOT = 0
        DISPLAY "Cet exemplaire a déjà la fiche de réparation "
                ReparationOuverte " ouverte."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O ExemplaireFile.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreSaisi TO NumeroLivreEx.
    MOVE NumeroExemplaireSaisi TO NumeroExemplaire.
    READ ExemplaireFile
        KEY IS CleExemplaire
        INVALID KEY
            DISPLAY "Exemplaire introuvable."
            CLOSE ExemplaireFile
            EXIT PARAGRAPH
    END-READ.
    IF EtatExemplaire NOT = 'R' AND EtatExemplaire NOT = 'A'
        DISPLAY "Seul un exemplaire en rayon part en réparation (état "
                EtatExemplaire ")."
        CLOSE ExemplaireFile
        EXIT PARAGRAPH
    END-IF.
    MOVE EtatExemplaire TO EtatAvantEnvoi.

    MOVE SPACES TO ReparationRecord.
    MOVE ProchaineReparation TO NumeroReparation.
    MOVE NumeroLivreSaisi TO NumeroLivreRep.
    MOVE NumeroExemplaireSaisi TO NumeroExemplaireRep.
    MOVE SiteExemplaire TO SiteRep.
    IF SiteRep = SPACES
        MOVE "01" TO SiteRep
    END-IF.
    DISPLAY "Description du dommage : ".
    ACCEPT DescriptionDommage.
    DISPLAY "Réparateur (I = atelier interne, F = relieur fournisseur) : ".
    ACCEPT TypeReparateur.
    EVALUATE TypeReparateur
        WHEN 'I'
            DISPLAY "Atelier ou opérateur chargé (vide = vous-même) : "
            ACCEPT CodeReparateur
            IF CodeReparateur = SPACES
                MOVE CodeOperateurSession TO CodeReparateur
            END-IF
        WHEN 'F'
            DISPLAY "Code du relieur (fichier des fournisseurs) : "
            ACCEPT CodeReparateur
            PERFORM CONTROLER-RELIEUR
            IF CodeReparateur = SPACES
                CLOSE ExemplaireFile
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "Réparateur invalide (I ou F attendus)."
            CLOSE ExemplaireFile
            EXIT PARAGRAPH
    END-EVALUATE.

    DISPLAY "Délai de retour en jours (0 = " DelaiReparationDefaut ") : ".
    ACCEPT DelaiSaisi.
    IF DelaiSaisi NOT NUMERIC OR DelaiSaisi = 0
        MOVE DelaiReparationDefaut TO DelaiSaisi
    END-IF.
    COMPUTE EntierPrevu = EntierDuJour + DelaiSaisi.
    COMPUTE DateRetourPrevue = FUNCTION DATE-OF-INTEGER(EntierPrevu).
    DISPLAY "Coût estimé de la réparation : ".
    ACCEPT CoutSaisi.
    IF CoutSaisi NOT NUMERIC
        MOVE 0 TO CoutSaisi
    END-IF.
    MOVE CoutSaisi TO CoutReparation.

*>  Le dernier emprunteur est le suspect naturel d'un dommage
*>  constaté au retour ; le guichet confirme en saisissant son
*>  numéro, ou 0 quand l'usure ne désigne personne.
    PERFORM CHERCHER-DERNIER-EMPRUNTEUR.
    IF DernierEmprunteur NOT = 0
        DISPLAY "Dernier emprunteur : membre " DernierEmprunteur
                ", retour le " DateDernierRetour "."
    END-IF.
    DISPLAY "Membre responsable du dommage (0 = inconnu) : ".
    ACCEPT NumeroMembreSaisi.
    IF NumeroMembreSaisi NOT NUMERIC
        MOVE 0 TO NumeroMembreSaisi
    END-IF.
    IF NumeroMembreSaisi NOT = 0
        PERFORM CONTROLER-MEMBRE
    END-IF.
    MOVE NumeroMembreSaisi TO NumeroMembreRep.

    MOVE DateDuJour TO DateEnvoiRep.
    MOVE 0 TO DateRetourRep.
    MOVE 0 TO MontantRefacture.
    MOVE 0 TO NumeroFactureRep.
    MOVE 'E' TO StatutRep.

    IF EtatAvantEnvoi = 'R'
        MOVE 'A' TO EtatExemplaire
        REWRITE ExemplaireRecord
        IF STATUS-EXEMPLAIRES NOT = "00"
            DISPLAY "Erreur à la mise à jour de ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
            CLOSE ExemplaireFile
            EXIT PARAGRAPH
        END-IF
        PERFORM RETIRER-DU-RAYON
    END-IF.
    CLOSE ExemplaireFile.

    WRITE ReparationRecord.
    IF STATUS-REPARATIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de Reparations. Code de statut : " STATUS-REPARATIONS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Fiche de réparation " NumeroReparation " ouverte, retour prévu le "
            DateRetourPrevue ".".
    MOVE SPACES TO LigneAuditLivres.
    STRING "REPARATION envoi " DELIMITED BY SIZE
           NumeroReparation DELIMITED BY SIZE
           " livre " DELIMITED BY SIZE
           NumeroLivreRep DELIMITED BY SIZE
           " ex. " DELIMITED BY SIZE
           NumeroExemplaireRep DELIMITED BY SIZE
           " chez " DELIMITED BY SIZE
           TypeReparateur DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CodeReparateur DELIMITED BY SIZE
           " membre " DELIMITED BY SIZE
           NumeroMembreRep DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateDuJour DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
    EXIT.

PARCOURIR-REPARATIONS.
*> Un seul passage sur les fiches : numéro de la prochaine et fiche
*> encore ouverte ('E' ou 'I') sur l'exemplaire saisi.
    MOVE 1 TO ProchaineReparation.
    MOVE 0 TO ReparationOuverte.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroReparation.
    START ReparationFile KEY IS GREATER THAN NumeroReparation
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM PARCOURIR-UNE-REPARATION UNTIL FinFichier = 'O'.
    EXIT.

PARCOURIR-UNE-REPARATION.
    READ ReparationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroReparation >= ProchaineReparation
        COMPUTE ProchaineReparation = NumeroReparation + 1
    END-IF.
    IF NumeroLivreRep = NumeroLivreSaisi
       AND NumeroExemplaireRep = NumeroExemplaireSaisi
       AND (StatutRep = 'E' OR StatutRep = 'I')
        MOVE NumeroReparation TO ReparationOuverte
    END-IF.
    EXIT.

CONTROLER-RELIEUR.
*> Le relieur doit exister dans le fichier des fournisseurs : sa
*> facture se règle par la course de PaiementFournisseurs. Code
*> refusé : CodeReparateur revient à blanc.
    OPEN INPUT FournisseurFile.
    IF STATUS-FOURNISSEURS NOT = "00"
        DISPLAY "Impossible d'ouvrir Fournisseurs. Code de statut : " STATUS-FOURNISSEURS
        MOVE SPACES TO CodeReparateur
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeReparateur(1:4) TO CodeFournisseur.
    READ FournisseurFile
        KEY IS CodeFournisseur
        INVALID KEY
            DISPLAY "Fournisseur " CodeFournisseur " inconnu : à créer dans"
                    " le règlement des fournisseurs."
            MOVE SPACES TO CodeReparateur
        NOT INVALID KEY
            DISPLAY "Relieur : " NomFournisseur
    END-READ.
    CLOSE FournisseurFile.
    EXIT.

CONTROLER-MEMBRE.
    OPEN INPUT MembreFile.
    IF STATUS-MEMBRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroMembreSaisi TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            DISPLAY "Membre " NumeroMembreSaisi " inconnu : dommage sans responsable."
            MOVE 0 TO NumeroMembreSaisi
        NOT INVALID KEY
            DISPLAY "Responsable : " NomMembre
    END-READ.
    CLOSE MembreFile.
    EXIT.

CHERCHER-DERNIER-EMPRUNTEUR.
*> Le prêt rendu le plus récent de l'exemplaire (plus grand numéro
*> d'emprunt) donne le dernier emprunteur.
    MOVE 0 TO DernierEmprunteur.
    MOVE 0 TO DateDernierRetour.
    MOVE 0 TO EmpruntRetenu.
    MOVE 'N' TO FinEmprunts.
    OPEN INPUT EmpruntFile.
    IF STATUS-EMPRUNTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM EXAMINER-UN-EMPRUNT UNTIL FinEmprunts = 'O'.
    CLOSE EmpruntFile.
    EXIT.

EXAMINER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEmprunts
    END-READ.
    IF FinEmprunts NOT = 'O'
       AND NumeroLivreEmprunt = NumeroLivreSaisi
       AND NumeroExemplaireEmprunt = NumeroExemplaireSaisi
       AND StatutEmprunt = 'R'
       AND NumeroEmprunt > EmpruntRetenu
        MOVE NumeroEmprunt TO EmpruntRetenu
        MOVE NumeroMembreEmprunt TO DernierEmprunteur
        MOVE DateRetourLigne TO DateDernierRetour
    END-IF.
    EXIT.

RETIRER-DU-RAYON.
    OPEN I-O LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "*** CopiesDispo du livre " NumeroLivreSaisi
                " non mis à jour (LivreFile, statut " STATUS-LIVRES ") ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreSaisi TO NumeroLivre.
    READ LivreFile
        KEY IS NumeroLivre
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CopiesDispo > 0
                SUBTRACT 1 FROM CopiesDispo
                REWRITE LivreRecord
            END-IF
    END-READ.
    CLOSE LivreFile.
    EXIT.

RETOUR-DE-REPARATION.
*> Retour d'une fiche en cours : réparé, l'exemplaire revient à
*> l'état 'R' sur le site d'où il était parti ; irréparable, il reste
*> à l'état 'A' et la fiche passe 'I' — la proposition de
*> Desherbage le reprend sous le motif REP, le retrait suit la
*> relecture du bureau. Dans les deux cas le coût définitif part en
*> facture chez le relieur et en refacturation au membre responsable.
    DISPLAY "Numéro de la fiche de réparation : ".
    ACCEPT NumeroReparationSaisi.
    MOVE NumeroReparationSaisi TO NumeroReparation.
    READ ReparationFile
        KEY IS NumeroReparation
        INVALID KEY
            DISPLAY "Aucune fiche ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutRep NOT = 'E'
        DISPLAY "Cette réparation est déjà close (statut " StatutRep ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Livre " NumeroLivreRep " ex. " NumeroExemplaireRep
            " : " DescriptionDommage.
    DISPLAY "Parti le " DateEnvoiRep " chez " TypeReparateur " "
            CodeReparateur ", coût estimé " CoutReparation.

    DISPLAY "Issue (R = réparé, I = irréparable) : ".
    ACCEPT IssueReparation.
    IF IssueReparation NOT = 'R' AND IssueReparation NOT = 'I'
        DISPLAY "Issue invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coût définitif (0 = estimation " CoutReparation ") : ".
    ACCEPT CoutSaisi.
    IF CoutSaisi NUMERIC AND CoutSaisi NOT = 0
        MOVE CoutSaisi TO CoutReparation
    END-IF.

    MOVE NumeroLivreRep TO NumeroLivreSaisi.
    MOVE NumeroExemplaireRep TO NumeroExemplaireSaisi.
    IF IssueReparation = 'R'
        PERFORM REMETTRE-EN-RAYON
    ELSE
        DISPLAY "Exemplaire irréparable : il reste à l'état A et sera"
                " proposé au désherbage (motif REP)."
    END-IF.
    MOVE IssueReparation TO StatutRep.
    MOVE DateDuJour TO DateRetourRep.

    IF TypeReparateur = 'F' AND CoutReparation > 0
        PERFORM SAISIR-FACTURE-RELIEUR
    END-IF.
    IF NumeroMembreRep NOT = 0 AND CoutReparation > 0
        PERFORM REFACTURER-MEMBRE
    END-IF.

    REWRITE ReparationRecord.
    IF STATUS-REPARATIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Reparations. Code de statut : " STATUS-REPARATIONS
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO LigneAuditLivres.
    STRING "REPARATION retour " DELIMITED BY SIZE
           NumeroReparation DELIMITED BY SIZE
           " livre " DELIMITED BY SIZE
           NumeroLivreRep DELIMITED BY SIZE
           " ex. " DELIMITED BY SIZE
           NumeroExemplaireRep DELIMITED BY SIZE
           " issue " DELIMITED BY SIZE
           StatutRep DELIMITED BY SIZE
           " coût " DELIMITED BY SIZE
           CoutReparation DELIMITED BY SIZE
           " refacturé " DELIMITED BY SIZE
           MontantRefacture DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateDuJour DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
    EXIT.

REMETTRE-EN-RAYON.
    OPEN I-O ExemplaireFile.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "*** Exemplaire non remis en rayon (ExemplaireFile, statut "
                STATUS-EXEMPLAIRES ") : à régulariser. ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreRep TO NumeroLivreEx.
    MOVE NumeroExemplaireRep TO NumeroExemplaire.
    READ ExemplaireFile
        KEY IS CleExemplaire
        INVALID KEY
            DISPLAY "*** Exemplaire introuvable : à régulariser. ***"
            CLOSE ExemplaireFile
            EXIT PARAGRAPH
    END-READ.
    IF EtatExemplaire NOT = 'A'
        DISPLAY "Exemplaire à l'état " EtatExemplaire
                " : état laissé tel quel."
        CLOSE ExemplaireFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO EtatExemplaire.
    MOVE SiteRep TO SiteExemplaire.
    REWRITE ExemplaireRecord.
    CLOSE ExemplaireFile.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "*** CopiesDispo du livre " NumeroLivreRep
                " non mis à jour (LivreFile, statut " STATUS-LIVRES ") ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreRep TO NumeroLivre.
    READ LivreFile
        KEY IS NumeroLivre
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO CopiesDispo
            REWRITE LivreRecord
    END-READ.
    CLOSE LivreFile.
    DISPLAY "Exemplaire " NumeroExemplaireRep " du livre " NumeroLivreRep
            " remis en rayon sur le site " SiteRep ".".
    EXIT.

SAISIR-FACTURE-RELIEUR.
*> Même chemin que le renouvellement des périodiques : la facture du
*> relieur est saisie ici contre la fiche (pas de commande), puis
*> approuvée et payée dans PaiementFournisseurs.
    OPEN I-O FactureFile.
    IF STATUS-FACTURES = "35"
        OPEN OUTPUT FactureFile
        CLOSE FactureFile
        OPEN I-O FactureFile
    END-IF.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "*** Facture du relieur non saisie (FacturesFournisseurs, statut "
                STATUS-FACTURES ") : à saisir à la main. ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO ProchaineFacture.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroFactureFr.
    START FactureFile KEY IS GREATER THAN NumeroFactureFr
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM NUMEROTER-UNE-FACTURE UNTIL FinFichier = 'O'.

    MOVE ProchaineFacture TO NumeroFactureFr.
    MOVE CodeReparateur(1:4) TO CodeFournisseurFact.
    MOVE 0 TO NumeroCommandeFact.
    MOVE 1 TO QuantiteFacturee.
    MOVE CoutReparation TO MontantFactureFr.
    MOVE DateDuJour TO DateFactureFr.
    MOVE 'S' TO StatutFactureFr.
    MOVE 0 TO DatePaiementFact.
    MOVE 0 TO NumeroAbonnementFact.
    MOVE NumeroReparation TO NumeroReparationFact.
    WRITE FactureFournisseurRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesFournisseurs. Code de statut : " STATUS-FACTURES
    ELSE
        MOVE NumeroFactureFr TO NumeroFactureRep
        DISPLAY "Facture " NumeroFactureFr " du relieur saisie pour "
                CoutReparation " (à approuver)."
    END-IF.
    CLOSE FactureFile.
    EXIT.

NUMEROTER-UNE-FACTURE.
    READ FactureFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroFactureFr >= ProchaineFacture
                COMPUTE ProchaineFacture = NumeroFactureFr + 1
            END-IF
    END-READ.
    EXIT.

REFACTURER-MEMBRE.
*> Le coût s'ajoute à l'amende du dernier prêt RENDU de l'exemplaire
*> par ce membre : il s'encaisse au guichet comme une amende
*> (PAYER-AMENDE, pont DepotAmendes) et compte dans le seuil
*> d'impayés du suivi des retards. Un prêt rendu n'est plus
*> recalculé par SuiviRetards, le montant ajouté y reste.
    MOVE 0 TO EmpruntRetenu.
    MOVE 'N' TO FinEmprunts.
    OPEN I-O EmpruntFile.
    IF STATUS-EMPRUNTS NOT = "00"
        DISPLAY "*** Refacturation non passée (EmpruntFile, statut "
                STATUS-EMPRUNTS ") : à encaisser au guichet. ***"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHERCHER-PRET-DU-MEMBRE UNTIL FinEmprunts = 'O'.
    IF EmpruntRetenu = 0
        DISPLAY "Aucun prêt rendu de cet exemplaire par le membre "
                NumeroMembreRep " : refacturation à passer au guichet."
        CLOSE EmpruntFile
        EXIT PARAGRAPH
    END-IF.
    MOVE EmpruntRetenu TO NumeroEmprunt.
    READ EmpruntFile
        KEY IS NumeroEmprunt
        INVALID KEY
            CLOSE EmpruntFile
            EXIT PARAGRAPH
    END-READ.
    ADD CoutReparation TO MontantAmendeLigne.
    REWRITE EmpruntRecord.
    IF STATUS-EMPRUNTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de EmpruntFile. Code de statut : " STATUS-EMPRUNTS
    ELSE
        MOVE CoutReparation TO MontantRefacture
        DISPLAY "Coût refacturé au membre " NumeroMembreRep
                " sur l'emprunt " NumeroEmprunt " (à encaisser par"
                " le paiement des amendes)."
    END-IF.
    CLOSE EmpruntFile.
    EXIT.

CHERCHER-PRET-DU-MEMBRE.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEmprunts
    END-READ.
    IF FinEmprunts NOT = 'O'
       AND NumeroLivreEmprunt = NumeroLivreRep
       AND NumeroExemplaireEmprunt = NumeroExemplaireRep
       AND NumeroMembreEmprunt = NumeroMembreRep
       AND StatutEmprunt = 'R'
       AND NumeroEmprunt > EmpruntRetenu
        MOVE NumeroEmprunt TO EmpruntRetenu
    END-IF.
    EXIT.

LISTER-REPARATIONS.
*> Fiches ouvertes : en cours chez le réparateur (retard signalé
*> au-delà du retour prévu) et irréparables en attente du retrait.
    MOVE 0 TO NbReparationsListees.
    MOVE 0 TO NbEnRetard.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroReparation.
    START ReparationFile KEY IS GREATER THAN NumeroReparation
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-REPARATION UNTIL FinFichier = 'O'.
    IF NbReparationsListees = 0
        DISPLAY "Aucune réparation en cours."
    ELSE
        DISPLAY NbReparationsListees " fiche(s) ouverte(s), dont "
                NbEnRetard " en retard."
    END-IF.
    EXIT.

LISTER-UNE-REPARATION.
    READ ReparationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutRep NOT = 'E' AND StatutRep NOT = 'I'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbReparationsListees.
    MOVE SPACES TO MarqueRetard.
    IF StatutRep = 'E' AND DateRetourPrevue < DateDuJour
        MOVE "EN RETARD" TO MarqueRetard
        ADD 1 TO NbEnRetard
    END-IF.
    IF StatutRep = 'I'
        MOVE "À DÉSHERBER" TO MarqueRetard
    END-IF.
    DISPLAY "Fiche " NumeroReparation " | livre " NumeroLivreRep
            " ex. " NumeroExemplaireRep " (site " SiteRep ") | "
            TypeReparateur " " CodeReparateur " | parti le "
            DateEnvoiRep " retour prévu " DateRetourPrevue " "
            MarqueRetard.
    DISPLAY "      " DescriptionDommage " | coût " CoutReparation
            " | membre " NumeroMembreRep.
    EXIT.

JOURNALISER.
    CALL "JournalUtil" USING NomAuditLivres
                             LigneAuditLivres
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.
