IDENTIFICATION DIVISION.
PROGRAM-ID. EditionEtiquettes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DemandeEtiquetteFile
           ASSIGN TO 'EtiquettesAImprimer'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-DEMANDES.

    SELECT PlancheEtiquetteFile
           ASSIGN TO 'PlancheEtiquettes'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PLANCHE.

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

    SELECT MembreFile
           ASSIGN TO 'MembreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

DATA DIVISION.
FILE SECTION.
FD DemandeEtiquetteFile.
*> Étiquettes à imprimer au prochain passage : exemplaires créés à
*> la réception d'une commande ou à la saisie d'un titre ('E'),
*> cartes des membres nouvellement inscrits ('M'). Vidé une fois la
*> planche imprimée.
01 DemandeEtiquetteRecord.
   05 TypeEtiquette       PIC X.
   05 NumeroLivreEtq      PIC 9(4).
   05 NumeroExemplaireEtq PIC 9(3).
   05 NumeroMembreEtq     PIC 9(4).
   05 DateDemandeEtq      PIC 9(8).

FD PlancheEtiquetteFile.
*> Planche pour l'imprimante d'étiquettes : par étiquette, le code
*> entre astérisques (début et fin du symbole Code 39 de la police
*> code-barres), le code en clair avec ses numéros, le titre ou le
*> nom, et une ligne de coupe.
01 LignePlanche            PIC X(80).

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

FD MembreFile.
01 MembreRecord.
   05 NumeroMembre  PIC 9(4).
   05 NomMembre     PIC X(30).
   05 ContactMembre PIC X(30).
   05 StatutMembre  PIC X.
   05 DateFinAdhesion PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-DEMANDES    PIC XX.
77 STATUS-PLANCHE     PIC XX.
77 STATUS-LIVRES      PIC XX.
77 STATUS-EXEMPLAIRES PIC XX.
77 STATUS-MEMBRES     PIC XX.
01 ChoixUtilisateur   PIC X.
01 FinFichier         PIC X.
01 FinExemplaires     PIC X.
01 NumeroLivreSaisi   PIC 9(4).
01 NumeroExemplaireSaisi PIC 9(3).
01 NumeroMembreSaisi  PIC 9(4).
01 NbEtiquettes       PIC 9(5).
01 NbDemandesLues     PIC 9(5).
01 SiteEtiquette      PIC X(2).
01 LivresOuverts      PIC X.
01 ExemplairesOuverts PIC X.
01 MembresOuverts     PIC X.

01 ZoneCodeBarre.
   05 FonctionCodeBarre   PIC X.
   05 CodeBarre           PIC X(10).
   05 TypeCodeBarre       PIC X.
   05 NumeroLivreCB       PIC 9(4).
   05 NumeroExemplaireCB  PIC 9(3).
   05 NumeroMembreCB      PIC 9(4).
01 StatutCodeBarre        PIC XX.

PROCEDURE DIVISION.

*> Édition des étiquettes code-barres : le guichet tapait livre et
*> exemplaire à la main et un chiffre interverti prêtait la mauvaise
*> copie. Chaque exemplaire et chaque carte de membre porte désormais
*> un code à clé de contrôle (voir CodeBarreUtil) que le prêt, le
*> retour, les transferts et l'inventaire acceptent en lecture. Les
*> étiquettes s'impriment par lots depuis la file d'attente, ou se
*> rééditent à la demande quand une étiquette est abîmée.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "ÉTIQUETTES CODES-BARRES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Imprimer les étiquettes en attente".
    DISPLAY "2. Rééditer l'étiquette d'un exemplaire".
    DISPLAY "3. Rééditer les étiquettes de tous les exemplaires d'un titre".
    DISPLAY "4. Rééditer une carte de membre".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM IMPRIMER-EN-ATTENTE
        WHEN "2"
            PERFORM REEDITER-EXEMPLAIRE
        WHEN "3"
            PERFORM REEDITER-TITRE
        WHEN "4"
            PERFORM REEDITER-CARTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

IMPRIMER-EN-ATTENTE.
*> La file n'est vidée qu'une fois toute la planche écrite : une
*> impression interrompue se relance sans perdre d'étiquette.
    OPEN INPUT DemandeEtiquetteFile.
    IF STATUS-DEMANDES = "35"
        DISPLAY "Aucune étiquette en attente."
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Impossible d'ouvrir EtiquettesAImprimer. Code de statut : " STATUS-DEMANDES
        EXIT PARAGRAPH
    END-IF.
    PERFORM OUVRIR-EDITION.
    IF STATUS-PLANCHE NOT = "00"
        CLOSE DemandeEtiquetteFile
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO NbDemandesLues.
    MOVE 'N' TO FinFichier.
    PERFORM IMPRIMER-UNE-DEMANDE UNTIL FinFichier = 'O'.
    CLOSE DemandeEtiquetteFile.
    PERFORM FERMER-EDITION.

    IF NbDemandesLues = 0
        DISPLAY "Aucune étiquette en attente."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT DemandeEtiquetteFile.
    CLOSE DemandeEtiquetteFile.
    DISPLAY NbEtiquettes " étiquette(s) imprimée(s) dans PlancheEtiquettes, file d'attente vidée.".
    EXIT.

IMPRIMER-UNE-DEMANDE.
    READ DemandeEtiquetteFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDemandesLues.
    IF TypeEtiquette = 'M'
        MOVE NumeroMembreEtq TO NumeroMembreSaisi
        PERFORM IMPRIMER-CARTE
    ELSE
        MOVE NumeroLivreEtq TO NumeroLivreSaisi
        MOVE NumeroExemplaireEtq TO NumeroExemplaireSaisi
        PERFORM IMPRIMER-EXEMPLAIRE
    END-IF.
    EXIT.

REEDITER-EXEMPLAIRE.
    DISPLAY "Numéro du livre : ".
    ACCEPT NumeroLivreSaisi.
    DISPLAY "Numéro de l'exemplaire : ".
    ACCEPT NumeroExemplaireSaisi.
    PERFORM OUVRIR-EDITION.
    IF STATUS-PLANCHE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM IMPRIMER-EXEMPLAIRE.
    PERFORM FERMER-EDITION.
    DISPLAY NbEtiquettes " étiquette(s) imprimée(s) dans PlancheEtiquettes.".
    EXIT.

REEDITER-TITRE.
*> Tous les exemplaires détenus du titre (ni désherbés ni perdus) :
*> regarnissage d'un fonds dont les étiquettes sont passées.
    DISPLAY "Numéro du livre : ".
    ACCEPT NumeroLivreSaisi.
    PERFORM OUVRIR-EDITION.
    IF STATUS-PLANCHE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinExemplaires.
    IF ExemplairesOuverts = 'N'
        MOVE 'O' TO FinExemplaires
    END-IF.
    MOVE NumeroLivreSaisi TO NumeroLivreEx.
    MOVE 0 TO NumeroExemplaire.
    START ExemplaireFile KEY IS NOT LESS THAN CleExemplaire
        INVALID KEY
            MOVE 'O' TO FinExemplaires
    END-START.
    PERFORM REEDITER-UN-EXEMPLAIRE-TITRE UNTIL FinExemplaires = 'O'.
    PERFORM FERMER-EDITION.
    IF NbEtiquettes = 0
        DISPLAY "Aucun exemplaire détenu pour le livre " NumeroLivreSaisi "."
    ELSE
        DISPLAY NbEtiquettes " étiquette(s) imprimée(s) dans PlancheEtiquettes."
    END-IF.
    EXIT.

REEDITER-UN-EXEMPLAIRE-TITRE.
    READ ExemplaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinExemplaires
    END-READ.
    IF FinExemplaires = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroLivreEx NOT = NumeroLivreSaisi
        MOVE 'O' TO FinExemplaires
        EXIT PARAGRAPH
    END-IF.
    IF EtatExemplaire = 'D' OR EtatExemplaire = 'X'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroExemplaire TO NumeroExemplaireSaisi.
    PERFORM IMPRIMER-EXEMPLAIRE.
    EXIT.

REEDITER-CARTE.
    DISPLAY "Numéro du membre : ".
    ACCEPT NumeroMembreSaisi.
    PERFORM OUVRIR-EDITION.
    IF STATUS-PLANCHE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM IMPRIMER-CARTE.
    PERFORM FERMER-EDITION.
    DISPLAY NbEtiquettes " carte(s) imprimée(s) dans PlancheEtiquettes.".
    EXIT.

OUVRIR-EDITION.
*> La planche s'allonge jusqu'au passage à l'imprimante, comme les
*> avis de GenerationRappels.
    MOVE 0 TO NbEtiquettes.
    OPEN EXTEND PlancheEtiquetteFile.
    IF STATUS-PLANCHE = "35"
        OPEN OUTPUT PlancheEtiquetteFile
    END-IF.
    IF STATUS-PLANCHE NOT = "00"
        DISPLAY "Impossible d'ouvrir PlancheEtiquettes. Code de statut : " STATUS-PLANCHE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO LivresOuverts.
    MOVE 'N' TO ExemplairesOuverts.
    MOVE 'N' TO MembresOuverts.
    OPEN INPUT LivreFile.
    IF STATUS-LIVRES = "00"
        MOVE 'O' TO LivresOuverts
    END-IF.
    OPEN INPUT ExemplaireFile.
    IF STATUS-EXEMPLAIRES = "00"
        MOVE 'O' TO ExemplairesOuverts
    END-IF.
    OPEN INPUT MembreFile.
    IF STATUS-MEMBRES = "00"
        MOVE 'O' TO MembresOuverts
    END-IF.
    EXIT.

FERMER-EDITION.
    CLOSE PlancheEtiquetteFile.
    IF LivresOuverts = 'O'
        CLOSE LivreFile
    END-IF.
    IF ExemplairesOuverts = 'O'
        CLOSE ExemplaireFile
    END-IF.
    IF MembresOuverts = 'O'
        CLOSE MembreFile
    END-IF.
    EXIT.

IMPRIMER-EXEMPLAIRE.
*> L'exemplaire doit exister : on n'étiquette pas une copie fantôme.
    IF ExemplairesOuverts = 'N'
        DISPLAY "ExemplaireFile indisponible : étiquette non imprimée."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreSaisi TO NumeroLivreEx.
    MOVE NumeroExemplaireSaisi TO NumeroExemplaire.
    READ ExemplaireFile
        KEY IS CleExemplaire
        INVALID KEY
            DISPLAY "Exemplaire " NumeroExemplaireSaisi " du livre "
                    NumeroLivreSaisi " introuvable : étiquette non imprimée."
            EXIT PARAGRAPH
    END-READ.
    MOVE SiteExemplaire TO SiteEtiquette.
    IF SiteEtiquette = SPACES
        MOVE "01" TO SiteEtiquette
    END-IF.
    MOVE SPACES TO Titre.
    IF LivresOuverts = 'O'
        MOVE NumeroLivreSaisi TO NumeroLivre
        READ LivreFile
            KEY IS NumeroLivre
            INVALID KEY
                MOVE SPACES TO Titre
        END-READ
    END-IF.

    MOVE 'C' TO FonctionCodeBarre.
    MOVE 'E' TO TypeCodeBarre.
    MOVE NumeroLivreSaisi TO NumeroLivreCB.
    MOVE NumeroExemplaireSaisi TO NumeroExemplaireCB.
    CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.

    MOVE SPACES TO LignePlanche.
    STRING "*" CodeBarre "*" DELIMITED BY SIZE INTO LignePlanche
    END-STRING.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE SPACES TO LignePlanche.
    STRING CodeBarre DELIMITED BY SIZE
           "  LIVRE " DELIMITED BY SIZE
           NumeroLivreSaisi DELIMITED BY SIZE
           " EX. " DELIMITED BY SIZE
           NumeroExemplaireSaisi DELIMITED BY SIZE
           "  SITE " DELIMITED BY SIZE
           SiteEtiquette DELIMITED BY SIZE
           INTO LignePlanche
    END-STRING.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE Titre TO LignePlanche.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE ALL "-" TO LignePlanche(1:40).
    PERFORM ECRIRE-LIGNE-PLANCHE.
    ADD 1 TO NbEtiquettes.
    EXIT.

IMPRIMER-CARTE.
    IF MembresOuverts = 'N'
        DISPLAY "MembreFile indisponible : carte non imprimée."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroMembreSaisi TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            DISPLAY "Membre " NumeroMembreSaisi " introuvable : carte non imprimée."
            EXIT PARAGRAPH
    END-READ.

    MOVE 'C' TO FonctionCodeBarre.
    MOVE 'M' TO TypeCodeBarre.
    MOVE NumeroMembreSaisi TO NumeroMembreCB.
    CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.

    MOVE SPACES TO LignePlanche.
    STRING "*" CodeBarre "*" DELIMITED BY SIZE INTO LignePlanche
    END-STRING.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE SPACES TO LignePlanche.
    STRING CodeBarre DELIMITED BY SIZE
           "  CARTE DE MEMBRE " DELIMITED BY SIZE
           NumeroMembreSaisi DELIMITED BY SIZE
           INTO LignePlanche
    END-STRING.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE NomMembre TO LignePlanche.
    PERFORM ECRIRE-LIGNE-PLANCHE.
    MOVE ALL "-" TO LignePlanche(1:40).
    PERFORM ECRIRE-LIGNE-PLANCHE.
    ADD 1 TO NbEtiquettes.
    EXIT.

ECRIRE-LIGNE-PLANCHE.
    WRITE LignePlanche.
    IF STATUS-PLANCHE NOT = "00"
        DISPLAY "Erreur à l'écriture de PlancheEtiquettes. Code de statut : " STATUS-PLANCHE
    END-IF.
    EXIT.
