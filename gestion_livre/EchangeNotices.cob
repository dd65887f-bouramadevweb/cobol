IDENTIFICATION DIVISION.
PROGRAM-ID. EchangeNotices.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NoticeImportFile
           ASSIGN TO 'NoticesImport'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-IMPORT.

    SELECT NoticeExportFile
           ASSIGN TO 'NoticesExport'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-EXPORT.

    SELECT ExceptionNoticeFile
           ASSIGN TO 'ExceptionsNotices'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-EXCEPTIONS.

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

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD NoticeImportFile.
*> Notices reçues d'un fournisseur ou de la bibliothèque nationale,
*> une par ligne : soit une notice UNIMARC au format d'échange ISO
*> 2709 (guide de 24 caractères, répertoire, zones), soit une ligne
*> délimitée par des points-virgules :
*> ISBN;Titre;Auteur;Année;Genre;Prix de remplacement.
01 LigneNoticeImport        PIC X(4000).

FD NoticeExportFile.
*> Nos fonds pour le catalogue collectif des partenaires, dans le
*> format choisi. UNIMARC : une notice par titre, un exemplaire par
*> zone 995 ($c site, $f identifiant livre-exemplaire). Délimité :
*> les six zones de l'import suivies du site et du nombre
*> d'exemplaires, une ligne par titre et par site.
01 LigneNoticeExport        PIC X(4000).

FD ExceptionNoticeFile.
*> Notices non chargées, avec leur motif, pour reprise à la main.
01 ExceptionNoticeRecord.
   05 DateException         PIC 9(8).
   05 FormatException       PIC X.
   05 NumeroLigneException  PIC 9(6).
   05 IsbnException         PIC X(20).
   05 MotifException        PIC X(40).
   05 TitreException        PIC X(30).

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

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-IMPORT      PIC XX.
77 STATUS-EXPORT      PIC XX.
77 STATUS-EXCEPTIONS  PIC XX.
77 STATUS-LIVRES      PIC XX.
77 STATUS-EXEMPLAIRES PIC XX.
77 STATUS-SESSION     PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur   PIC X.
*> 'U' UNIMARC (ISO 2709), 'D' délimité.
01 FormatEchange      PIC X.
01 FinFichier         PIC X.
01 FinExemplaires     PIC X.
01 DateHeureSysteme   PIC X(21).
01 DateDuJour         PIC 9(8).
01 NumeroLigneLue     PIC 9(6).
01 ProchainLivre      PIC 9(4).
01 NbCreees           PIC 9(6).
01 NbMisesAJour       PIC 9(6).
01 NbExceptions       PIC 9(6).
01 NbTitresExportes   PIC 9(6).
01 NbLignesExportees  PIC 9(6).
01 NoticeValide       PIC X.
01 MotifRejet         PIC X(40).
01 LivreTrouve        PIC X.
01 IsbnEnDouble       PIC X.
01 NumeroLivreTrouve  PIC 9(4).

*> Zones extraites d'une notice, avant contrôle.
01 IsbnBrut           PIC X(20).
01 TitreNotice        PIC X(80).
01 AuteurNotice       PIC X(60).
01 AuteurZone700      PIC X(60).
01 AnneeNotice        PIC X(20).
01 GenreNotice        PIC X(10).
01 PrixNotice         PIC X(12).
01 IsbnNormalise      PIC X(13).
01 LongueurIsbn       PIC 9(2).
01 IsbnTropLong       PIC X.
01 AnneeRetenue       PIC 9(4).
01 AnneeTrouvee       PIC X.
01 PrixRetenu         PIC 9(5)V99.
01 IndexCar           PIC 9(3).
01 CaractereCourant   PIC X.
01 ChiffreIsbn        PIC 9.
01 SommeIsbn          PIC 9(4).
01 PoidsIsbn          PIC 9(2).
01 ResteIsbn          PIC 9(2).

*> Lecture du format d'échange ISO 2709.
01 SeparateurZone     PIC X VALUE X'1E'.
01 SeparateurSousZone PIC X VALUE X'1F'.
01 FinNoticeIso       PIC X VALUE X'1D'.
01 AdresseDonnees     PIC 9(5).
01 PositionRepertoire PIC 9(5).
01 EntreeRepertoire.
   05 EtiquetteZone   PIC X(3).
   05 LongueurZone    PIC 9(4).
   05 DebutZone       PIC 9(5).
01 PositionZone       PIC 9(5).
01 ContenuZone        PIC X(1000).
01 LongueurContenu    PIC 9(4).
01 SousZonesTable.
   02 SousZone OCCURS 12 TIMES PIC X(200).
01 NbSousZones        PIC 9(2).
01 IndexSousZone      PIC 9(2).
01 CodeSousZoneCherche PIC X.
01 ValeurSousZone     PIC X(200).

*> Construction d'une notice ISO 2709 à l'export.
01 ZoneDonnees        PIC X(3000).
01 PointeurDonnees    PIC 9(5).
01 Repertoire         PIC X(600).
01 PointeurRepertoire PIC 9(4).
01 ZoneConstruite     PIC X(300).
01 PointeurZone       PIC 9(4).
01 DebutZoneExport    PIC 9(5).
01 LongueurZoneExport PIC 9(4).
01 EtiquetteExport    PIC X(3).
01 LongueurNotice     PIC 9(5).
01 AdresseDonneesExport PIC 9(5).
01 PointeurNotice     PIC 9(5).
01 IdentifiantExemplaire.
   05 IdLivreExemplaire PIC 9(4).
   05 FILLER            PIC X VALUE "-".
   05 IdNumeroExemplaire PIC 9(3).

*> Fonds d'un titre à l'export : ses exemplaires détenus (ni
*> désherbés ni perdus) et leur répartition par site.
01 ExemplairesTitre.
   02 ExemplaireTitre OCCURS 100 TIMES.
      03 NumeroExemplaireTbl PIC 9(3).
      03 SiteExemplaireTbl   PIC X(2).
01 NbExemplairesTitre PIC 9(3).
01 SitesTitre.
   02 SiteTitre OCCURS 20 TIMES.
      03 CodeSiteTbl      PIC X(2).
      03 NbCopiesSiteTbl  PIC 9(3).
01 NbSitesTitre       PIC 9(2).
01 IndexExemplaire    PIC 9(3).
01 IndexSite          PIC 9(2).
01 SiteTrouve         PIC X.
01 AnneeExport        PIC 9(4).
01 PrixExport         PIC Z(4)9.99.
01 NbCopiesExport     PIC ZZ9.

01 NomAuditLivres    PIC X(100) VALUE 'AuditLivres'.
01 LigneAuditLivres  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Échange de notices bibliographiques : chaque nouveau titre était
*> ressaisi à la main dans LivreRecord, et le catalogue collectif
*> des bibliothèques partenaires réclamait nos fonds chaque
*> trimestre. L'import lit les notices d'un fournisseur ou de la
*> bibliothèque nationale (UNIMARC ou délimité), les rapproche du
*> catalogue par l'ISBN, crée ou met à jour les titres et écarte
*> dans ExceptionsNotices ce qui ne peut pas se charger. L'export
*> écrit nos titres avec leurs exemplaires et leurs sites, dans le
*> même format, pour le catalogue collectif.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

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
    DISPLAY "ÉCHANGE DE NOTICES BIBLIOGRAPHIQUES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Importer des notices UNIMARC (NoticesImport)".
    DISPLAY "2. Importer des notices délimitées (NoticesImport)".
    DISPLAY "3. Exporter nos fonds en UNIMARC (NoticesExport)".
    DISPLAY "4. Exporter nos fonds en délimité (NoticesExport)".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            MOVE 'U' TO FormatEchange
            PERFORM IMPORTER-NOTICES
        WHEN "2"
            MOVE 'D' TO FormatEchange
            PERFORM IMPORTER-NOTICES
        WHEN "3"
            MOVE 'U' TO FormatEchange
            PERFORM EXPORTER-FONDS
        WHEN "4"
            MOVE 'D' TO FormatEchange
            PERFORM EXPORTER-FONDS
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

IMPORTER-NOTICES.
    MOVE 0 TO NbCreees.
    MOVE 0 TO NbMisesAJour.
    MOVE 0 TO NbExceptions.
    MOVE 0 TO NumeroLigneLue.

    OPEN INPUT NoticeImportFile.
    IF STATUS-IMPORT NOT = "00"
        DISPLAY "Impossible d'ouvrir NoticesImport. Code de statut : " STATUS-IMPORT
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Impossible d'ouvrir LivreFile. Code de statut : " STATUS-LIVRES
        CLOSE NoticeImportFile
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND ExceptionNoticeFile.
    IF STATUS-EXCEPTIONS = "35"
        OPEN OUTPUT ExceptionNoticeFile
    END-IF.
    IF STATUS-EXCEPTIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir ExceptionsNotices. Code de statut : " STATUS-EXCEPTIONS
        CLOSE LivreFile
        CLOSE NoticeImportFile
        EXIT PARAGRAPH
    END-IF.

    PERFORM NUMEROTER-LIVRE.
    MOVE 'N' TO FinFichier.
    PERFORM IMPORTER-UNE-NOTICE UNTIL FinFichier = 'O'.

    CLOSE ExceptionNoticeFile.
    CLOSE LivreFile.
    CLOSE NoticeImportFile.

    DISPLAY NumeroLigneLue " notice(s) lue(s) : " NbCreees " titre(s) créé(s), "
            NbMisesAJour " mis à jour, " NbExceptions
            " exception(s) dans ExceptionsNotices.".
    PERFORM JOURNALISER-IMPORT.
    EXIT.

IMPORTER-UNE-NOTICE.
    READ NoticeImportFile
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NumeroLigneLue.
    IF LigneNoticeImport = SPACES
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO IsbnBrut TitreNotice AuteurNotice AuteurZone700
                   AnneeNotice GenreNotice PrixNotice.
    MOVE 'O' TO NoticeValide.
    MOVE SPACES TO MotifRejet.
    IF FormatEchange = 'U'
        PERFORM ANALYSER-NOTICE-UNIMARC
    ELSE
        UNSTRING LigneNoticeImport DELIMITED BY ";"
            INTO IsbnBrut TitreNotice AuteurNotice AnneeNotice
                 GenreNotice PrixNotice
        END-UNSTRING
    END-IF.
    IF NoticeValide = 'N'
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.

    PERFORM CONTROLER-ISBN.
    IF NoticeValide = 'N'
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM RETENIR-ANNEE.
    PERFORM RETENIR-PRIX.

*>  Rapprochement par l'ISBN (clé secondaire avec doublons) : deux
*>  titres du catalogue sous le même ISBN, on ne devine pas lequel
*>  mettre à jour.
    MOVE 'N' TO LivreTrouve.
    MOVE 'N' TO IsbnEnDouble.
    MOVE IsbnNormalise TO Isbn.
    READ LivreFile
        KEY IS Isbn
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO LivreTrouve
    END-READ.
    IF LivreTrouve = 'O'
        PERFORM VERIFIER-DOUBLON-ISBN
    END-IF.
    IF IsbnEnDouble = 'O'
        MOVE 'N' TO NoticeValide
        MOVE "ISBN EN DOUBLE AU CATALOGUE" TO MotifRejet
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.

    IF LivreTrouve = 'O'
        PERFORM METTRE-A-JOUR-LIVRE
    ELSE
        PERFORM CREER-LIVRE
    END-IF.
    EXIT.

VERIFIER-DOUBLON-ISBN.
*> Le titre trouvé est relu par sa clé primaire après la lecture
*> suivante, pour que la mise à jour porte bien sur lui.
    MOVE NumeroLivre TO NumeroLivreTrouve.
    READ LivreFile NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            IF Isbn = IsbnNormalise
                MOVE 'O' TO IsbnEnDouble
            END-IF
    END-READ.
    MOVE NumeroLivreTrouve TO NumeroLivre.
    READ LivreFile
        INVALID KEY
            MOVE 'N' TO LivreTrouve
    END-READ.
    EXIT.

METTRE-A-JOUR-LIVRE.
*> Une zone vide de la notice ne vide jamais la zone du catalogue ;
*> les copies disponibles ne viennent jamais d'une notice.
    IF TitreNotice NOT = SPACES
        MOVE TitreNotice TO Titre
    END-IF.
    IF AuteurNotice NOT = SPACES
        MOVE AuteurNotice TO Auteur
    END-IF.
    IF AnneeRetenue NOT = 0
        MOVE AnneeRetenue TO AnneePub
    END-IF.
    IF GenreNotice NOT = SPACES
        MOVE GenreNotice TO Genre
    END-IF.
    IF PrixRetenu NOT = 0
        MOVE PrixRetenu TO PrixRemplacement
    END-IF.
    REWRITE LivreRecord.
    IF STATUS-LIVRES NOT = "00"
        MOVE 'N' TO NoticeValide
        MOVE "ERREUR A LA MISE A JOUR DU CATALOGUE" TO MotifRejet
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMisesAJour.
    EXIT.

CREER-LIVRE.
*> Titre nouveau : il entre au catalogue sans exemplaire (ce sont la
*> réception d'une commande ou la saisie des exemplaires qui en
*> créeront).
    IF TitreNotice = SPACES
        MOVE 'N' TO NoticeValide
        MOVE "TITRE ABSENT" TO MotifRejet
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    IF ProchainLivre = 0
        MOVE 'N' TO NoticeValide
        MOVE "CATALOGUE PLEIN (9999 TITRES)" TO MotifRejet
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    MOVE ProchainLivre TO NumeroLivre.
    MOVE TitreNotice TO Titre.
    MOVE AuteurNotice TO Auteur.
    MOVE AnneeRetenue TO AnneePub.
    IF GenreNotice = SPACES
        MOVE "DIV" TO Genre
    ELSE
        MOVE GenreNotice TO Genre
    END-IF.
    MOVE 0 TO CopiesDispo.
    MOVE IsbnNormalise TO Isbn.
    MOVE PrixRetenu TO PrixRemplacement.
    WRITE LivreRecord.
    IF STATUS-LIVRES NOT = "00"
        MOVE 'N' TO NoticeValide
        MOVE "ERREUR A L'ECRITURE DU CATALOGUE" TO MotifRejet
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCreees.
    IF ProchainLivre = 9999
        MOVE 0 TO ProchainLivre
    ELSE
        ADD 1 TO ProchainLivre
    END-IF.
    EXIT.

ECRIRE-EXCEPTION.
    MOVE DateDuJour TO DateException.
    MOVE FormatEchange TO FormatException.
    MOVE NumeroLigneLue TO NumeroLigneException.
    MOVE IsbnBrut TO IsbnException.
    MOVE MotifRejet TO MotifException.
    MOVE TitreNotice TO TitreException.
    WRITE ExceptionNoticeRecord.
    IF STATUS-EXCEPTIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de ExceptionsNotices. Code de statut : " STATUS-EXCEPTIONS
    END-IF.
    ADD 1 TO NbExceptions.
    DISPLAY "Notice " NumeroLigneLue " écartée (" MotifRejet ") : "
            IsbnBrut " " TitreNotice(1:30).
    EXIT.

ANALYSER-NOTICE-UNIMARC.
*> Guide de 24 caractères (longueur de la notice en 1-5, adresse
*> des données en 13-17), puis répertoire d'entrées de 12
*> caractères (étiquette, longueur, position) jusqu'au séparateur
*> de zone. Zones retenues : 010 $a ISBN et $d prix, 200 $a titre et
*> $f mention de responsabilité, 700 $a $b auteur principal (préféré
*> à la 200 $f), 210 ou 214 $d date de publication, 686 $a
*> classement local (notre genre).
    IF LigneNoticeImport(1:5) NOT NUMERIC
       OR LigneNoticeImport(13:5) NOT NUMERIC
        MOVE 'N' TO NoticeValide
        MOVE "NOTICE UNIMARC ILLISIBLE (GUIDE)" TO MotifRejet
        EXIT PARAGRAPH
    END-IF.
    MOVE LigneNoticeImport(13:5) TO AdresseDonnees.
    IF AdresseDonnees < 25 OR AdresseDonnees > 3990
        MOVE 'N' TO NoticeValide
        MOVE "NOTICE UNIMARC ILLISIBLE (ADRESSE)" TO MotifRejet
        EXIT PARAGRAPH
    END-IF.
    MOVE 25 TO PositionRepertoire.
    PERFORM LIRE-UNE-ENTREE-REPERTOIRE
        UNTIL PositionRepertoire + 11 > AdresseDonnees
           OR LigneNoticeImport(PositionRepertoire:1) = SeparateurZone.
    IF AuteurZone700 NOT = SPACES
        MOVE AuteurZone700 TO AuteurNotice
    END-IF.
    EXIT.

LIRE-UNE-ENTREE-REPERTOIRE.
    MOVE LigneNoticeImport(PositionRepertoire:12) TO EntreeRepertoire.
    ADD 12 TO PositionRepertoire.
    IF LongueurZone NOT NUMERIC OR DebutZone NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF LongueurZone < 2 OR LongueurZone > 1000
        EXIT PARAGRAPH
    END-IF.
    COMPUTE PositionZone = AdresseDonnees + DebutZone + 1.
    IF PositionZone + LongueurZone - 1 > 4000
        EXIT PARAGRAPH
    END-IF.
*>  La longueur du répertoire compte le séparateur de fin de zone.
    COMPUTE LongueurContenu = LongueurZone - 1.
    MOVE SPACES TO ContenuZone.
    MOVE LigneNoticeImport(PositionZone:LongueurContenu) TO ContenuZone.

    EVALUATE EtiquetteZone
        WHEN "010"
            PERFORM DECOUPER-SOUS-ZONES
            MOVE "a" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            IF IsbnBrut = SPACES
                MOVE ValeurSousZone TO IsbnBrut
            END-IF
            MOVE "d" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            IF PrixNotice = SPACES
                MOVE ValeurSousZone TO PrixNotice
            END-IF
        WHEN "200"
            PERFORM DECOUPER-SOUS-ZONES
            MOVE "a" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            MOVE ValeurSousZone TO TitreNotice
            MOVE "f" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            MOVE ValeurSousZone TO AuteurNotice
        WHEN "700"
            PERFORM DECOUPER-SOUS-ZONES
            MOVE "a" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            MOVE ValeurSousZone TO AuteurZone700
            MOVE "b" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            IF ValeurSousZone NOT = SPACES
                STRING AuteurZone700 DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       ValeurSousZone DELIMITED BY "  "
                       INTO AuteurNotice
                END-STRING
                MOVE AuteurNotice TO AuteurZone700
            END-IF
        WHEN "210"
        WHEN "214"
            PERFORM DECOUPER-SOUS-ZONES
            MOVE "d" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            IF AnneeNotice = SPACES
                MOVE ValeurSousZone TO AnneeNotice
            END-IF
        WHEN "686"
            PERFORM DECOUPER-SOUS-ZONES
            MOVE "a" TO CodeSousZoneCherche
            PERFORM CHERCHER-SOUS-ZONE
            IF GenreNotice = SPACES
                MOVE ValeurSousZone TO GenreNotice
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

DECOUPER-SOUS-ZONES.
*> Première partie : les deux indicateurs ; chaque partie suivante
*> commence par son code de sous-zone.
    MOVE SPACES TO SousZonesTable.
    MOVE 0 TO NbSousZones.
    UNSTRING ContenuZone(1:LongueurContenu) DELIMITED BY SeparateurSousZone
        INTO SousZone(1) SousZone(2) SousZone(3) SousZone(4)
             SousZone(5) SousZone(6) SousZone(7) SousZone(8)
             SousZone(9) SousZone(10) SousZone(11) SousZone(12)
        TALLYING IN NbSousZones
    END-UNSTRING.
    EXIT.

CHERCHER-SOUS-ZONE.
*> Première occurrence de la sous-zone CodeSousZoneCherche.
    MOVE SPACES TO ValeurSousZone.
    PERFORM EXAMINER-UNE-SOUS-ZONE
        VARYING IndexSousZone FROM 2 BY 1
        UNTIL IndexSousZone > NbSousZones
           OR ValeurSousZone NOT = SPACES.
    EXIT.

EXAMINER-UNE-SOUS-ZONE.
    IF SousZone(IndexSousZone)(1:1) = CodeSousZoneCherche
        MOVE SousZone(IndexSousZone)(2:199) TO ValeurSousZone
    END-IF.
    EXIT.

CONTROLER-ISBN.
*> ISBN ramené à ses chiffres (tirets et blancs ôtés), 10 ou 13
*> positions, clé de contrôle vérifiée : modulo 10 pondéré 1-3 pour
*> l'ISBN-13, modulo 11 pondéré 10 à 1 (X valant 10) pour l'ISBN-10.
    MOVE SPACES TO IsbnNormalise.
    MOVE 0 TO LongueurIsbn.
    MOVE 'N' TO IsbnTropLong.
    IF IsbnBrut = SPACES
        MOVE 'N' TO NoticeValide
        MOVE "ISBN ABSENT" TO MotifRejet
        EXIT PARAGRAPH
    END-IF.
    PERFORM NORMALISER-UN-CARACTERE
        VARYING IndexCar FROM 1 BY 1 UNTIL IndexCar > 20.
    IF IsbnTropLong = 'O'
       OR (LongueurIsbn NOT = 10 AND LongueurIsbn NOT = 13)
        MOVE 'N' TO NoticeValide
        MOVE "ISBN INVALIDE (LONGUEUR)" TO MotifRejet
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO SommeIsbn.
    PERFORM CUMULER-UN-CHIFFRE-ISBN
        VARYING IndexCar FROM 1 BY 1 UNTIL IndexCar > LongueurIsbn.
    IF NoticeValide = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF LongueurIsbn = 13
        COMPUTE ResteIsbn = FUNCTION MOD(SommeIsbn, 10)
    ELSE
        COMPUTE ResteIsbn = FUNCTION MOD(SommeIsbn, 11)
    END-IF.
    IF ResteIsbn NOT = 0
        MOVE 'N' TO NoticeValide
        MOVE "ISBN INVALIDE (CLE DE CONTROLE)" TO MotifRejet
    END-IF.
    EXIT.

NORMALISER-UN-CARACTERE.
    MOVE IsbnBrut(IndexCar:1) TO CaractereCourant.
    IF CaractereCourant = "x"
        MOVE "X" TO CaractereCourant
    END-IF.
    IF (CaractereCourant >= "0" AND CaractereCourant <= "9")
       OR CaractereCourant = "X"
        IF LongueurIsbn = 13
            MOVE 'O' TO IsbnTropLong
        ELSE
            ADD 1 TO LongueurIsbn
            MOVE CaractereCourant TO IsbnNormalise(LongueurIsbn:1)
        END-IF
    END-IF.
    EXIT.

CUMULER-UN-CHIFFRE-ISBN.
    MOVE IsbnNormalise(IndexCar:1) TO CaractereCourant.
    IF CaractereCourant = "X"
        IF LongueurIsbn = 10 AND IndexCar = 10
            ADD 10 TO SommeIsbn
        ELSE
            MOVE 'N' TO NoticeValide
            MOVE "ISBN INVALIDE (CARACTERE)" TO MotifRejet
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE CaractereCourant TO ChiffreIsbn.
    IF LongueurIsbn = 13
        IF FUNCTION MOD(IndexCar, 2) = 1
            MOVE 1 TO PoidsIsbn
        ELSE
            MOVE 3 TO PoidsIsbn
        END-IF
    ELSE
        COMPUTE PoidsIsbn = 11 - IndexCar
    END-IF.
    COMPUTE SommeIsbn = SommeIsbn + ChiffreIsbn * PoidsIsbn.
    EXIT.

RETENIR-ANNEE.
*> Première suite de quatre chiffres de la date ("impr. 2019",
*> "DL 2020", "2018") ; rien de tel : année inconnue (0).
    MOVE 0 TO AnneeRetenue.
    MOVE 'N' TO AnneeTrouvee.
    PERFORM CHERCHER-ANNEE
        VARYING IndexCar FROM 1 BY 1
        UNTIL IndexCar > 17 OR AnneeTrouvee = 'O'.
    EXIT.

CHERCHER-ANNEE.
    IF AnneeNotice(IndexCar:4) NUMERIC
        MOVE AnneeNotice(IndexCar:4) TO AnneeRetenue
        MOVE 'O' TO AnneeTrouvee
    END-IF.
    EXIT.

RETENIR-PRIX.
*> Prix « 22.50 » ou « 22,50 EUR » : la devise est ôtée, la virgule
*> devient un point ; un prix illisible est ignoré (0).
    MOVE 0 TO PrixRetenu.
    IF PrixNotice = SPACES
        EXIT PARAGRAPH
    END-IF.
    INSPECT PrixNotice REPLACING ALL "," BY ".".
    INSPECT PrixNotice REPLACING ALL "EUR" BY "   ".
    INSPECT PrixNotice REPLACING ALL "€" BY "   ".
    IF FUNCTION TEST-NUMVAL(PrixNotice) = 0
        COMPUTE PrixRetenu = FUNCTION NUMVAL(PrixNotice)
            ON SIZE ERROR
                MOVE 0 TO PrixRetenu
        END-COMPUTE
    END-IF.
    EXIT.

EXPORTER-FONDS.
*> Nos fonds : chaque titre qui a au moins un exemplaire détenu (ni
*> désherbé 'D' ni perdu 'X'). Les livres temporaires du prêt entre
*> bibliothèques (genre PEB) appartiennent au partenaire et ne
*> s'exportent pas.
    MOVE 0 TO NbTitresExportes.
    MOVE 0 TO NbLignesExportees.
    OPEN INPUT LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Impossible d'ouvrir LivreFile. Code de statut : " STATUS-LIVRES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ExemplaireFile.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
        CLOSE LivreFile
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT NoticeExportFile.
    IF STATUS-EXPORT NOT = "00"
        DISPLAY "Impossible d'ouvrir NoticesExport. Code de statut : " STATUS-EXPORT
        CLOSE ExemplaireFile
        CLOSE LivreFile
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroLivre.
    START LivreFile KEY IS GREATER THAN NumeroLivre
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM EXPORTER-UN-TITRE UNTIL FinFichier = 'O'.

    CLOSE NoticeExportFile.
    CLOSE ExemplaireFile.
    CLOSE LivreFile.
    DISPLAY NbTitresExportes " titre(s) exporté(s) dans NoticesExport ("
            NbLignesExportees " ligne(s)).".
    EXIT.

EXPORTER-UN-TITRE.
    READ LivreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR Genre = "PEB"
        EXIT PARAGRAPH
    END-IF.

    PERFORM RELEVER-EXEMPLAIRES.
    IF NbExemplairesTitre = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbTitresExportes.
    IF AnneePub NUMERIC
        MOVE AnneePub TO AnneeExport
    ELSE
        MOVE 0 TO AnneeExport
    END-IF.
    IF FormatEchange = 'U'
        PERFORM ECRIRE-NOTICE-UNIMARC
    ELSE
        PERFORM ECRIRE-LIGNE-SITE
            VARYING IndexSite FROM 1 BY 1 UNTIL IndexSite > NbSitesTitre
    END-IF.
    EXIT.

RELEVER-EXEMPLAIRES.
*> Exemplaires détenus du titre courant et répartition par site (un
*> site à blanc vaut '01').
    MOVE 0 TO NbExemplairesTitre.
    MOVE 0 TO NbSitesTitre.
    MOVE 'N' TO FinExemplaires.
    MOVE NumeroLivre TO NumeroLivreEx.
    MOVE 0 TO NumeroExemplaire.
    START ExemplaireFile KEY IS NOT LESS THAN CleExemplaire
        INVALID KEY
            MOVE 'O' TO FinExemplaires
    END-START.
    PERFORM RELEVER-UN-EXEMPLAIRE UNTIL FinExemplaires = 'O'.
    EXIT.

RELEVER-UN-EXEMPLAIRE.
    READ ExemplaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinExemplaires
    END-READ.
    IF FinExemplaires = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroLivreEx NOT = NumeroLivre
        MOVE 'O' TO FinExemplaires
        EXIT PARAGRAPH
    END-IF.
    IF EtatExemplaire = 'D' OR EtatExemplaire = 'X'
        EXIT PARAGRAPH
    END-IF.
    IF SiteExemplaire = SPACES
        MOVE "01" TO SiteExemplaire
    END-IF.
    IF NbExemplairesTitre < 100
        ADD 1 TO NbExemplairesTitre
        MOVE NumeroExemplaire TO NumeroExemplaireTbl(NbExemplairesTitre)
        MOVE SiteExemplaire TO SiteExemplaireTbl(NbExemplairesTitre)
    END-IF.

    MOVE 'N' TO SiteTrouve.
    PERFORM CHERCHER-SITE-TITRE
        VARYING IndexSite FROM 1 BY 1
        UNTIL IndexSite > NbSitesTitre OR SiteTrouve = 'O'.
    IF SiteTrouve = 'N' AND NbSitesTitre < 20
        ADD 1 TO NbSitesTitre
        MOVE SiteExemplaire TO CodeSiteTbl(NbSitesTitre)
        MOVE 1 TO NbCopiesSiteTbl(NbSitesTitre)
    END-IF.
    EXIT.

CHERCHER-SITE-TITRE.
    IF CodeSiteTbl(IndexSite) = SiteExemplaire
        ADD 1 TO NbCopiesSiteTbl(IndexSite)
        MOVE 'O' TO SiteTrouve
    END-IF.
    EXIT.

ECRIRE-LIGNE-SITE.
    MOVE PrixRemplacement TO PrixExport.
    MOVE NbCopiesSiteTbl(IndexSite) TO NbCopiesExport.
    MOVE SPACES TO LigneNoticeExport.
    STRING Isbn DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           Titre DELIMITED BY "  "
           ";" DELIMITED BY SIZE
           Auteur DELIMITED BY "  "
           ";" DELIMITED BY SIZE
           AnneeExport DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           Genre DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           PrixExport DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           CodeSiteTbl(IndexSite) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           NbCopiesExport DELIMITED BY SIZE
           INTO LigneNoticeExport
    END-STRING.
    WRITE LigneNoticeExport.
    IF STATUS-EXPORT NOT = "00"
        DISPLAY "Erreur à l'écriture de NoticesExport. Code de statut : " STATUS-EXPORT
    END-IF.
    ADD 1 TO NbLignesExportees.
    EXIT.

ECRIRE-NOTICE-UNIMARC.
*> Notice ISO 2709 : les zones s'accumulent dans ZoneDonnees pendant
*> que le répertoire note étiquette, longueur et position de
*> chacune ; le guide est calculé en dernier.
    MOVE SPACES TO ZoneDonnees.
    MOVE SPACES TO Repertoire.
    MOVE 1 TO PointeurDonnees.
    MOVE 1 TO PointeurRepertoire.

    MOVE SPACES TO ZoneConstruite.
    MOVE NumeroLivre TO ZoneConstruite.
    MOVE 5 TO PointeurZone.
    MOVE "001" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.

    MOVE PrixRemplacement TO PrixExport.
    MOVE SPACES TO ZoneConstruite.
    MOVE 1 TO PointeurZone.
    STRING "  " SeparateurSousZone "a" DELIMITED BY SIZE
           Isbn DELIMITED BY SPACE
           SeparateurSousZone "d" DELIMITED BY SIZE
           PrixExport DELIMITED BY SIZE
           INTO ZoneConstruite WITH POINTER PointeurZone
    END-STRING.
    MOVE "010" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.

    MOVE SPACES TO ZoneConstruite.
    MOVE 1 TO PointeurZone.
    STRING "1 " SeparateurSousZone "a" DELIMITED BY SIZE
           Titre DELIMITED BY "  "
           SeparateurSousZone "f" DELIMITED BY SIZE
           Auteur DELIMITED BY "  "
           INTO ZoneConstruite WITH POINTER PointeurZone
    END-STRING.
    MOVE "200" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.

    MOVE SPACES TO ZoneConstruite.
    MOVE 1 TO PointeurZone.
    STRING "  " SeparateurSousZone "d" DELIMITED BY SIZE
           AnneeExport DELIMITED BY SIZE
           INTO ZoneConstruite WITH POINTER PointeurZone
    END-STRING.
    MOVE "210" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.

    MOVE SPACES TO ZoneConstruite.
    MOVE 1 TO PointeurZone.
    STRING "  " SeparateurSousZone "a" DELIMITED BY SIZE
           Genre DELIMITED BY SPACE
           INTO ZoneConstruite WITH POINTER PointeurZone
    END-STRING.
    MOVE "686" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.

    PERFORM AJOUTER-ZONE-EXEMPLAIRE
        VARYING IndexExemplaire FROM 1 BY 1
        UNTIL IndexExemplaire > NbExemplairesTitre.

*>  Guide : longueur totale et adresse des données (guide +
*>  répertoire + son séparateur), notice monographique 'nam', deux
*>  indicateurs, codes de sous-zone sur deux caractères, « 450 ».
    COMPUTE AdresseDonneesExport = 24 + PointeurRepertoire - 1 + 1.
    COMPUTE LongueurNotice = AdresseDonneesExport + PointeurDonnees - 1 + 1.
    MOVE SPACES TO LigneNoticeExport.
    MOVE 1 TO PointeurNotice.
    STRING LongueurNotice DELIMITED BY SIZE
           "nam  22" DELIMITED BY SIZE
           AdresseDonneesExport DELIMITED BY SIZE
           "   450 " DELIMITED BY SIZE
           Repertoire(1:PointeurRepertoire - 1) DELIMITED BY SIZE
           SeparateurZone DELIMITED BY SIZE
           ZoneDonnees(1:PointeurDonnees - 1) DELIMITED BY SIZE
           FinNoticeIso DELIMITED BY SIZE
           INTO LigneNoticeExport WITH POINTER PointeurNotice
    END-STRING.
    WRITE LigneNoticeExport.
    IF STATUS-EXPORT NOT = "00"
        DISPLAY "Erreur à l'écriture de NoticesExport. Code de statut : " STATUS-EXPORT
    END-IF.
    ADD 1 TO NbLignesExportees.
    EXIT.

AJOUTER-ZONE-EXEMPLAIRE.
    MOVE NumeroLivre TO IdLivreExemplaire.
    MOVE NumeroExemplaireTbl(IndexExemplaire) TO IdNumeroExemplaire.
    MOVE SPACES TO ZoneConstruite.
    MOVE 1 TO PointeurZone.
    STRING "  " SeparateurSousZone "c" DELIMITED BY SIZE
           SiteExemplaireTbl(IndexExemplaire) DELIMITED BY SIZE
           SeparateurSousZone "f" DELIMITED BY SIZE
           IdentifiantExemplaire DELIMITED BY SIZE
           INTO ZoneConstruite WITH POINTER PointeurZone
    END-STRING.
    MOVE "995" TO EtiquetteExport.
    PERFORM AJOUTER-ZONE.
    EXIT.

AJOUTER-ZONE.
*> ZoneConstruite(1:PointeurZone - 1) et son séparateur rejoignent
*> les données ; l'entrée du répertoire suit (position comptée
*> depuis zéro, longueur séparateur compris).
    COMPUTE DebutZoneExport = PointeurDonnees - 1.
    STRING ZoneConstruite(1:PointeurZone - 1) DELIMITED BY SIZE
           SeparateurZone DELIMITED BY SIZE
           INTO ZoneDonnees WITH POINTER PointeurDonnees
    END-STRING.
    COMPUTE LongueurZoneExport = PointeurDonnees - 1 - DebutZoneExport.
    STRING EtiquetteExport DELIMITED BY SIZE
           LongueurZoneExport DELIMITED BY SIZE
           DebutZoneExport DELIMITED BY SIZE
           INTO Repertoire WITH POINTER PointeurRepertoire
    END-STRING.
    EXIT.

NUMEROTER-LIVRE.
    MOVE 1 TO ProchainLivre.
    MOVE 'N' TO FinExemplaires.
    MOVE 0 TO NumeroLivre.
    START LivreFile KEY IS GREATER THAN NumeroLivre
        INVALID KEY
            MOVE 'O' TO FinExemplaires
    END-START.
    PERFORM NUMEROTER-UN-LIVRE UNTIL FinExemplaires = 'O'.
    EXIT.

NUMEROTER-UN-LIVRE.
    READ LivreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinExemplaires
        NOT AT END
            IF NumeroLivre >= ProchainLivre
                IF NumeroLivre = 9999
                    MOVE 0 TO ProchainLivre
                    MOVE 'O' TO FinExemplaires
                ELSE
                    COMPUTE ProchainLivre = NumeroLivre + 1
                END-IF
            END-IF
    END-READ.
    EXIT.

JOURNALISER-IMPORT.
    MOVE SPACES TO LigneAuditLivres.
    STRING "IMPORT NOTICES " DELIMITED BY SIZE
           FormatEchange DELIMITED BY SIZE
           " creees " DELIMITED BY SIZE
           NbCreees DELIMITED BY SIZE
           " maj " DELIMITED BY SIZE
           NbMisesAJour DELIMITED BY SIZE
           " exceptions " DELIMITED BY SIZE
           NbExceptions DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateDuJour DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    CALL "JournalUtil" USING NomAuditLivres
                             LigneAuditLivres
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.
