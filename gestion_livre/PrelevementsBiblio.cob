IDENTIFICATION DIVISION.
PROGRAM-ID. PrelevementsBiblio.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PrelevementBibFile
           ASSIGN TO 'PrelevementsBiblio'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementBib
           FILE STATUS IS STATUS-PRELEVEMENTS.

    SELECT AvisBiblioFile
           ASSIGN TO 'AvisPrelevementsBiblio'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AVIS.

    SELECT CollectionFile
           ASSIGN TO 'CollectionsPrelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COLLECTIONS.

    SELECT MandatFile
           ASSIGN TO 'MandatsPrelevement'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleMandat
           FILE STATUS IS STATUS-MANDATS.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT PersonneFile
           ASSIGN TO 'RegistrePersonnes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPersonne
           FILE STATUS IS STATUS-PERSONNES.

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

    SELECT ListeAdhesionFile
           ASSIGN TO 'AdhesionsAEchoir'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-LISTE.

DATA DIVISION.
FILE SECTION.
FD PrelevementBibFile.
*> Suivi des prélèvements présentés par la bibliothèque : 'E' présenté,
*> en attente du passage de PRELEV ; 'P' prélevé, amendes soldées et
*> adhésion prolongée ; 'R' rejeté par la banque (motif du fichier de
*> retour), la dette reste au compte du membre et se règle au guichet.
01 PrelevementBibRecord.
   05 NumeroPrelevementBib  PIC 9(6).
   05 NumeroMembrePrl       PIC 9(4).
   05 NumeroComptePrl       PIC X(10).
   05 ReferenceMandatPrl    PIC X(14).
   05 MontantAmendesPrl     PIC 9(5)V99.
   05 MontantCotisationPrl  PIC 9(3)V99.
   05 DateCollectePrl       PIC 9(8).
   05 StatutPrl             PIC X.
   05 MotifRejetPrl         PIC X(3).
   05 DateResultatPrl       PIC 9(8).

FD AvisBiblioFile.
01 AvisPrelevementBiblioRecord.
   05 NumeroCompteAvis       PIC X(10).
   05 ReferenceMandatAvis    PIC X(14).
   05 MontantAvis            PIC 9(11)V99.
   05 DateCollecteAvis       PIC 9(8).
   05 ResultatAvis           PIC X.
   05 MotifAvis              PIC X(3).
   05 DateTraitementAvis     PIC 9(8).

FD CollectionFile.
01 CollectionRecord.
   05 CodeCreancierColl      PIC X(10).
   05 NumeroCompteColl       PIC X(10).
   05 ReferenceMandatColl    PIC X(14).
   05 MontantColl            PIC 9(11)V99.
   05 DateCollecte           PIC 9(8).
   05 HeurePresentationColl  PIC 9(6).

FD MandatFile.
COPY MandatRecord.

FD CompteFile.
COPY CompteRecord.

FD PersonneFile.
01 PersonneRecord.
   05 NumeroPersonne       PIC 9(6).
   05 NomPersonne          PIC X(30).
   05 NumeroClientBanque   PIC X(10).
   05 NumeroMembreBib      PIC 9(4).
   05 CodeClientBoutique   PIC X(10).

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

FD ListeAdhesionFile.
01 LigneAdhesionRecord.
   05 DateListeAdhesion   PIC 9(8).
   05 NumeroMembreListe   PIC 9(4).
   05 NomMembreListe      PIC X(30).
   05 MotifListeAdhesion  PIC X.
   05 DateFinListe        PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-PRELEVEMENTS PIC XX.
77 STATUS-AVIS         PIC XX.
77 STATUS-COLLECTIONS  PIC XX.
77 STATUS-MANDATS      PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-PERSONNES    PIC XX.
77 STATUS-MEMBRES      PIC XX.
77 STATUS-EMPRUNTS     PIC XX.
77 STATUS-LISTE        PIC XX.
01 FinAvis            PIC X VALUE 'N'.
01 FinPrelevements    PIC X VALUE 'N'.
01 FinMandats         PIC X VALUE 'N'.
01 FinPersonnes       PIC X VALUE 'N'.
01 FinEmprunts        PIC X VALUE 'N'.
01 FinListe           PIC X VALUE 'N'.
01 PrelevementTrouve  PIC X.
01 DateHeureSysteme   PIC X(21).
01 DernierNumeroPrl   PIC 9(6) VALUE 0.
01 ResteAImputer      PIC 9(7)V99.
01 MontantImpute      PIC 9(5)V99.
01 FinAdhesionInteger PIC 9(7).
01 EntierDuJour       PIC 9(7).
01 EntierResultat     PIC 9(7).
01 MontantPresente    PIC 9(7)V99.
01 NbPrelevesSoldes   PIC 9(5) VALUE 0.
01 NbPrelevesRejetes  PIC 9(5) VALUE 0.
01 NbCollectesPresentees PIC 9(5) VALUE 0.

*> Mêmes barèmes que le guichet (books) et le suivi des retards : le
*> prélèvement ne part que pour des amendes au-delà du seuil de
*> suspension, la cotisation au tarif du renouvellement. Un rejet
*> bloque toute nouvelle présentation pendant DelaiApresRejet jours :
*> le membre règle au guichet plutôt que de cumuler les frais de rejet.
01 SeuilAmendesImpayees PIC 9(3)V99 VALUE 10.00.
01 MontantCotisation    PIC 9(3)V99 VALUE 15.00.
01 MontantCotisationFamille PIC 9(3)V99 VALUE 30.00.
01 DelaiApresRejet      PIC 9(2) VALUE 30.
01 CodeCreancierBiblio  PIC X(10) VALUE 'BIBLIO'.

*> Membres ayant signé un mandat au profit de la bibliothèque, rapprochés
*> de leur compte bancaire par le registre des personnes.
01 TableMandatsBiblio.
   05 LigneMandatBib OCCURS 500 TIMES.
      10 NumeroClientMdt      PIC X(10).
      10 NumeroMembreMdt      PIC 9(4).
      10 NumeroCompteMdt      PIC X(10).
      10 ReferenceMdt         PIC X(14).
      10 AmendesDuesMdt       PIC 9(7)V99.
      10 CotisationDueMdt     PIC X.
      10 FinAdhesionListeMdt  PIC 9(8).
      10 PrelevementBloqueMdt PIC X.
01 NbMandatsBib       PIC 9(4) VALUE 0.
01 IndexMdt           PIC 9(4).
01 IndexMdtTrouve     PIC 9(4).
01 NumeroMembreCherche PIC 9(4).

*> Foyer du membre (FoyerUtil) : les amendes des membres à charge se
*> prélèvent sur le mandat du payeur, et la cotisation du payeur au
*> tarif famille prolonge tout le foyer.
01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.
01 IndexFoyer             PIC 9(2).
01 EmprunteurDuFoyer      PIC X.
01 FinAdhesionFoyer       PIC 9(8).

01 NomAuditLivres     PIC X(100) VALUE 'AuditLivres'.
01 LigneAuditLivres   PIC X(200).
01 StatutAudit        PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "PRELBIB".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Recouvrement par prélèvement des amendes et cotisations des membres
*> qui sont aussi clients de la banque. Passe après PRELEV : relit
*> d'abord les avis de la nuit (prélevé : amendes soldées dans
*> EmpruntFile, adhésion prolongée ; rejeté : la dette reste due),
*> puis présente dans CollectionsPrelevements, sous le créancier
*> BIBLIO, les amendes impayées au-delà du seuil et les cotisations
*> de la liste des adhésions à échoir — débitées la nuit suivante.
*> Les sommes prélevées arrivent directement sur le compte de la
*> bibliothèque : rien ne passe par AmendesEncaissees, DepotAmendes ne
*> les dépose pas une seconde fois.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateTraitementJour).

    OPEN I-O PrelevementBibFile.
    IF STATUS-PRELEVEMENTS = "35"
        OPEN OUTPUT PrelevementBibFile
        CLOSE PrelevementBibFile
        OPEN I-O PrelevementBibFile
    END-IF.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir PrelevementsBiblio. Code de statut : " STATUS-PRELEVEMENTS
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM APPLIQUER-AVIS.

    PERFORM CHARGER-MANDATS.
    IF NbMandatsBib = 0
        CLOSE PrelevementBibFile
        DISPLAY "Aucun mandat de prélèvement au profit de la bibliothèque."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    PERFORM MARQUER-PRELEVEMENTS-EN-COURS.
    PERFORM CUMULER-AMENDES.
    PERFORM RELEVER-COTISATIONS.
    PERFORM PRESENTER-COLLECTES.
    CLOSE PrelevementBibFile.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Prélèvements bibliothèque : " NbPrelevesSoldes " soldé(s), "
            NbPrelevesRejetes " rejeté(s), " NbCollectesPresentees
            " présenté(s) à la banque.".
    GOBACK.

APPLIQUER-AVIS.
*> Le fichier d'avis n'est vidé qu'une fois tous les avis appliqués :
*> une relance après incident rejoue les avis restés en attente, un
*> prélèvement déjà soldé n'est plus 'E' et ne se rapproche plus.
    OPEN INPUT AvisBiblioFile.
    IF STATUS-AVIS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Impossible d'ouvrir AvisPrelevementsBiblio. Code de statut : " STATUS-AVIS
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O EmpruntFile.
    IF STATUS-EMPRUNTS NOT = "00"
        DISPLAY "Impossible d'ouvrir EmpruntFile. Code de statut : " STATUS-EMPRUNTS
        CLOSE AvisBiblioFile
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O MembreFile.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
        CLOSE AvisBiblioFile
        CLOSE EmpruntFile
        EXIT PARAGRAPH
    END-IF.

    PERFORM APPLIQUER-UN-AVIS UNTIL FinAvis = 'O'.

    CLOSE AvisBiblioFile.
    CLOSE EmpruntFile.
    CLOSE MembreFile.

    OPEN OUTPUT AvisBiblioFile.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Impossible de vider AvisPrelevementsBiblio. Code de statut : " STATUS-AVIS
        EXIT PARAGRAPH
    END-IF.
    CLOSE AvisBiblioFile.
    EXIT.

APPLIQUER-UN-AVIS.
    READ AvisBiblioFile
        AT END
            MOVE 'O' TO FinAvis
    END-READ.
    IF FinAvis = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.

    PERFORM RETROUVER-PRELEVEMENT.
    IF PrelevementTrouve NOT = 'O'
        DISPLAY "Avis sans prélèvement en attente : compte " NumeroCompteAvis
                " mandat " ReferenceMandatAvis " du " DateCollecteAvis
        ADD 1 TO NbRejetesCtl
        EXIT PARAGRAPH
    END-IF.

    MOVE DateTraitementJour TO DateResultatPrl.
    IF ResultatAvis = 'P'
        MOVE 'P' TO StatutPrl
        MOVE SPACES TO MotifRejetPrl
        IF MontantAmendesPrl > 0
            PERFORM IMPUTER-AMENDES
        END-IF
        IF MontantCotisationPrl > 0
            PERFORM PROLONGER-ADHESION
        END-IF
        ADD 1 TO NbPrelevesSoldes
        ADD MontantAvis TO MontantTotalCtl
    ELSE
        MOVE 'R' TO StatutPrl
        MOVE MotifAvis TO MotifRejetPrl
        ADD 1 TO NbPrelevesRejetes
        DISPLAY "Prélèvement " NumeroPrelevementBib " du membre "
                NumeroMembrePrl " rejeté (" MotifAvis ") : "
                MontantAvis " restent dus au guichet."
    END-IF.
    REWRITE PrelevementBibRecord.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de PrelevementsBiblio. Code de statut : " STATUS-PRELEVEMENTS
        STOP RUN
    END-IF.

    MOVE SPACES TO LigneAuditLivres.
    STRING "PRELEVEMENT " DELIMITED BY SIZE
           NumeroPrelevementBib DELIMITED BY SIZE
           " membre " DELIMITED BY SIZE
           NumeroMembrePrl DELIMITED BY SIZE
           " statut " DELIMITED BY SIZE
           StatutPrl DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MotifRejetPrl DELIMITED BY SIZE
           " montant " DELIMITED BY SIZE
           MontantAvis DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
    EXIT.

RETROUVER-PRELEVEMENT.
    MOVE 'N' TO PrelevementTrouve.
    MOVE 'N' TO FinPrelevements.
    MOVE 0 TO NumeroPrelevementBib.
    START PrelevementBibFile KEY IS GREATER THAN NumeroPrelevementBib
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM LIRE-PRELEVEMENT-AVISE
        UNTIL FinPrelevements = 'O' OR PrelevementTrouve = 'O'.
    EXIT.

LIRE-PRELEVEMENT-AVISE.
    READ PrelevementBibFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements NOT = 'O'
       AND StatutPrl = 'E'
       AND NumeroComptePrl = NumeroCompteAvis
       AND ReferenceMandatPrl = ReferenceMandatAvis
       AND DateCollectePrl = DateCollecteAvis
        MOVE 'O' TO PrelevementTrouve
    END-IF.
    EXIT.

IMPUTER-AMENDES.
*> Le montant prélevé s'impute sur les amendes du membre dans l'ordre
*> des emprunts, comme un paiement au guichet : l'amende baisse, le
*> payé monte, et l'accrual nocturne des prêts ouverts en tient compte.
    MOVE MontantAmendesPrl TO ResteAImputer.
    MOVE NumeroMembrePrl TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    MOVE 'N' TO FinEmprunts.
    MOVE 0 TO NumeroEmprunt.
    START EmpruntFile KEY IS GREATER THAN NumeroEmprunt
        INVALID KEY
            MOVE 'O' TO FinEmprunts
    END-START.
    PERFORM IMPUTER-UN-EMPRUNT
        UNTIL FinEmprunts = 'O' OR ResteAImputer = 0.
    IF ResteAImputer > 0
        DISPLAY "Membre " NumeroMembrePrl " : trop-perçu de " ResteAImputer
                " (amendes réglées entre-temps), à rembourser au guichet."
    END-IF.
    EXIT.

IMPUTER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEmprunts
    END-READ.
    IF FinEmprunts = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF MontantAmendeLigne = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM TESTER-EMPRUNTEUR-FOYER.
    IF EmprunteurDuFoyer NOT = 'O'
        EXIT PARAGRAPH
    END-IF.

    IF MontantAmendeLigne > ResteAImputer
        MOVE ResteAImputer TO MontantImpute
    ELSE
        MOVE MontantAmendeLigne TO MontantImpute
    END-IF.
    SUBTRACT MontantImpute FROM MontantAmendeLigne.
    ADD MontantImpute TO MontantPayeLigne.
    SUBTRACT MontantImpute FROM ResteAImputer.
    REWRITE EmpruntRecord.
    IF STATUS-EMPRUNTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de l'emprunt " NumeroEmprunt
                ". Code de statut : " STATUS-EMPRUNTS
        STOP RUN
    END-IF.
    EXIT.

PROLONGER-ADHESION.
*> Même règle que le renouvellement au guichet : un an depuis
*> l'échéance si elle court encore, sinon depuis la date du jour.
    MOVE NumeroMembrePrl TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            DISPLAY "Membre " NumeroMembrePrl " introuvable : cotisation prélevée à régulariser."
            EXIT PARAGRAPH
    END-READ.
    IF DateFinAdhesion > DateTraitementJour
        COMPUTE FinAdhesionInteger =
                FUNCTION INTEGER-OF-DATE(DateFinAdhesion) + 360
    ELSE
        COMPUTE FinAdhesionInteger = EntierDuJour + 360
    END-IF.
    MOVE FUNCTION DATE-OF-INTEGER(FinAdhesionInteger)
      TO DateFinAdhesion.
    REWRITE MembreRecord.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Erreur à la mise à jour du membre " NumeroMembre
                ". Code de statut : " STATUS-MEMBRES
        STOP RUN
    END-IF.
*>  Cotisation au tarif famille : les membres à charge suivent
*>  l'échéance du payeur.
    MOVE DateFinAdhesion TO FinAdhesionFoyer.
    MOVE NumeroMembrePrl TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    PERFORM PROLONGER-MEMBRE-FOYER
        VARYING IndexFoyer FROM 2 BY 1 UNTIL IndexFoyer > NbMembresFoyer.
    EXIT.

PROLONGER-MEMBRE-FOYER.
    MOVE MembreFoyerTbl(IndexFoyer) TO NumeroMembre.
    READ MembreFile
        KEY IS NumeroMembre
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE FinAdhesionFoyer TO DateFinAdhesion.
    REWRITE MembreRecord.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Erreur à la mise à jour du membre " NumeroMembre
                ". Code de statut : " STATUS-MEMBRES
        STOP RUN
    END-IF.
    EXIT.

TESTER-EMPRUNTEUR-FOYER.
    MOVE 'N' TO EmprunteurDuFoyer.
    PERFORM COMPARER-MEMBRE-FOYER
        VARYING IndexFoyer FROM 1 BY 1
        UNTIL IndexFoyer > NbMembresFoyer OR EmprunteurDuFoyer = 'O'.
    EXIT.

COMPARER-MEMBRE-FOYER.
    IF MembreFoyerTbl(IndexFoyer) = NumeroMembreEmprunt
        MOVE 'O' TO EmprunteurDuFoyer
    END-IF.
    EXIT.

CHARGER-MANDATS.
*> Mandats actifs du créancier BIBLIO, puis le client titulaire de
*> chaque compte, puis le membre rattaché à ce client dans le
*> registre des personnes. Un mandat dont le titulaire n'est relié à
*> aucun membre ne sert à rien : il est signalé et laissé de côté.
    OPEN INPUT MandatFile.
    IF STATUS-MANDATS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE MandatFile
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO CleMandat.
    START MandatFile KEY IS GREATER THAN CleMandat
        INVALID KEY
            MOVE 'O' TO FinMandats
    END-START.
    PERFORM CHARGER-UN-MANDAT UNTIL FinMandats = 'O'.
    CLOSE MandatFile.
    CLOSE CompteFile.

    IF NbMandatsBib = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PersonneFile.
    IF STATUS-PERSONNES NOT = "00"
        DISPLAY "Impossible d'ouvrir RegistrePersonnes. Code de statut : " STATUS-PERSONNES
        MOVE 0 TO NbMandatsBib
        EXIT PARAGRAPH
    END-IF.
    PERFORM RAPPROCHER-UNE-PERSONNE UNTIL FinPersonnes = 'O'.
    CLOSE PersonneFile.

    PERFORM SIGNALER-MANDAT-ORPHELIN
        VARYING IndexMdt FROM 1 BY 1 UNTIL IndexMdt > NbMandatsBib.
    EXIT.

CHARGER-UN-MANDAT.
    READ MandatFile NEXT RECORD
        AT END
            MOVE 'O' TO FinMandats
    END-READ.
    IF FinMandats = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF CodeCreancierMandat NOT = CodeCreancierBiblio
       OR StatutMandat NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    IF NbMandatsBib NOT < 500
        DISPLAY "Table des mandats pleine (500). Mandat ignoré : " NumeroCompteMandat
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteMandat TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Mandat BIBLIO sur un compte inconnu : " NumeroCompteMandat
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbMandatsBib.
    MOVE NumeroClientCompte TO NumeroClientMdt(NbMandatsBib).
    MOVE 0 TO NumeroMembreMdt(NbMandatsBib).
    MOVE NumeroCompteMandat TO NumeroCompteMdt(NbMandatsBib).
    MOVE ReferenceMandat TO ReferenceMdt(NbMandatsBib).
    MOVE 0 TO AmendesDuesMdt(NbMandatsBib).
    MOVE 'N' TO CotisationDueMdt(NbMandatsBib).
    MOVE 0 TO FinAdhesionListeMdt(NbMandatsBib).
    MOVE 'N' TO PrelevementBloqueMdt(NbMandatsBib).
    EXIT.

RAPPROCHER-UNE-PERSONNE.
    READ PersonneFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPersonnes
    END-READ.
    IF FinPersonnes = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroMembreBib = 0 OR NumeroClientBanque = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM RATTACHER-MEMBRE
        VARYING IndexMdt FROM 1 BY 1 UNTIL IndexMdt > NbMandatsBib.
    EXIT.

RATTACHER-MEMBRE.
    IF NumeroClientMdt(IndexMdt) = NumeroClientBanque
       AND NumeroMembreMdt(IndexMdt) = 0
        MOVE NumeroMembreBib TO NumeroMembreMdt(IndexMdt)
    END-IF.
    EXIT.

SIGNALER-MANDAT-ORPHELIN.
    IF NumeroMembreMdt(IndexMdt) = 0
        DISPLAY "Mandat BIBLIO du compte " NumeroCompteMdt(IndexMdt)
                " : client " NumeroClientMdt(IndexMdt)
                " relié à aucun membre dans le registre."
    END-IF.
    EXIT.

MARQUER-PRELEVEMENTS-EN-COURS.
*> Un membre déjà présenté (en attente de PRELEV) ou rejeté depuis
*> moins de DelaiApresRejet jours n'est pas représenté. Le même
*> passage donne le dernier numéro de prélèvement attribué.
    MOVE 'N' TO FinPrelevements.
    MOVE 0 TO NumeroPrelevementBib.
    START PrelevementBibFile KEY IS GREATER THAN NumeroPrelevementBib
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM MARQUER-UN-PRELEVEMENT UNTIL FinPrelevements = 'O'.
    EXIT.

MARQUER-UN-PRELEVEMENT.
    READ PrelevementBibFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroPrelevementBib > DernierNumeroPrl
        MOVE NumeroPrelevementBib TO DernierNumeroPrl
    END-IF.
    IF StatutPrl = 'P'
        EXIT PARAGRAPH
    END-IF.
    IF StatutPrl = 'R'
        COMPUTE EntierResultat = FUNCTION INTEGER-OF-DATE(DateResultatPrl)
        IF EntierResultat + DelaiApresRejet <= EntierDuJour
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE NumeroMembrePrl TO NumeroMembreCherche.
    PERFORM RETROUVER-MEMBRE-MANDAT.
    IF IndexMdtTrouve NOT = 0
        MOVE 'O' TO PrelevementBloqueMdt(IndexMdtTrouve)
    END-IF.
    EXIT.

RETROUVER-MEMBRE-MANDAT.
    MOVE 0 TO IndexMdtTrouve.
    PERFORM COMPARER-MEMBRE-MANDAT
        VARYING IndexMdt FROM 1 BY 1
        UNTIL IndexMdt > NbMandatsBib OR IndexMdtTrouve NOT = 0.
    EXIT.

COMPARER-MEMBRE-MANDAT.
    IF NumeroMembreMdt(IndexMdt) = NumeroMembreCherche
        MOVE IndexMdt TO IndexMdtTrouve
    END-IF.
    EXIT.

CUMULER-AMENDES.
    OPEN INPUT EmpruntFile.
    IF STATUS-EMPRUNTS NOT = "00"
        DISPLAY "Impossible d'ouvrir EmpruntFile. Code de statut : " STATUS-EMPRUNTS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinEmprunts.
    PERFORM CUMULER-UN-EMPRUNT UNTIL FinEmprunts = 'O'.
    CLOSE EmpruntFile.
    EXIT.

CUMULER-UN-EMPRUNT.
    READ EmpruntFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEmprunts
    END-READ.
    IF FinEmprunts = 'O' OR MontantAmendeLigne = 0
        EXIT PARAGRAPH
    END-IF.
*>  L'amende d'un membre à charge revient au payeur de son foyer.
    MOVE NumeroMembreEmprunt TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    MOVE NumeroPayeurFoyer TO NumeroMembreCherche.
    PERFORM RETROUVER-MEMBRE-MANDAT.
    IF IndexMdtTrouve NOT = 0
        ADD MontantAmendeLigne TO AmendesDuesMdt(IndexMdtTrouve)
    END-IF.
    EXIT.

RELEVER-COTISATIONS.
*> Seule la liste du jour compte (ListeAdhesions l'écrit le premier du
*> mois, avant ce passage) : les listes des mois précédents ont déjà
*> été présentées ou réglées.
    OPEN INPUT ListeAdhesionFile.
    IF STATUS-LISTE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM RELEVER-UNE-ADHESION UNTIL FinListe = 'O'.
    CLOSE ListeAdhesionFile.
    EXIT.

RELEVER-UNE-ADHESION.
    READ ListeAdhesionFile
        AT END
            MOVE 'O' TO FinListe
    END-READ.
    IF FinListe = 'O' OR DateListeAdhesion NOT = DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroMembreListe TO NumeroMembreCherche.
    PERFORM RETROUVER-MEMBRE-MANDAT.
    IF IndexMdtTrouve NOT = 0
        MOVE 'O' TO CotisationDueMdt(IndexMdtTrouve)
        MOVE DateFinListe TO FinAdhesionListeMdt(IndexMdtTrouve)
    END-IF.
    EXIT.

PRESENTER-COLLECTES.
    OPEN INPUT MembreFile.
    IF STATUS-MEMBRES NOT = "00"
        DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND CollectionFile.
    IF STATUS-COLLECTIONS = "35"
        OPEN OUTPUT CollectionFile
    END-IF.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
        CLOSE MembreFile
        EXIT PARAGRAPH
    END-IF.
    PERFORM PRESENTER-UNE-COLLECTE
        VARYING IndexMdt FROM 1 BY 1 UNTIL IndexMdt > NbMandatsBib.
    CLOSE CollectionFile.
    CLOSE MembreFile.
    EXIT.

PRESENTER-UNE-COLLECTE.
    IF NumeroMembreMdt(IndexMdt) = 0
       OR PrelevementBloqueMdt(IndexMdt) = 'O'
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO MontantAmendesPrl.
    MOVE 0 TO MontantCotisationPrl.
    IF AmendesDuesMdt(IndexMdt) > SeuilAmendesImpayees
        MOVE AmendesDuesMdt(IndexMdt) TO MontantAmendesPrl
    END-IF.
*>  Adhésion renouvelée au guichet depuis la liste : l'échéance a
*>  bougé, la cotisation n'est plus à prélever.
    IF CotisationDueMdt(IndexMdt) = 'O'
        MOVE NumeroMembreMdt(IndexMdt) TO NumeroMembre
        READ MembreFile
            KEY IS NumeroMembre
            INVALID KEY
                MOVE 'N' TO CotisationDueMdt(IndexMdt)
        END-READ
        IF CotisationDueMdt(IndexMdt) = 'O'
           AND DateFinAdhesion = FinAdhesionListeMdt(IndexMdt)
            MOVE NumeroMembreMdt(IndexMdt) TO NumeroMembreFoyer
            CALL "FoyerUtil" USING ZoneFoyer StatutFoyer
            IF StatutFoyer = "00"
                MOVE MontantCotisationFamille TO MontantCotisationPrl
            ELSE
                MOVE MontantCotisation TO MontantCotisationPrl
            END-IF
        END-IF
    END-IF.
    COMPUTE MontantPresente = MontantAmendesPrl + MontantCotisationPrl.
    IF MontantPresente = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE CodeCreancierBiblio TO CodeCreancierColl.
    MOVE NumeroCompteMdt(IndexMdt) TO NumeroCompteColl.
    MOVE ReferenceMdt(IndexMdt) TO ReferenceMandatColl.
    MOVE MontantPresente TO MontantColl.
    MOVE DateTraitementJour TO DateCollecte.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(9:6) TO HeurePresentationColl.
    WRITE CollectionRecord.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
        STOP RUN
    END-IF.

    ADD 1 TO DernierNumeroPrl.
    MOVE DernierNumeroPrl TO NumeroPrelevementBib.
    MOVE NumeroMembreMdt(IndexMdt) TO NumeroMembrePrl.
    MOVE NumeroCompteMdt(IndexMdt) TO NumeroComptePrl.
    MOVE ReferenceMdt(IndexMdt) TO ReferenceMandatPrl.
    MOVE DateTraitementJour TO DateCollectePrl.
    MOVE 'E' TO StatutPrl.
    MOVE SPACES TO MotifRejetPrl.
    MOVE 0 TO DateResultatPrl.
    WRITE PrelevementBibRecord.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de PrelevementsBiblio. Code de statut : " STATUS-PRELEVEMENTS
        STOP RUN
    END-IF.
    ADD 1 TO NbCollectesPresentees.
    DISPLAY "Prélèvement " NumeroPrelevementBib " présenté : membre "
            NumeroMembrePrl " compte " NumeroComptePrl " amendes "
            MontantAmendesPrl " cotisation " MontantCotisationPrl.

    MOVE SPACES TO LigneAuditLivres.
    STRING "PRELEVEMENT " DELIMITED BY SIZE
           NumeroPrelevementBib DELIMITED BY SIZE
           " membre " DELIMITED BY SIZE
           NumeroMembrePrl DELIMITED BY SIZE
           " presente " DELIMITED BY SIZE
           MontantPresente DELIMITED BY SIZE
           INTO LigneAuditLivres
    END-STRING.
    PERFORM JOURNALISER.
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
    MOVE "PRELBIB" TO NomProgrammeCtl.
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
    COMPUTE NbPostesCtl = NbPrelevesSoldes + NbCollectesPresentees.
    ADD NbPrelevesRejetes TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
