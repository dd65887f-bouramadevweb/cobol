           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT SuccessionFile
           ASSIGN TO 'Successions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientSuccession
           FILE STATUS IS STATUS-SUCCESSIONS.

    SELECT TitulaireFile
           ASSIGN TO 'TitulairesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTitulaire
           FILE STATUS IS STATUS-TITULAIRES.

    SELECT VirementExterneFile
           ASSIGN TO 'VirementExterne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VIREXT.

    SELECT DossierMobiliteFile
           ASSIGN TO 'DossiersMobilite'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDossierMobilite
           FILE STATUS IS STATUS-DOSSIERS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
FD TauxChangeFile.
COPY TauxChangeRecord.

FD SuccessionFile.
COPY SuccessionRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD VirementExterneFile.
01 VirementExterneRecord.
   05 NumeroCompteSourceExt       PIC X(10).
   05 CodeBanqueDestinataire      PIC X(11).
   05 NumeroCompteDestinataireExt PIC X(20).
   05 MontantVirementExterne      PIC 9(11)V99.
   05 DeviseVirementExterne       PIC X(3).
   05 DateVirementExterne         PIC 9(8).
   05 ReferenceVirExt             PIC X(14).
   05 StatutVirExt                PIC X.

FD DossierMobiliteFile.
COPY DossierMobiliteRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
77 STATUS-SESSION    PIC XX.
77 STATUS-PRODUITS   PIC XX.
77 STATUS-TAUXCHANGE PIC XX.
77 STATUS-SUCCESSIONS PIC XX.
77 STATUS-TITULAIRES PIC XX.
77 STATUS-VIREXT     PIC XX.
77 STATUS-DOSSIERS   PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 DeviseMouvement      PIC X(3).
01 MontantResiduelConverti PIC 9(11)V99.
01 ReliquatTransfere    PIC X.
01 ClientDefunt         PIC X(10).
01 FinFichier           PIC X.
01 CompteDefuntOuvert   PIC X.
01 SuccessionLue        PIC X.
01 DossierMobiliteLu    PIC X.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
    END-IF.

    MOVE NumeroCompteSaisi TO NumeroCompteCloture.
    DISPLAY "Destination du reliquat (V = virement interne, P = paiement espèces,".
    DISPLAY "                         N = notaire de la succession) : ".
    ACCEPT DestinationCloture.
    IF DestinationCloture NOT = 'V' AND DestinationCloture NOT = 'P'
       AND DestinationCloture NOT = 'N'
        DISPLAY "Destination invalide (V, P ou N attendus)."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO CompteDestCloture.
*>  Destination 'N' : CompteDestCloture porte le numéro du client
*>  défunt, dont le dossier de succession ouvert donne le compte du
*>  notaire à créditer.
    IF DestinationCloture = 'N'
        DISPLAY "Numéro du client défunt : "
        ACCEPT CompteDestCloture
        PERFORM LIRE-SUCCESSION
        IF SuccessionLue = 'N'
            DISPLAY "Aucune succession ouverte pour ce client. Demande abandonnée."
            EXIT PARAGRAPH
        END-IF
        IF StatutSuccession NOT = 'O'
            DISPLAY "Succession déjà réglée. Demande abandonnée."
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Reliquat viré au notaire " NomNotaire
    END-IF.
    IF DestinationCloture = 'V'
        DISPLAY "Compte interne destinataire du reliquat : "
        ACCEPT CompteDestCloture
    IF SoldeResiduel > 0
        IF DestinationCloture = 'V'
            PERFORM TRANSFERER-RELIQUAT
        END-IF
        IF DestinationCloture = 'N'
            PERFORM VIRER-RELIQUAT-NOTAIRE
        END-IF
        IF DestinationCloture = 'M'
            PERFORM VIRER-RELIQUAT-MOBILITE
        END-IF
        IF DestinationCloture = 'P'
            SUBTRACT SoldeResiduel FROM SoldeCompte
            REWRITE CompteRecord
            IF STATUS-COMPTES NOT = "00"

    PERFORM IMPRIMER-CERTIFICAT-CLOTURE.
    PERFORM JOURNALISER-CLOTURE.
    IF DestinationCloture = 'N'
        PERFORM SOLDER-SUCCESSION
    END-IF.
    EXIT.

LIRE-SUCCESSION.
    MOVE 'N' TO SuccessionLue.
    OPEN INPUT SuccessionFile.
    IF STATUS-SUCCESSIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteDestCloture TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO SuccessionLue
    END-READ.
    CLOSE SuccessionFile.
    EXIT.

VIRER-RELIQUAT-NOTAIRE.
*> Versement final de la succession : le reliquat part par la
*> compensation vers le compte de l'étude notariale, puis le compte
*> du défunt est débité. Même garde que TRANSFERER-RELIQUAT : sans
*> dossier de succession lisible, rien ne bouge.
    MOVE 'N' TO ReliquatTransfere.
    PERFORM LIRE-SUCCESSION.
    IF SuccessionLue = 'N'
        DISPLAY "Succession introuvable : reliquat laissé en place, clôture abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompteSourceExt.
    MOVE BicNotaire TO CodeBanqueDestinataire.
    MOVE IbanNotaire TO NumeroCompteDestinataireExt.
    MOVE SoldeResiduel TO MontantVirementExterne.
    MOVE DeviseCloture TO DeviseVirementExterne.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateDuJour TO DateVirementExterne.
    MOVE DateHeureSysteme(1:14) TO ReferenceVirExt.
    MOVE 'E' TO StatutVirExt.
    OPEN EXTEND VirementExterneFile.
    IF STATUS-VIREXT = "35"
        OPEN OUTPUT VirementExterneFile
    END-IF.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Erreur à l'ouverture de VirementExterneFile. Code de statut : " STATUS-VIREXT
        DISPLAY "Reliquat laissé en place, clôture abandonnée."
        EXIT PARAGRAPH
    END-IF.
    WRITE VirementExterneRecord.
    CLOSE VirementExterneFile.

    SUBTRACT SoldeResiduel FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO CompteReglement.
    MOVE SoldeResiduel TO MontantReglement.
    MOVE "Virement notaire" TO ActionReglement.
    PERFORM ECRIRE-MOUVEMENT-CLOTURE.
    MOVE 'O' TO ReliquatTransfere.
    DISPLAY "Reliquat de " SoldeResiduel " viré au notaire " NomNotaire ".".
    EXIT.

LIRE-DOSSIER-MOBILITE.
*> Destination 'M' : la demande posée par MobiliteBancaire porte le
*> numéro du dossier de mobilité sortante dans CompteDestCloture.
    MOVE 'N' TO DossierMobiliteLu.
    OPEN INPUT DossierMobiliteFile.
    IF STATUS-DOSSIERS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteDestCloture(1:6) TO NumeroDossierMobilite.
    READ DossierMobiliteFile
        KEY IS NumeroDossierMobilite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO DossierMobiliteLu
    END-READ.
    CLOSE DossierMobiliteFile.
    EXIT.

VIRER-RELIQUAT-MOBILITE.
*> Départ par mobilité bancaire : le reliquat part par la
*> compensation vers le compte d'arrivée chez la nouvelle banque,
*> même chemin que le versement au notaire.
    MOVE 'N' TO ReliquatTransfere.
    PERFORM LIRE-DOSSIER-MOBILITE.
    IF DossierMobiliteLu = 'N'
        DISPLAY "Dossier de mobilité introuvable : reliquat laissé en place, clôture abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO NumeroCompteSourceExt.
    MOVE BicAutreBanque TO CodeBanqueDestinataire.
    MOVE IbanAutreBanque TO NumeroCompteDestinataireExt.
    MOVE SoldeResiduel TO MontantVirementExterne.
    MOVE DeviseCloture TO DeviseVirementExterne.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateDuJour TO DateVirementExterne.
    MOVE DateHeureSysteme(1:14) TO ReferenceVirExt.
    MOVE 'E' TO StatutVirExt.
    OPEN EXTEND VirementExterneFile.
    IF STATUS-VIREXT = "35"
        OPEN OUTPUT VirementExterneFile
    END-IF.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Erreur à l'ouverture de VirementExterneFile. Code de statut : " STATUS-VIREXT
        DISPLAY "Reliquat laissé en place, clôture abandonnée."
        EXIT PARAGRAPH
    END-IF.
    WRITE VirementExterneRecord.
    CLOSE VirementExterneFile.

    SUBTRACT SoldeResiduel FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte. Code de statut : " STATUS-COMPTES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteSaisi TO CompteReglement.
    MOVE SoldeResiduel TO MontantReglement.
    MOVE "Virement" TO ActionReglement.
    PERFORM ECRIRE-MOUVEMENT-CLOTURE.
    MOVE 'O' TO ReliquatTransfere.
    DISPLAY "Reliquat de " SoldeResiduel " viré à la nouvelle banque "
            BicAutreBanque ".".
    EXIT.

SOLDER-SUCCESSION.
*> Le dossier de succession est réglé quand plus aucun compte du
*> défunt (titulaire dans CompteRecord, titulaire ou co-titulaire
*> dans TitulairesComptes) n'est ouvert.
    MOVE CompteDestCloture TO ClientDefunt.
    MOVE 'N' TO CompteDefuntOuvert.
    MOVE LOW-VALUES TO NumeroCompte.
    MOVE 'N' TO FinFichier.
    START CompteFile KEY IS NOT LESS THAN NumeroCompte
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM TESTER-UN-COMPTE-DEFUNT UNTIL FinFichier = 'O'.
    OPEN INPUT TitulaireFile.
    IF STATUS-TITULAIRES = "00"
        MOVE 'N' TO FinFichier
        PERFORM TESTER-UN-TITULAIRE-DEFUNT UNTIL FinFichier = 'O'
        CLOSE TitulaireFile
    END-IF.
    IF CompteDefuntOuvert = 'O'
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O SuccessionFile.
    IF STATUS-SUCCESSIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientDefunt TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            CLOSE SuccessionFile
            EXIT PARAGRAPH
    END-READ.
    MOVE 'R' TO StatutSuccession.
    MOVE DateDuJour TO DateReglementSuccession.
    REWRITE SuccessionRecord.
    IF STATUS-SUCCESSIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Successions. Code de statut : " STATUS-SUCCESSIONS
    ELSE
        DISPLAY "Dernier compte du défunt clos : succession " ClientDefunt " réglée."
    END-IF.
    CLOSE SuccessionFile.
    EXIT.

TESTER-UN-COMPTE-DEFUNT.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier NOT = 'O'
       AND NumeroClientCompte = ClientDefunt
       AND StatutCompte NOT = 'C'
        MOVE 'O' TO CompteDefuntOuvert
        MOVE 'O' TO FinFichier
    END-IF.
    EXIT.

TESTER-UN-TITULAIRE-DEFUNT.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
       OR NumeroClientTitulaire NOT = ClientDefunt
       OR RoleTitulaire = 'M'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteTitulaire TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte NOT = 'C'
        MOVE 'O' TO CompteDefuntOuvert
        MOVE 'O' TO FinFichier
    END-IF.
    EXIT.

TRANSFERER-RELIQUAT.
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
                DISPLAY "Catalogue des produits plein (20). Produit ignoré : "
                        CodeProduitBancaire
            ELSE
*>              Un changement programmé dont la date d'effet est
*>              atteinte s'applique même si aucune approbation n'est
*>              passée depuis pour le reporter dans le catalogue.
                IF DateEffetProgramme NOT = 0
                   AND DateEffetProgramme <= DateComptable
                    MOVE TauxProgramme TO TauxInteretProduit
                    MOVE DecouvertProgramme TO LimiteDecouvertProduit
                    MOVE SoldeMinProgramme TO SoldeMinimumProduit
                    MOVE FraisProgramme TO FraisTenueProduit
                END-IF
                ADD 1 TO NbProduits
                MOVE CodeProduitBancaire TO CodeProduitTbl(NbProduits)
                MOVE TauxInteretProduit TO TauxProduitTbl(NbProduits)
    DISPLAY "Intérêt couru     : " InteretFinal.
    DISPLAY "Frais prorata     : " FraisProrata.
    DISPLAY "Reliquat transféré: " SoldeResiduel.
    EVALUATE DestinationCloture
        WHEN 'V'
            DISPLAY "Destination       : virement vers " CompteDestCloture
        WHEN 'N'
            DISPLAY "Destination       : notaire " NomNotaire
            DISPLAY "                    " BicNotaire " " IbanNotaire
        WHEN 'M'
            PERFORM LIRE-DOSSIER-MOBILITE
            DISPLAY "Destination       : nouvelle banque (mobilité)"
            DISPLAY "                    " BicAutreBanque " " IbanAutreBanque
        WHEN OTHER
            DISPLAY "Destination       : paiement en espèces"
    END-EVALUATE.
    DISPLAY "Le compte est soldé à zéro et définitivement clos.".
    DISPLAY "========================================================".
    EXIT.
