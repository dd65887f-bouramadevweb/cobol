           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT MargeChangeFile
           ASSIGN TO 'MargesChange'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeDeviseMarge
           FILE STATUS IS STATUS-MARGES.

    SELECT VirementExterneFile
           ASSIGN TO 'VirementExterne'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS CleOpposition
           FILE STATUS IS STATUS-OPPOSITIONS.

    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT TitulaireFile
           ASSIGN TO 'TitulairesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTitulaire
           FILE STATUS IS STATUS-TITULAIRES.

    SELECT AvisProduitFile
           ASSIGN TO 'AvisModificationProduits'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AVIS.

    SELECT BeneficiaireFile
           ASSIGN TO 'BeneficiairesClients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleBeneficiaire
           ALTERNATE RECORD KEY IS IbanBenef WITH DUPLICATES
           FILE STATUS IS STATUS-BENEFICIAIRES.

DATA DIVISION.
FILE SECTION.
FD CompteFile.
FD TauxChangeFile.
COPY TauxChangeRecord.

FD MargeChangeFile.
COPY MargeChangeRecord.

FD VirementExterneFile.
01 VirementExterneRecord.
   05 NumeroCompteSourceExt       PIC X(10).
FD OppositionFile.
COPY OppositionRecord.

FD CarteFile.
COPY CarteRecord.

FD ClientFile.
COPY ClientRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD AvisProduitFile.
COPY AvisProduitRecord.

FD SuspensionFile.
COPY SuspensionRecord.

FD BeneficiaireFile.
COPY BeneficiaireRecord.

WORKING-STORAGE SECTION.
77 STATUS-EXTOURNES    PIC XX.
77 STATUS-OPPOSITIONS  PIC XX.
77 STATUS-CHANGEMENTS  PIC XX.
77 STATUS-SEUIL        PIC XX.
77 STATUS-PRODUITS     PIC XX.
77 STATUS-CLIENTS      PIC XX.
77 STATUS-TITULAIRES   PIC XX.
77 STATUS-AVIS         PIC XX.
77 STATUS-BENEFICIAIRES PIC XX.
01 NumeroClientBenefSaisi PIC X(10).
01 IbanBenefSaisi      PIC X(34).
01 FinBeneficiaires    PIC X.
01 NbBenefEnAttente    PIC 9(3).
01 DateEffetChangement PIC 9(8).
01 ProduitAvise        PIC X(4).
01 FinComptesAvis      PIC X.
01 FinTitulairesAvis   PIC X.
01 NbDetenteursAvis    PIC 9(3).
01 NbAvisEmis          PIC 9(6).
01 ClientAvise         PIC X(10).
*> Conditions en vigueur et conditions programmées, reprises hors
*> du tampon du catalogue avant le balayage des comptes.
01 ConditionsAvis.
   05 LibelleAvisMnt       PIC X(30).
   05 AncienTauxMnt        PIC 9V9(4).
   05 NouveauTauxMnt       PIC 9V9(4).
   05 AncienDecouvertMnt   PIC 9(11)V99.
   05 NouveauDecouvertMnt  PIC 9(11)V99.
   05 AncienSoldeMinMnt    PIC 9(11)V99.
   05 NouveauSoldeMinMnt   PIC 9(11)V99.
   05 AncienFraisMnt       PIC X.
   05 NouveauFraisMnt      PIC X.
01 ProchainChangement  PIC 9(6).
01 FinChangements      PIC X.
01 NbChangementsListes PIC 9(4).
01 SensExtourne        PIC X.
01 NumeroChequeSaisi   PIC 9(8).
01 OppositionExistante PIC X.
77 STATUS-CARTES       PIC XX.
01 NumeroCarteSaisi    PIC X(16).
01 CarteMasquee        PIC X(16).
77 STATUS-COMPTES      PIC XX.
77 STATUS-SUSPENS      PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-SESSION      PIC XX.
77 STATUS-AUTORISATIONS PIC XX.
77 STATUS-TAUXCHANGE   PIC XX.
77 STATUS-MARGES       PIC XX.
77 STATUS-VIREXT       PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 NumeroAutorisationSaisi PIC 9(6).
01 NouveauStatut      PIC X.
01 AncienStatut       PIC X.
01 DateHeureSysteme   PIC X(21).
*> Heure limite de la compensation (HeureLimiteUtil), comme au
*> guichet : passé l'heure, le virement attend le jour ouvré suivant.
01 CodeOperationLimite PIC X(4).
01 DateSaisieLimite    PIC 9(8).
01 HeureSaisieLimite   PIC 9(6).
01 DateExecutionVirement PIC 9(8).
01 VirementReporte     PIC X.
01 NumeroSuspensSaisi PIC 9(6).
01 ChoixReglement     PIC X.
01 FinSuspensFile     PIC X VALUE 'N'.
01 CompteFraisOperation PIC X(10).
01 StatutFraisOperation PIC XX.

*> Notifications clients (NotificationUtil) des retraits et virements
*> externes postés sur autorisation, comme au guichet.
01 MontantNotifAffiche  PIC Z(10)9.99.
01 StatutNotification   PIC XX.
COPY NotificationClientRecord.

*> Duplicata des reçus de guichet (RecuGuichetUtil), sur demande du
*> client qui a perdu le sien ou d'une réclamation.
COPY RecuGuichetRecord.
01 ModeRecu            PIC X VALUE 'D'.
01 StatutRecu          PIC XX.
01 NumeroRecuSaisi     PIC 9(8).

PROCEDURE DIVISION.

*> Écran superviseur de la banque : changements de statut des comptes
    DISPLAY "A. Demander un changement du seuil du double regard".
    DISPLAY "B. Lister les changements de référentiel en attente".
    DISPLAY "C. Appliquer ou refuser un changement de référentiel".
    DISPLAY "D. Poser ou lever une opposition sur carte".
    DISPLAY "E. Réimprimer un reçu de guichet (duplicata)".
    DISPLAY "F. Confirmer un bénéficiaire externe en attente".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-CHANGEMENTS-REF
        WHEN "C"
            PERFORM DECIDER-CHANGEMENT-REF
        WHEN "D"
            PERFORM GERER-OPPOSITION-CARTE
        WHEN "E"
            PERFORM REIMPRIMER-RECU-GUICHET
        WHEN "F"
            PERFORM CONFIRMER-BENEFICIAIRE
        WHEN "0"
            CONTINUE
        WHEN OTHER
    END-IF.
    EXIT.

REIMPRIMER-RECU-GUICHET.
*> Le reçu se retrouve par l'agence et le numéro imprimés dessus, ou
*> par la référence portée sur le mouvement au relevé. Le duplicata
*> porte la mention, son rang et le superviseur qui l'a réimprimé.
    MOVE SPACES TO RecuGuichetRecord.
    DISPLAY "Agence du reçu : ".
    ACCEPT CodeAgenceRecu.
    DISPLAY "Numéro du reçu : ".
    ACCEPT NumeroRecuSaisi.
    MOVE NumeroRecuSaisi TO NumeroRecu.
    MOVE 'D' TO ModeRecu.
    CALL "RecuGuichetUtil" USING RecuGuichetRecord ModeRecu
                                 CodeOperateurSession StatutRecu.
    IF StatutRecu = "23"
        DISPLAY "Aucun reçu ne porte ce numéro dans cette agence."
        EXIT PARAGRAPH
    END-IF.
    IF StatutRecu NOT = "00"
        DISPLAY "Erreur à la réimpression du reçu. Code de statut : " StatutRecu
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteRecu DELIMITED BY SIZE
           " DUPLICATA RECU " DELIMITED BY SIZE
           CodeAgenceRecu DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           NumeroRecu DELIMITED BY SIZE
           " n° " DELIMITED BY SIZE
           NbDuplicatasRecu DELIMITED BY SIZE
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

CONFIRMER-BENEFICIAIRE.
*> Lève la période de carence d'un bénéficiaire externe en attente :
*> le superviseur ne confirme qu'après avoir joint le client par un
*> canal indépendant de la session (rappel au numéro du dossier),
*> jamais sur la foi de la personne qui demande le virement.
    OPEN I-O BeneficiaireFile.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro de client (ou de compte sans client) : ".
    ACCEPT NumeroClientBenefSaisi.

    MOVE 0 TO NbBenefEnAttente.
    MOVE 'N' TO FinBeneficiaires.
    MOVE NumeroClientBenefSaisi TO NumeroClientBenef.
    MOVE LOW-VALUES TO IbanBenef.
    START BeneficiaireFile KEY IS NOT LESS THAN CleBeneficiaire
        INVALID KEY
            MOVE 'O' TO FinBeneficiaires
    END-START.
    PERFORM LISTER-UN-BENEFICIAIRE UNTIL FinBeneficiaires = 'O'.
    IF NbBenefEnAttente = 0
        DISPLAY "Aucun bénéficiaire en attente pour " NumeroClientBenefSaisi "."
        CLOSE BeneficiaireFile
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "IBAN du bénéficiaire à confirmer : ".
    ACCEPT IbanBenefSaisi.
    MOVE NumeroClientBenefSaisi TO NumeroClientBenef.
    MOVE IbanBenefSaisi TO IbanBenef.
    READ BeneficiaireFile
        KEY IS CleBeneficiaire
        INVALID KEY
            DISPLAY "Ce bénéficiaire n'est pas inscrit pour ce client."
            CLOSE BeneficiaireFile
            EXIT PARAGRAPH
    END-READ.
    IF StatutBenef NOT = 'A'
        DISPLAY "Ce bénéficiaire est déjà confirmé (le " DateConfirmationBenef
                " par " OperateurConfirmationBenef ")."
        CLOSE BeneficiaireFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Client joint par un canal indépendant et bénéficiaire reconnu ? (O/N) : ".
    ACCEPT ChoixDecision.
    IF ChoixDecision NOT = 'O'
        DISPLAY "Confirmation abandonnée : le bénéficiaire reste en attente."
        CLOSE BeneficiaireFile
        EXIT PARAGRAPH
    END-IF.

    MOVE 'C' TO StatutBenef.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateConfirmationBenef.
    MOVE CodeOperateurSession TO OperateurConfirmationBenef.
    REWRITE BeneficiaireRecord.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
        CLOSE BeneficiaireFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE BeneficiaireFile.
    DISPLAY "Bénéficiaire " IbanBenef " confirmé pour " NumeroClientBenef ".".

    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroClientBenef DELIMITED BY SIZE
           " BENEFICIAIRE CONFIRME " DELIMITED BY SIZE
           IbanBenef DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DateConfirmationBenef DELIMITED BY SIZE
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

LISTER-UN-BENEFICIAIRE.
    READ BeneficiaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBeneficiaires
    END-READ.
    IF FinBeneficiaires = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroClientBenef NOT = NumeroClientBenefSaisi
        MOVE 'O' TO FinBeneficiaires
        EXIT PARAGRAPH
    END-IF.
    IF StatutBenef = 'A'
        ADD 1 TO NbBenefEnAttente
        DISPLAY IbanBenef " " BicBenef " " NomBenef
        DISPLAY "    inscrit le " DateAjoutBenef " par " OperateurAjoutBenef
                " depuis le compte " CompteAjoutBenef
                " (déjà envoyé : " MontantAttenteBenef ")"
    END-IF.
    EXIT.

DEBLOQUER-COMPTE-PIN.
*> Déblocage d'un compte bloqué après trois échecs de PIN : le
*> superviseur vérifie l'identité du client au guichet avant de
    EVALUATE FichierChangeRef
        WHEN "TAUXCHG"
            PERFORM APPLIQUER-CHANGEMENT-TAUX
        WHEN "MARGECHG"
            PERFORM APPLIQUER-CHANGEMENT-MARGE
        WHEN "SEUIL"
            PERFORM APPLIQUER-CHANGEMENT-SEUIL
        WHEN "PRODUIT"
    CLOSE TauxChangeFile.
    EXIT.

APPLIQUER-CHANGEMENT-MARGE.
    OPEN I-O MargeChangeFile.
    IF STATUS-MARGES = "35"
        OPEN OUTPUT MargeChangeFile
        CLOSE MargeChangeFile
        OPEN I-O MargeChangeFile
    END-IF.
    IF STATUS-MARGES NOT = "00"
        DISPLAY "Impossible d'ouvrir MargesChange. Code de statut : " STATUS-MARGES
        EXIT PARAGRAPH
    END-IF.
    MOVE CleChangementRef(1:3) TO CodeDeviseMarge.
    COMPUTE MargeAchatChange =
            FUNCTION NUMVAL(NouvelleValeurRef(1:6)).
    COMPUTE MargeVenteChange =
            FUNCTION NUMVAL(NouvelleValeurRef(8:6)).
    WRITE MargeChangeRecord
        INVALID KEY
            REWRITE MargeChangeRecord
    END-WRITE.
    IF STATUS-MARGES NOT = "00"
        DISPLAY "Erreur à l'écriture de MargesChange. Code de statut : " STATUS-MARGES
    ELSE
        MOVE 'O' TO ChangementApplique
    END-IF.
    CLOSE MargeChangeFile.
    EXIT.

APPLIQUER-CHANGEMENT-SEUIL.
    OPEN OUTPUT SeuilAutorisationFile.
    IF STATUS-SEUIL NOT = "00"
            CLOSE ProduitBancaireFile
            EXIT PARAGRAPH
    END-READ.
*>  Un changement programmé dont la date est atteinte devient d'abord
*>  la condition en vigueur : c'est elle que le nouvel avis annonce
*>  comme ancienne condition.
    IF DateEffetProgramme NOT = 0 AND DateEffetProgramme <= DateComptable
        MOVE TauxProgramme TO TauxInteretProduit
        MOVE DecouvertProgramme TO LimiteDecouvertProduit
        MOVE SoldeMinProgramme TO SoldeMinimumProduit
        MOVE FraisProgramme TO FraisTenueProduit
        INITIALIZE ChangementProgramme
    END-IF.
*>  Date d'effet portée par la clé (5:8) ; zéro ou atteinte = effet
*>  immédiat, comme avant les changements programmés.
    MOVE 0 TO DateEffetChangement.
    IF CleChangementRef(5:8) IS NUMERIC
        MOVE CleChangementRef(5:8) TO DateEffetChangement
    END-IF.
*>  Valeurs sérialisées à positions fixes par GestionProduitsBancaires :
*>  taux (1:6), découvert (8:14), solde minimum (23:14), frais (38:1).
    IF DateEffetChangement > DateComptable
*>      Un changement programmé plus récent remplace celui qui
*>      attendait encore : ses avis repartent avec les conditions
*>      finalement retenues.
        MOVE DateEffetChangement TO DateEffetProgramme
        COMPUTE TauxProgramme =
                FUNCTION NUMVAL(NouvelleValeurRef(1:6))
        COMPUTE DecouvertProgramme =
                FUNCTION NUMVAL(NouvelleValeurRef(8:14))
        COMPUTE SoldeMinProgramme =
                FUNCTION NUMVAL(NouvelleValeurRef(23:14))
        MOVE NouvelleValeurRef(38:1) TO FraisProgramme
    ELSE
        COMPUTE TauxInteretProduit =
                FUNCTION NUMVAL(NouvelleValeurRef(1:6))
        COMPUTE LimiteDecouvertProduit =
                FUNCTION NUMVAL(NouvelleValeurRef(8:14))
        COMPUTE SoldeMinimumProduit =
                FUNCTION NUMVAL(NouvelleValeurRef(23:14))
        MOVE NouvelleValeurRef(38:1) TO FraisTenueProduit
    END-IF.
    REWRITE ProduitBancaireRecord.
    IF STATUS-PRODUITS NOT = "00"
        DISPLAY "Erreur à la mise à jour de CatalogueProduits. Code de statut : " STATUS-PRODUITS
        CLOSE ProduitBancaireFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO ChangementApplique.
    IF DateEffetChangement > DateComptable
        MOVE CodeProduitBancaire TO ProduitAvise
        MOVE LibelleProduit TO LibelleAvisMnt
        MOVE TauxInteretProduit TO AncienTauxMnt
        MOVE TauxProgramme TO NouveauTauxMnt
        MOVE LimiteDecouvertProduit TO AncienDecouvertMnt
        MOVE DecouvertProgramme TO NouveauDecouvertMnt
        MOVE SoldeMinimumProduit TO AncienSoldeMinMnt
        MOVE SoldeMinProgramme TO NouveauSoldeMinMnt
        MOVE FraisTenueProduit TO AncienFraisMnt
        MOVE FraisProgramme TO NouveauFraisMnt
        CLOSE ProduitBancaireFile
        DISPLAY "Changement programmé au " DateEffetChangement
                " ; conditions actuelles en vigueur jusque-là."
        PERFORM EMETTRE-AVIS-PRODUIT
        EXIT PARAGRAPH
    END-IF.
    CLOSE ProduitBancaireFile.
    EXIT.

EMETTRE-AVIS-PRODUIT.
*> Préavis légal : chaque détenteur (titulaire ou co-titulaire de
*> TitulairesComptes, ou à défaut le client de CompteRecord) de
*> chaque compte non clos du produit reçoit une lettre avec les
*> anciennes et les nouvelles conditions. Un compte joint reçoit
*> donc une lettre par titulaire ; un mandataire n'en reçoit pas.
    MOVE 0 TO NbAvisEmis.
    OPEN INPUT ClientFile.
    OPEN INPUT TitulaireFile.
    OPEN EXTEND AvisProduitFile.
    IF STATUS-AVIS = "35"
        OPEN OUTPUT AvisProduitFile
    END-IF.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Impossible d'ouvrir AvisModificationProduits. Code de statut : "
                STATUS-AVIS " : avis à émettre manuellement."
    ELSE
        MOVE 'N' TO FinComptesAvis
        MOVE LOW-VALUES TO NumeroCompte
        START CompteFile KEY IS GREATER THAN NumeroCompte
            INVALID KEY
                MOVE 'O' TO FinComptesAvis
        END-START
        PERFORM AVISER-UN-COMPTE UNTIL FinComptesAvis = 'O'
        CLOSE AvisProduitFile
    END-IF.
    IF STATUS-CLIENTS = "00"
        CLOSE ClientFile
    END-IF.
    IF STATUS-TITULAIRES = "00"
        CLOSE TitulaireFile
    END-IF.
    DISPLAY NbAvisEmis " avis de modification émis pour le produit "
            ProduitAvise ".".
    EXIT.

AVISER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinComptesAvis
            EXIT PARAGRAPH
    END-READ.
    IF CodeProduitCompte NOT = ProduitAvise OR StatutCompte = 'C'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NbDetenteursAvis.
    IF STATUS-TITULAIRES = "00"
        MOVE NumeroCompte TO NumeroCompteTitulaire
        MOVE LOW-VALUES TO NumeroClientTitulaire
        MOVE 'N' TO FinTitulairesAvis
        START TitulaireFile KEY IS NOT LESS THAN CleTitulaire
            INVALID KEY
                MOVE 'O' TO FinTitulairesAvis
        END-START
        PERFORM AVISER-UN-DETENTEUR UNTIL FinTitulairesAvis = 'O'
    END-IF.
    IF NbDetenteursAvis = 0 AND NumeroClientCompte NOT = SPACES
        MOVE NumeroClientCompte TO ClientAvise
        PERFORM ECRIRE-AVIS-PRODUIT
    END-IF.
    EXIT.

AVISER-UN-DETENTEUR.
    READ TitulaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTitulairesAvis
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteTitulaire NOT = NumeroCompte
        MOVE 'O' TO FinTitulairesAvis
        EXIT PARAGRAPH
    END-IF.
    IF RoleTitulaire = 'T' OR RoleTitulaire = 'C'
        ADD 1 TO NbDetenteursAvis
        MOVE NumeroClientTitulaire TO ClientAvise
        PERFORM ECRIRE-AVIS-PRODUIT
    END-IF.
    EXIT.

ECRIRE-AVIS-PRODUIT.
    MOVE SPACES TO AvisProduitRecord.
    MOVE DateComptable TO DateAvisProduit.
    MOVE ProduitAvise TO CodeProduitAvis.
    MOVE LibelleAvisMnt TO LibelleProduitAvis.
    MOVE DateEffetChangement TO DateEffetAvis.
    MOVE NumeroCompte TO NumeroCompteAvis.
    MOVE ClientAvise TO NumeroClientAvis.
    MOVE "(client inconnu)" TO DestinataireAvis.
    IF STATUS-CLIENTS = "00"
        MOVE ClientAvise TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NomClient TO DestinataireAvis
                MOVE AdresseClient TO AdresseAvis
        END-READ
    END-IF.
    MOVE AncienTauxMnt TO AncienTauxAvis.
    MOVE NouveauTauxMnt TO NouveauTauxAvis.
    MOVE AncienDecouvertMnt TO AncienDecouvertAvis.
    MOVE NouveauDecouvertMnt TO NouveauDecouvertAvis.
    MOVE AncienSoldeMinMnt TO AncienSoldeMinAvis.
    MOVE NouveauSoldeMinMnt TO NouveauSoldeMinAvis.
    MOVE AncienFraisMnt TO AncienFraisAvis.
    MOVE NouveauFraisMnt TO NouveauFraisAvis.
    WRITE AvisProduitRecord.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Erreur à l'écriture de AvisModificationProduits. Code de statut : " STATUS-AVIS
    ELSE
        ADD 1 TO NbAvisEmis
    END-IF.
    EXIT.

SCELLER-CHANGEMENT.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDecisionRef.
        MOVE CompteDestSusp TO CompteDestAuto(1:10)
        EVALUATE CodeActionSusp
            WHEN 'D'
            WHEN 'C'
                PERFORM POSTER-DEPOT-SUSPENDU
            WHEN 'R'
                PERFORM POSTER-RETRAIT-AUTORISE
    END-IF.
    MOVE NumeroCompte TO CompteReglement.
    MOVE MontantAuto TO MontantReglement.
    IF CodeActionSusp = 'C'
        MOVE "Remise chèque" TO ActionReglement
    ELSE
        MOVE "Dépôt" TO ActionReglement
    END-IF.
    PERFORM ECRIRE-HISTORIQUE-REGLEMENT.
    MOVE 'O' TO OperationPostable.
    EXIT.
    END-IF.
    EXIT.

GERER-OPPOSITION-CARTE.
*> Opposition sur carte (perte, vol), pendant des oppositions sur
*> chèques : la carte passe au statut 'O' et toute demande du réseau
*> est refusée dès la remise suivante (AutorisationsCartes, code 41).
*> Les autorisations déjà accordées restent dues au réseau et seront
*> compensées. La levée (carte retrouvée) rend la carte active, ou
*> expirée si son mois d'échéance est passé entre-temps.
    DISPLAY "Numéro de la carte : ".
    ACCEPT NumeroCarteSaisi.
    DISPLAY "P = poser l'opposition, L = la lever : ".
    ACCEPT ChoixDecision.
    IF ChoixDecision NOT = 'P' AND ChoixDecision NOT = 'L'
        DISPLAY "Choix invalide (P ou L attendus)."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O CarteFile.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CartesBancaires. Code de statut : " STATUS-CARTES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCarteSaisi TO NumeroCarte.
    READ CarteFile
        KEY IS NumeroCarte
        INVALID KEY
            DISPLAY "Aucune carte ne porte ce numéro."
            CLOSE CarteFile
            EXIT PARAGRAPH
    END-READ.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    IF ChoixDecision = 'P'
        IF StatutCarte = 'O'
            DISPLAY "La carte est déjà en opposition depuis le "
                    DateOppositionCarte "."
        ELSE
            MOVE DateHeureSysteme(1:8) TO DateOppositionCarte
            DISPLAY "Motif de l'opposition : "
            ACCEPT MotifOppositionCarte
            MOVE CodeOperateurSession TO OperateurOppositionCarte
            MOVE 'O' TO StatutCarte
            REWRITE CarteRecord
            IF STATUS-CARTES NOT = "00"
                DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : " STATUS-CARTES
            ELSE
                DISPLAY "Opposition posée sur la carte " NumeroCarte
                        " du compte " NumeroCompteCarte "."
                PERFORM JOURNALISER-OPPOSITION-CARTE
            END-IF
        END-IF
    ELSE
        IF StatutCarte NOT = 'O'
            DISPLAY "Aucune opposition sur cette carte."
        ELSE
            IF DateExpirationCarte < DateHeureSysteme(1:6)
                MOVE 'E' TO StatutCarte
            ELSE
                MOVE 'A' TO StatutCarte
            END-IF
            MOVE CodeOperateurSession TO OperateurOppositionCarte
            REWRITE CarteRecord
            IF STATUS-CARTES NOT = "00"
                DISPLAY "Erreur à la mise à jour de CartesBancaires. Code de statut : " STATUS-CARTES
            ELSE
                DISPLAY "Opposition levée sur la carte " NumeroCarte
                        " (statut " StatutCarte ")."
                PERFORM JOURNALISER-OPPOSITION-CARTE
            END-IF
        END-IF
    END-IF.
    CLOSE CarteFile.
    EXIT.

JOURNALISER-OPPOSITION-CARTE.
*> Le numéro complet de la carte ne va jamais au journal.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE NumeroCarte TO CarteMasquee.
    MOVE "******" TO CarteMasquee(7:6).
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteCarte DELIMITED BY SIZE
           " OPPOSITION CARTE " DELIMITED BY SIZE
           CarteMasquee DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StatutCarte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MotifOppositionCarte DELIMITED BY "  "
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

JOURNALISER-DEBLOCAGE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
                        MOVE MontantAuto TO MontantReglement
                        MOVE "Retrait" TO ActionReglement
                        PERFORM ECRIRE-HISTORIQUE-REGLEMENT
                        PERFORM NOTIFIER-RETRAIT-AUTORISE
                        MOVE 'O' TO OperationPostable
                    END-IF
                END-IF
    MOVE MontantAuto TO MontantVirementExterne.
    MOVE Devise TO DeviseVirementExterne.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE "VEXT" TO CodeOperationLimite.
    MOVE DateHeureSysteme(1:8) TO DateSaisieLimite.
    MOVE DateHeureSysteme(9:6) TO HeureSaisieLimite.
    CALL "HeureLimiteUtil" USING CodeOperationLimite DateSaisieLimite
                                 HeureSaisieLimite DateExecutionVirement
                                 VirementReporte.
    MOVE DateExecutionVirement TO DateVirementExterne.
    MOVE DateHeureSysteme(1:14) TO ReferenceVirExt.
    IF VirementReporte = 'O'
        MOVE 'D' TO StatutVirExt
    ELSE
        MOVE 'E' TO StatutVirExt
    END-IF.
    OPEN EXTEND VirementExterneFile.
    IF STATUS-VIREXT = "35"
        OPEN OUTPUT VirementExterneFile
    PERFORM ECRIRE-HISTORIQUE-REGLEMENT.
    MOVE "VEXT" TO CodeOperationFrais.
    PERFORM CUMULER-FRAIS-OPERATION.
    PERFORM NOTIFIER-VIREXT-AUTORISE.
    DISPLAY "Virement externe posté : exécution le " DateExecutionVirement ".".
    MOVE 'O' TO OperationPostable.
    EXIT.

NOTIFIER-RETRAIT-AUTORISE.
*>  Un retrait passé par l'autorisation dépasse par construction le
*>  seuil du guichet : il est toujours signalé au client.
    MOVE "RET" TO EvenementNotif.
    MOVE MontantAuto TO MontantNotif.
    MOVE MontantAuto TO MontantNotifAffiche.
    MOVE SPACES TO TexteNotif.
    STRING "Retrait de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Devise DELIMITED BY SIZE
           " sur votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    PERFORM DEPOSER-NOTIFICATION-CLIENT.
    EXIT.

NOTIFIER-VIREXT-AUTORISE.
    MOVE "VEX" TO EvenementNotif.
    MOVE MontantAuto TO MontantNotif.
    MOVE MontantAuto TO MontantNotifAffiche.
    MOVE SPACES TO TexteNotif.
    STRING "Virement de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Devise DELIMITED BY SIZE
           " émis de votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           " vers " DELIMITED BY SIZE
           CompteDestAuto DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    PERFORM DEPOSER-NOTIFICATION-CLIENT.
    EXIT.

DEPOSER-NOTIFICATION-CLIENT.
    MOVE NumeroCompte TO NumeroCompteNotif.
    MOVE "SUPERV" TO OrigineNotif.
    CALL "NotificationUtil" USING NotificationClientRecord
                                  StatutNotification.
    IF StatutNotification NOT = "00"
        DISPLAY "Erreur au dépôt de la notification client. Code de statut : " StatutNotification
    END-IF.
    EXIT.

CUMULER-FRAIS-OPERATION.
*> Cumule le tarif de l'opération (barème TarifsOperations) via le
*> paragraphe partagé FraisOperationUtil, comme au guichet.
    EVALUATE ActionOrigine
        WHEN "Dépôt"
            MOVE 'D' TO SensExtourne
        WHEN "Remise chèque"
            MOVE 'D' TO SensExtourne
        WHEN "Intérêt"
            MOVE 'D' TO SensExtourne
        WHEN "Dépôt ordre perm."
            MOVE 'D' TO SensExtourne
        WHEN "Retrait"
            MOVE 'C' TO SensExtourne
        WHEN "Retrait carte"
            MOVE 'C' TO SensExtourne
        WHEN "Paiement carte"
            MOVE 'C' TO SensExtourne
        WHEN "Virement"
            MOVE 'C' TO SensExtourne
        WHEN "Virement permanent"
            MOVE 'C' TO SensExtourne
        WHEN "Frais de tenue"
            MOVE 'C' TO SensExtourne
        WHEN "Remb. frais"
            MOVE 'D' TO SensExtourne
        WHEN "Bloc. dépôt terme"
            MOVE 'C' TO SensExtourne
        WHEN "Remb. prêt capital"
            MOVE 'C' TO SensExtourne
        WHEN "Remb. prêt intér."
            MOVE 'C' TO SensExtourne
        WHEN "Paiement saisie"
            MOVE 'C' TO SensExtourne
        WHEN "Virement notaire"
            MOVE 'C' TO SensExtourne
        WHEN "Commission engag."
            MOVE 'C' TO SensExtourne
        WHEN "Manquant DAB"
            MOVE 'C' TO SensExtourne
        WHEN "Excédent DAB"
            MOVE 'D' TO SensExtourne
    END-EVALUATE.
    EXIT.

        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
