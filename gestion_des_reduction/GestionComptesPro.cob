IDENTIFICATION DIVISION.
PROGRAM-ID. GestionComptesPro.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompteProFile
           ASSIGN TO 'ComptesPro'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeComptePro
           FILE STATUS IS STATUS-COMPTESPRO.

    SELECT AchatsProFile
           ASSIGN TO 'AchatsPro'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ACHATSPRO.

    SELECT FacturesProFile
           ASSIGN TO 'FacturesPro'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURESPRO.

    SELECT ReglementsProFile
           ASSIGN TO 'ReglementsPro'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REGLEMENTS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

    SELECT TransactionFile
           ASSIGN DYNAMIC NomFichierCapture
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRANSACTIONS.

DATA DIVISION.
FILE SECTION.
FD CompteProFile.
*> Compte client professionnel de la boutique (commerces du quartier,
*> l'entreprise de jardins elle-même) : achats en compte jusqu'au
*> plafond, facture mensuelle payable à DelaiPaiementPro jours.
*> EncoursPro = achats en compte non encore réglés, facturés ou non ;
*> la caisse le monte à chaque achat, les règlements le descendent.
*> CompteBancairePro : compte du client dans CompteFile quand il est
*> aussi client de la banque, ses règlements partent alors en
*> virement vers le compte de la boutique.
01 CompteProRecord.
   05 CodeComptePro       PIC X(8).
   05 RaisonSocialePro    PIC X(30).
   05 CompteBancairePro   PIC X(10).
   05 PlafondCreditPro    PIC 9(7)V99.
   05 DelaiPaiementPro    PIC 9(3).
   05 EncoursPro          PIC S9(9)V99.
   05 StatutComptePro     PIC X.
   05 DateCreationPro     PIC 9(8).

FD AchatsProFile.
*> Achat en compte posé par la caisse (CalculReductions) : ticket
*> hors taxe, TVA et TTC avec la ventilation par taux, 'A' pour un
*> retour porté en avoir au compte. NumeroFactureAchat reste blanc
*> jusqu'à la facturation mensuelle (FacturationComptesPro).
01 AchatProRecord.
   05 DateAchatPro        PIC 9(8).
   05 CodeCompteAchat     PIC X(8).
   05 SensAchatPro        PIC X.
   05 MontantHtAchat      PIC 9(7)V99.
   05 MontantTvaAchat     PIC 9(6)V99.
   05 MontantTtcAchat     PIC 9(7)V99.
   05 NbArticlesAchat     PIC 9(3).
   05 DetailAchatPro OCCURS 5 TIMES.
      10 CodeArticleAchat PIC 9(4).
      10 QteArticleAchat  PIC 9(2).
   05 VentilAchatPro OCCURS 5 TIMES.
      10 TauxAchat        PIC 9(2)V99.
      10 BaseAchat        PIC 9(7)V99.
      10 TvaAchat         PIC 9(6)V99.
   05 OperateurAchat      PIC X(8).
   05 NumeroFactureAchat  PIC X(10).

FD FacturesProFile.
*> Factures mensuelles des comptes professionnels.
01 FactureProRecord.
   05 NumeroFacturePro    PIC X(10).
   05 CodeCompteFac       PIC X(8).
   05 DateFacturePro      PIC 9(8).
   05 DateEcheancePro     PIC 9(8).
   05 NbAchatsFac         PIC 9(4).
   05 MontantHtFac        PIC S9(9)V99.
   05 MontantTvaFac       PIC S9(9)V99.
   05 MontantTtcFac       PIC S9(9)V99.

FD ReglementsProFile.
*> Règlements reçus sur les factures (partiels permis), sur le modèle
*> de PaiementsJardins. ModeReglementPro 'V' virement depuis le
*> compte bancaire du client, 'C' chèque ou espèces remis à la
*> boutique. StatutDepotRgl 'D' = déjà transmis par le pont bancaire.
01 ReglementProRecord.
   05 DateReglementPro    PIC 9(8).
   05 CodeCompteRgl       PIC X(8).
   05 NumeroFactureRgl    PIC X(10).
   05 MontantReglementPro PIC 9(9)V99.
   05 ModeReglementPro    PIC X.
   05 StatutDepotRgl      PIC X.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

FD TransactionFile.
*> Même enveloppe de lot que les ponts de la caisse et des jardins.
01 TransactionRecord.
   05 TypeEnregTrans         PIC X(1).
   05 NumeroCompteTrans      PIC X(10).
   05 CodeActionTrans        PIC X(1).
   05 MontantTrans           PIC 9(11)V99.
   05 NumeroCompteDestTrans  PIC X(10).
01 EnteteTransactionRecord.
   05 TypeEnregEntete        PIC X(1).
   05 DateLotEntete          PIC 9(8).
   05 OrigineLotEntete       PIC X(10).
01 TotalTransactionRecord.
   05 TypeEnregTotal         PIC X(1).
   05 NbDetailsTotal         PIC 9(8).
   05 CumulMontantsTotal     PIC 9(15)V99.

WORKING-STORAGE SECTION.
77 STATUS-COMPTESPRO   PIC XX.
77 STATUS-ACHATSPRO    PIC XX.
77 STATUS-FACTURESPRO  PIC XX.
77 STATUS-REGLEMENTS   PIC XX.
77 STATUS-SESSION      PIC XX.
77 STATUS-TRANSACTIONS PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession       PIC X VALUE SPACE.
01 ChoixUtilisateur    PIC X.
01 FinFichier          PIC X.
01 FinFactures         PIC X.
01 FinReglements       PIC X.
01 FinAchats           PIC X.
01 DateHeureSysteme    PIC X(21).
01 DateDuJour          PIC 9(8).
01 CompteExistant      PIC X.
01 CodeCompteSaisi     PIC X(8).
01 FactureSaisie       PIC X(10).
01 FactureTrouvee      PIC X.
01 CompteFactureLu     PIC X(8).
01 TtcFactureLue       PIC S9(9)V99.
01 EcheanceFactureLue  PIC 9(8).
01 TotalRegle          PIC 9(9)V99.
01 ResteDu             PIC S9(9)V99.
01 MontantSaisi        PIC 9(9)V99.
01 ModeSaisi           PIC X.
01 JoursRetard         PIC S9(5).
01 NonFactureCompte    PIC S9(9)V99.
01 NbComptesListes     PIC 9(4).
*> Balance âgée par compte : non facturé, non échu, puis retard sur
*> l'échéance en tranches 1-30, 31-60, 61-90 et au-delà.
01 BalanceComptePro.
   05 NonEchuBal        PIC S9(9)V99.
   05 Retard30Bal       PIC S9(9)V99.
   05 Retard60Bal       PIC S9(9)V99.
   05 Retard90Bal       PIC S9(9)V99.
   05 RetardPlusBal     PIC S9(9)V99.
01 NomFichierCapture   PIC X(30).
01 StatutGeneration    PIC XX.
01 TotalATransmettre   PIC 9(11)V99.
01 NbReglementsLot     PIC 9(4).
*> Compte bancaire de la boutique, le même que celui que crédite
*> l'arrêté de caisse (CaisseJour).
01 CompteBoutique      PIC X(10) VALUE 'BOUTIQUE01'.

PROCEDURE DIVISION.

*> Comptes clients professionnels : les commerces du quartier et
*> l'entreprise de jardins achetaient à crédit sur un carnet. Fiche
*> du compte (plafond, délai de paiement), règlements des factures
*> mensuelles, balance âgée, et pont bancaire des règlements vers
*> TransactionFile comme pour les factures de jardins.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.

    OPEN I-O CompteProFile.
    IF STATUS-COMPTESPRO = "35"
        OPEN OUTPUT CompteProFile
        CLOSE CompteProFile
        OPEN I-O CompteProFile
    END-IF.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Impossible d'ouvrir ComptesPro. Code de statut : " STATUS-COMPTESPRO
        GOBACK
    END-IF.

    MOVE SPACE TO ChoixUtilisateur.
    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE CompteProFile.

    GOBACK.

LIRE-SESSION-OPERATEUR.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
                MOVE ProfilOperateurSess TO ProfilSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "COMPTES CLIENTS PROFESSIONNELS DE LA BOUTIQUE".
    DISPLAY "--------------------------------------------------------".
    IF ProfilSession = 'S'
        DISPLAY "1. Créer ou modifier un compte (plafond, délai)"
    END-IF.
    DISPLAY "2. Lister les comptes et leur encours".
    DISPLAY "3. Saisir un règlement de facture (partiel permis)".
    DISPLAY "4. Balance âgée des comptes".
    DISPLAY "5. Transmettre les règlements à la banque".
    DISPLAY "6. Factures d'un compte".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            IF ProfilSession = 'S'
                PERFORM SAISIR-COMPTE
            ELSE
                DISPLAY "Option réservée au profil superviseur."
            END-IF
        WHEN "2"
            PERFORM LISTER-COMPTES
        WHEN "3"
            PERFORM SAISIR-REGLEMENT
        WHEN "4"
            PERFORM BALANCE-AGEE
        WHEN "5"
            PERFORM TRANSMETTRE-REGLEMENTS
        WHEN "6"
            PERFORM LISTER-FACTURES-COMPTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

SAISIR-COMPTE.
*> Lecture d'existence avant la saisie, puis WRITE ou REWRITE ; un
*> compte existant garde son encours, un compte neuf part de zéro.
    DISPLAY "Code du compte (8 caractères) : ".
    ACCEPT CodeComptePro.
    IF CodeComptePro = SPACES
        DISPLAY "Code obligatoire."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO CompteExistant.
    READ CompteProFile
        KEY IS CodeComptePro
        INVALID KEY
            MOVE 0 TO EncoursPro
            MOVE DateDuJour TO DateCreationPro
        NOT INVALID KEY
            MOVE 'O' TO CompteExistant
            DISPLAY "Compte actuel : " RaisonSocialePro " plafond "
                    PlafondCreditPro " délai " DelaiPaiementPro
                    " j, encours " EncoursPro ", statut " StatutComptePro
    END-READ.
    DISPLAY "Raison sociale : ".
    ACCEPT RaisonSocialePro.
    DISPLAY "Compte bancaire du client chez nous (vide si aucun) : ".
    ACCEPT CompteBancairePro.
    DISPLAY "Plafond de crédit : ".
    ACCEPT PlafondCreditPro.
    DISPLAY "Délai de paiement en jours (ex : 030) : ".
    ACCEPT DelaiPaiementPro.
    DISPLAY "Statut (A actif, S suspendu) : ".
    ACCEPT StatutComptePro.
    IF StatutComptePro NOT = 'S'
        MOVE 'A' TO StatutComptePro
    END-IF.
    IF PlafondCreditPro NOT NUMERIC OR DelaiPaiementPro NOT NUMERIC
        DISPLAY "Plafond ou délai invalide, compte non enregistré."
        EXIT PARAGRAPH
    END-IF.

    IF CompteExistant = 'N'
        WRITE CompteProRecord
    ELSE
        REWRITE CompteProRecord
    END-IF.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Erreur à l'écriture de ComptesPro. Code de statut : " STATUS-COMPTESPRO
    ELSE
        DISPLAY "Compte " CodeComptePro " enregistré : plafond "
                PlafondCreditPro ", paiement à " DelaiPaiementPro " jours."
    END-IF.
    EXIT.

LISTER-COMPTES.
    MOVE 0 TO NbComptesListes.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodeComptePro.
    START CompteProFile KEY IS GREATER THAN CodeComptePro
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UN-COMPTE UNTIL FinFichier = 'O'.
    IF NbComptesListes = 0
        DISPLAY "Aucun compte professionnel."
    END-IF.
    EXIT.

LISTER-UN-COMPTE.
    READ CompteProFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbComptesListes.
    DISPLAY CodeComptePro " " RaisonSocialePro " statut " StatutComptePro
            " encours " EncoursPro " / plafond " PlafondCreditPro
            " à " DelaiPaiementPro " j".
    EXIT.

SAISIR-REGLEMENT.
    DISPLAY "Numéro de la facture : ".
    ACCEPT FactureSaisie.
    PERFORM RETROUVER-FACTURE.
    IF FactureTrouvee = 'N'
        DISPLAY "Aucune facture ne porte ce numéro."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-REGLEMENTS-FACTURE.
    COMPUTE ResteDu = TtcFactureLue - TotalRegle.
    DISPLAY "Facture " FactureSaisie " du compte " CompteFactureLu
            " : " TtcFactureLue ", déjà réglé " TotalRegle
            ", reste dû " ResteDu " (échéance " EcheanceFactureLue ").".
    IF ResteDu <= 0
        DISPLAY "Facture déjà soldée : rien à régler."
        EXIT PARAGRAPH
    END-IF.

    MOVE CompteFactureLu TO CodeComptePro.
    READ CompteProFile
        KEY IS CodeComptePro
        INVALID KEY
            DISPLAY "Compte " CompteFactureLu " disparu : règlement refusé."
            EXIT PARAGRAPH
    END-READ.

    DISPLAY "Montant réglé : ".
    ACCEPT MontantSaisi.
    IF MontantSaisi NOT NUMERIC OR MontantSaisi = 0
        DISPLAY "Montant invalide."
        EXIT PARAGRAPH
    END-IF.
    IF MontantSaisi > ResteDu
        DISPLAY "Règlement au-delà du reste dû : ramené à " ResteDu "."
        MOVE ResteDu TO MontantSaisi
    END-IF.
*>  Un client qui a son compte chez nous règle par virement depuis ce
*>  compte ; sinon le chèque ou les espèces se déposent.
    MOVE 'C' TO ModeSaisi.
    IF CompteBancairePro NOT = SPACES
        DISPLAY "V = virement depuis " CompteBancairePro
                ", C = chèque ou espèces : "
        ACCEPT ModeSaisi
        IF ModeSaisi NOT = 'V'
            MOVE 'C' TO ModeSaisi
        END-IF
    END-IF.

    OPEN EXTEND ReglementsProFile.
    IF STATUS-REGLEMENTS = "35"
        OPEN OUTPUT ReglementsProFile
    END-IF.
    IF STATUS-REGLEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ReglementsPro. Code de statut : " STATUS-REGLEMENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateReglementPro.
    MOVE CompteFactureLu TO CodeCompteRgl.
    MOVE FactureSaisie TO NumeroFactureRgl.
    MOVE MontantSaisi TO MontantReglementPro.
    MOVE ModeSaisi TO ModeReglementPro.
    MOVE 'E' TO StatutDepotRgl.
    WRITE ReglementProRecord.
    IF STATUS-REGLEMENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de ReglementsPro. Code de statut : " STATUS-REGLEMENTS
        CLOSE ReglementsProFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE ReglementsProFile.

*>  Le règlement libère d'autant l'encours du compte.
    SUBTRACT MontantSaisi FROM EncoursPro.
    REWRITE CompteProRecord.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Erreur à la mise à jour de l'encours. Code de statut : " STATUS-COMPTESPRO
    END-IF.
    COMPUTE ResteDu = ResteDu - MontantSaisi.
    DISPLAY "Réglé " MontantSaisi " : reste dû sur la facture " ResteDu
            ", encours du compte " EncoursPro ".".
    EXIT.

RETROUVER-FACTURE.
    MOVE 'N' TO FactureTrouvee.
    MOVE 0 TO TtcFactureLue.
    MOVE 'N' TO FinFactures.
    OPEN INPUT FacturesProFile.
    IF STATUS-FACTURESPRO NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHERCHER-UNE-FACTURE UNTIL FinFactures = 'O'.
    CLOSE FacturesProFile.
    EXIT.

CHERCHER-UNE-FACTURE.
    READ FacturesProFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures NOT = 'O'
       AND NumeroFacturePro = FactureSaisie
        MOVE 'O' TO FactureTrouvee
        MOVE 'O' TO FinFactures
        MOVE CodeCompteFac TO CompteFactureLu
        MOVE MontantTtcFac TO TtcFactureLue
        MOVE DateEcheancePro TO EcheanceFactureLue
    END-IF.
    EXIT.

CUMULER-REGLEMENTS-FACTURE.
    MOVE 0 TO TotalRegle.
    MOVE 'N' TO FinReglements.
    OPEN INPUT ReglementsProFile.
    IF STATUS-REGLEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-UN-REGLEMENT UNTIL FinReglements = 'O'.
    CLOSE ReglementsProFile.
    EXIT.

CUMULER-UN-REGLEMENT.
    READ ReglementsProFile
        AT END
            MOVE 'O' TO FinReglements
    END-READ.
    IF FinReglements NOT = 'O'
       AND NumeroFactureRgl = FactureSaisie
        ADD MontantReglementPro TO TotalRegle
    END-IF.
    EXIT.

BALANCE-AGEE.
*> Balance âgée compte par compte : chaque facture non soldée se
*> range selon son retard sur l'échéance ; les achats du mois en
*> cours, pas encore facturés, figurent à part.
    DISPLAY "========================================================".
    DISPLAY "BALANCE ÂGÉE DES COMPTES PROFESSIONNELS AU " DateDuJour.
    DISPLAY "Compte | non facturé | non échu | 1-30 | 31-60 | 61-90 | +90".
    DISPLAY "--------------------------------------------------------".
    MOVE 0 TO NbComptesListes.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodeComptePro.
    START CompteProFile KEY IS GREATER THAN CodeComptePro
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM BALANCER-UN-COMPTE UNTIL FinFichier = 'O'.
    IF NbComptesListes = 0
        DISPLAY "Aucun encours : tous les comptes sont à jour."
    END-IF.
    DISPLAY "========================================================".
    EXIT.

BALANCER-UN-COMPTE.
    READ CompteProFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    INITIALIZE BalanceComptePro.
    MOVE 0 TO NonFactureCompte.
    MOVE 'N' TO FinFactures.
    OPEN INPUT FacturesProFile.
    IF STATUS-FACTURESPRO = "00"
        PERFORM VENTILER-UNE-FACTURE UNTIL FinFactures = 'O'
        CLOSE FacturesProFile
    END-IF.
    MOVE 'N' TO FinAchats.
    OPEN INPUT AchatsProFile.
    IF STATUS-ACHATSPRO = "00"
        PERFORM CUMULER-UN-NON-FACTURE UNTIL FinAchats = 'O'
        CLOSE AchatsProFile
    END-IF.
    IF NonFactureCompte = 0 AND NonEchuBal = 0 AND Retard30Bal = 0
       AND Retard60Bal = 0 AND Retard90Bal = 0 AND RetardPlusBal = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesListes.
    DISPLAY CodeComptePro " " RaisonSocialePro.
    DISPLAY "   " NonFactureCompte " | " NonEchuBal " | " Retard30Bal
            " | " Retard60Bal " | " Retard90Bal " | " RetardPlusBal.
    IF EncoursPro > PlafondCreditPro
        DISPLAY "   *** ENCOURS " EncoursPro " AU-DELÀ DU PLAFOND "
                PlafondCreditPro " ***"
    END-IF.
    EXIT.

VENTILER-UNE-FACTURE.
    READ FacturesProFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures = 'O' OR CodeCompteFac NOT = CodeComptePro
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroFacturePro TO FactureSaisie.
    PERFORM CUMULER-REGLEMENTS-FACTURE.
    COMPUTE ResteDu = MontantTtcFac - TotalRegle.
    IF ResteDu <= 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE JoursRetard = FUNCTION INTEGER-OF-DATE(DateDuJour)
            - FUNCTION INTEGER-OF-DATE(DateEcheancePro).
    EVALUATE TRUE
        WHEN JoursRetard <= 0
            ADD ResteDu TO NonEchuBal
        WHEN JoursRetard <= 30
            ADD ResteDu TO Retard30Bal
        WHEN JoursRetard <= 60
            ADD ResteDu TO Retard60Bal
        WHEN JoursRetard <= 90
            ADD ResteDu TO Retard90Bal
        WHEN OTHER
            ADD ResteDu TO RetardPlusBal
    END-EVALUATE.
    EXIT.

CUMULER-UN-NON-FACTURE.
    READ AchatsProFile
        AT END
            MOVE 'O' TO FinAchats
    END-READ.
    IF FinAchats = 'O' OR CodeCompteAchat NOT = CodeComptePro
       OR NumeroFactureAchat NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF SensAchatPro = 'A'
        SUBTRACT MontantTtcAchat FROM NonFactureCompte
    ELSE
        ADD MontantTtcAchat TO NonFactureCompte
    END-IF.
    EXIT.

LISTER-FACTURES-COMPTE.
    DISPLAY "Code du compte : ".
    ACCEPT CodeCompteSaisi.
    MOVE 0 TO NbComptesListes.
    MOVE 'N' TO FinFactures.
    OPEN INPUT FacturesProFile.
    IF STATUS-FACTURESPRO NOT = "00"
        DISPLAY "Aucune facture émise."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LISTER-UNE-FACTURE UNTIL FinFactures = 'O'.
    CLOSE FacturesProFile.
    IF NbComptesListes = 0
        DISPLAY "Aucune facture pour ce compte."
    END-IF.
    EXIT.

LISTER-UNE-FACTURE.
    READ FacturesProFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures = 'O' OR CodeCompteFac NOT = CodeCompteSaisi
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesListes.
    MOVE NumeroFacturePro TO FactureSaisie.
    PERFORM CUMULER-REGLEMENTS-FACTURE.
    COMPUTE ResteDu = MontantTtcFac - TotalRegle.
    DISPLAY NumeroFacturePro " du " DateFacturePro " échéance "
            DateEcheancePro " : HT " MontantHtFac " TVA " MontantTvaFac
            " TTC " MontantTtcFac " réglé " TotalRegle " reste " ResteDu.
    EXIT.

TRANSMETTRE-REGLEMENTS.
*> Pont bancaire : les règlements jamais transmis partent en UN lot
*> COMPTEPRO dans la génération TransactionFile du jour — un
*> virement du compte du client vers celui de la boutique quand il
*> est client de la banque, un dépôt sur le compte de la boutique
*> pour les chèques et espèces. Comme pour les jardins, les
*> règlements ne se marquent transmis qu'une fois le lot écrit.
    MOVE 0 TO TotalATransmettre.
    MOVE 0 TO NbReglementsLot.
    MOVE 'N' TO FinReglements.
    OPEN INPUT ReglementsProFile.
    IF STATUS-REGLEMENTS NOT = "00"
        DISPLAY "Aucun règlement (fichier absent ou vide)."
        EXIT PARAGRAPH
    END-IF.
    PERFORM COMPTER-UN-REGLEMENT UNTIL FinReglements = 'O'.
    CLOSE ReglementsProFile.
    IF NbReglementsLot = 0
        DISPLAY "Aucun règlement en attente de transmission."
        EXIT PARAGRAPH
    END-IF.

    CALL "GenerationCaptureUtil" USING NomFichierCapture
                                       StatutGeneration.
    IF StatutGeneration NOT = "00"
        DISPLAY "Impossible de déterminer la génération de capture. Code de statut : " StatutGeneration
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND TransactionFile.
    IF STATUS-TRANSACTIONS = "35"
        OPEN OUTPUT TransactionFile
    END-IF.
    IF STATUS-TRANSACTIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir la génération de capture. Code de statut : " STATUS-TRANSACTIONS
        EXIT PARAGRAPH
    END-IF.

    MOVE '1' TO TypeEnregEntete.
    MOVE DateDuJour TO DateLotEntete.
    MOVE "COMPTEPRO" TO OrigineLotEntete.
    WRITE EnteteTransactionRecord.

    MOVE 'N' TO FinReglements.
    OPEN INPUT ReglementsProFile.
    PERFORM ECRIRE-UN-DETAIL UNTIL FinReglements = 'O'.
    CLOSE ReglementsProFile.

    MOVE '9' TO TypeEnregTotal.
    MOVE NbReglementsLot TO NbDetailsTotal.
    MOVE TotalATransmettre TO CumulMontantsTotal.
    WRITE TotalTransactionRecord.
    CLOSE TransactionFile.

*>  Le lot est écrit : marquer transmis les règlements qu'il porte.
    MOVE 'N' TO FinReglements.
    OPEN I-O ReglementsProFile.
    IF STATUS-REGLEMENTS NOT = "00"
        DISPLAY "Impossible de rouvrir ReglementsPro. Code de statut : " STATUS-REGLEMENTS
        STOP RUN
    END-IF.
    PERFORM MARQUER-UN-REGLEMENT UNTIL FinReglements = 'O'.
    CLOSE ReglementsProFile.

    DISPLAY "Lot COMPTEPRO transmis : " NbReglementsLot
            " règlement(s) pour " TotalATransmettre
            " vers " CompteBoutique ".".
    EXIT.

COMPTER-UN-REGLEMENT.
    READ ReglementsProFile
        AT END
            MOVE 'O' TO FinReglements
    END-READ.
    IF FinReglements NOT = 'O' AND StatutDepotRgl NOT = 'D'
        ADD MontantReglementPro TO TotalATransmettre
        ADD 1 TO NbReglementsLot
    END-IF.
    EXIT.

ECRIRE-UN-DETAIL.
    READ ReglementsProFile
        AT END
            MOVE 'O' TO FinReglements
    END-READ.
    IF FinReglements = 'O' OR StatutDepotRgl = 'D'
        EXIT PARAGRAPH
    END-IF.
    MOVE '2' TO TypeEnregTrans.
    MOVE MontantReglementPro TO MontantTrans.
    MOVE 'D' TO CodeActionTrans.
    MOVE CompteBoutique TO NumeroCompteTrans.
    MOVE SPACES TO NumeroCompteDestTrans.
    IF ModeReglementPro = 'V'
        MOVE CodeCompteRgl TO CodeComptePro
        READ CompteProFile
            KEY IS CodeComptePro
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CompteBancairePro NOT = SPACES
                    MOVE 'V' TO CodeActionTrans
                    MOVE CompteBancairePro TO NumeroCompteTrans
                    MOVE CompteBoutique TO NumeroCompteDestTrans
                END-IF
        END-READ
    END-IF.
    WRITE TransactionRecord.
    EXIT.

MARQUER-UN-REGLEMENT.
    READ ReglementsProFile
        AT END
            MOVE 'O' TO FinReglements
    END-READ.
    IF FinReglements NOT = 'O' AND StatutDepotRgl NOT = 'D'
        MOVE 'D' TO StatutDepotRgl
        REWRITE ReglementProRecord
        IF STATUS-REGLEMENTS NOT = "00"
            DISPLAY "Erreur à la mise à jour de ReglementsPro. Code de statut : " STATUS-REGLEMENTS
            STOP RUN
        END-IF
    END-IF.
    EXIT.
