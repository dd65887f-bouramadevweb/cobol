           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-GRANDLIVRE.

    SELECT OperationChangeFile
           ASSIGN TO 'OperationsChange'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroOperationChange
           FILE STATUS IS STATUS-OPERATIONS.

DATA DIVISION.
FILE SECTION.
FD HistoriqueFile.
FD PeriodeComptableFile.
01 PeriodeComptableEnrg PIC 9(8).

FD OperationChangeFile.
COPY OperationChangeRecord.

FD GrandLivreFile.
*> Écriture comptable du grand livre : chaque mouvement du jour
*> produit une paire débit/crédit équilibrée, numérotée par pièce.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-GRANDLIVRE   PIC XX.
77 STATUS-PERIODE      PIC XX.
77 STATUS-OPERATIONS   PIC XX.
01 FinOperationsChange PIC X VALUE 'N'.
01 NbOperationsChange PIC 9(8) VALUE 0.
01 LibellePaire       PIC X(20).
01 MontantPaire       PIC 9(11)V99.
01 DateVerrouPeriode  PIC 9(8).
01 FinHistorique      PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).

*> Plan de comptes interne : 101000 caisse et compensation, 201000
*> dépôts de la clientèle, 601000 charge d'intérêts, 701000 produits
*> de frais de tenue, 103000 caisse en billets étrangers (tenue à
*> la contre-valeur au cours moyen), 704000 produits de change.
01 CompteCaisse       PIC X(6) VALUE "101000".
01 CompteClients      PIC X(6) VALUE "201000".
01 CompteInterets     PIC X(6) VALUE "601000".
01 ComptePrets        PIC X(6) VALUE "102000".
01 CompteProduitsPret PIC X(6) VALUE "702000".
01 CompteProduitsDebit PIC X(6) VALUE "703000".
01 CompteCaisseDevises PIC X(6) VALUE "103000".
01 CompteProduitsChange PIC X(6) VALUE "704000".

01 BalanceJour.
   02 BalanceLigne OCCURS 20 TIMES.
      03 CompteGLBal     PIC X(6).
      03 TotalDebitBal   PIC 9(15)V99.
      03 TotalCreditBal  PIC 9(15)V99.
    MOVE 0 TO NbComptesBal.

    PERFORM EXTRAIRE-UN-MOUVEMENT UNTIL FinHistorique = 'O'.
    PERFORM EXTRAIRE-CHANGE-MANUEL.

    CLOSE HistoriqueFile.
    CLOSE GrandLivreFile.

    DISPLAY "Extraction grand livre du " DateTraitementJour " : "
            NbMouvementsLus " mouvement(s), " NbEcrituresEcrites
            " écriture(s), " NbMouvementsIgnores " ignoré(s), "
            NbOperationsChange " opération(s) de change manuel.".
    GOBACK.

VERIFIER-VERROU-PERIODE.
        ADD 1 TO NbMouvementsLus
        PERFORM DETERMINER-SCHEMA-COMPTABLE
        IF MouvementComptable = 'O'
            MOVE Action TO LibellePaire
            MOVE Montant TO MontantPaire
            PERFORM ECRIRE-PAIRE-ECRITURES
        ELSE
            ADD 1 TO NbMouvementsIgnores
        WHEN "Dépôt"
            MOVE CompteCaisse TO CompteDebit
            MOVE CompteClients TO CompteCredit
        WHEN "Remise chèque"
            MOVE CompteCaisse TO CompteDebit
            MOVE CompteClients TO CompteCredit
        WHEN "Dépôt ordre perm."
            MOVE CompteCaisse TO CompteDebit
            MOVE CompteClients TO CompteCredit
        WHEN "Retrait"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Retrait carte"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Paiement carte"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Virement"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Extourne crédit"
            MOVE CompteCaisse TO CompteDebit
            MOVE CompteClients TO CompteCredit
*>      Frais remboursés au règlement d'une réclamation
*>      (GestionReclamations) : le produit de commissions est repris.
        WHEN "Remb. frais"
            MOVE CompteFrais TO CompteDebit
            MOVE CompteClients TO CompteCredit
*>      Paiement au créancier saisissant (PaiementSaisies) et solde
*>      versé au notaire (ClotureComptes) : sortie par la compensation
*>      comme un virement externe.
        WHEN "Paiement saisie"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Virement notaire"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Commission engag."
            MOVE CompteClients TO CompteDebit
            MOVE CompteFrais TO CompteCredit
*>      Écart de comptage d'un DAB (GestionCoffre) : le compte
*>      d'attente ATTENTE001 est un compte de CompteFile, donc tenu
*>      dans 201000, face à la caisse.
        WHEN "Manquant DAB"
            MOVE CompteClients TO CompteDebit
            MOVE CompteCaisse TO CompteCredit
        WHEN "Excédent DAB"
            MOVE CompteCaisse TO CompteDebit
            MOVE CompteClients TO CompteCredit
        WHEN OTHER
*>          Reports à nouveau et actions inconnues : pas des
*>          événements comptables du jour, on les laisse de côté.
ECRIRE-PAIRE-ECRITURES.
    MOVE DateTraitementJour TO DateEcriture.
    MOVE ProchainePiece TO NumeroPiece.
    MOVE LibellePaire TO LibelleEcriture.
    MOVE MontantPaire TO MontantEcriture.

    MOVE CompteDebit TO CompteGL.
    MOVE 'D' TO SensEcriture.
    ADD 1 TO ProchainePiece.
    EXIT.

EXTRAIRE-CHANGE-MANUEL.
*> Le change manuel au guichet (ChangeGuichet) ne passe pas par un
*> compte client et n'apparaît donc pas dans HistoriqueFile : ses
*> opérations du jour sont relues dans OperationsChange. Chaque
*> opération donne deux paires, la contre-valeur au cours moyen
*> contre la caisse en devises et la marge en produit de change.
    OPEN INPUT OperationChangeFile.
    IF STATUS-OPERATIONS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-OPERATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir OperationsChange. Code de statut : " STATUS-OPERATIONS
        STOP RUN
    END-IF.
    PERFORM EXTRAIRE-UNE-OPERATION-CHANGE UNTIL FinOperationsChange = 'O'.
    CLOSE OperationChangeFile.
    EXIT.

EXTRAIRE-UNE-OPERATION-CHANGE.
    READ OperationChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinOperationsChange
    END-READ.
    IF FinOperationsChange = 'O'
       OR DateOperationChange NOT = DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMouvementsLus.
    ADD 1 TO NbOperationsChange.

*>  Vente de billets : les euros reçus du client couvrent la
*>  contre-valeur sortie de la caisse en devises plus la marge.
*>  Achat : la contre-valeur entrée en caisse en devises couvre les
*>  euros remis au client plus la marge.
    IF SensChange = 'V'
        MOVE CompteCaisse TO CompteDebit
        MOVE CompteCaisseDevises TO CompteCredit
        MOVE "Change vente billets" TO LibellePaire
        MOVE ContreValeurMoyenne TO MontantPaire
        PERFORM ECRIRE-PAIRE-ECRITURES
        MOVE CompteCaisse TO CompteDebit
    ELSE
        MOVE CompteCaisseDevises TO CompteDebit
        MOVE CompteCaisse TO CompteCredit
        MOVE "Change achat billets" TO LibellePaire
        MOVE MontantEURChange TO MontantPaire
        PERFORM ECRIRE-PAIRE-ECRITURES
        MOVE CompteCaisseDevises TO CompteDebit
    END-IF.
    IF MontantMargeChange > 0
        MOVE CompteProduitsChange TO CompteCredit
        MOVE "Marge de change" TO LibellePaire
        MOVE MontantMargeChange TO MontantPaire
        PERFORM ECRIRE-PAIRE-ECRITURES
    END-IF.
    EXIT.

CUMULER-BALANCE.
    MOVE 0 TO IndexBalTrouve.
    PERFORM VARYING IndexBal FROM 1 BY 1 UNTIL IndexBal > NbComptesBal
