           RECORD KEY IS NumeroCommande
           FILE STATUS IS STATUS-COMMANDES.

    SELECT BudgetFile
           ASSIGN TO 'BudgetsAcquisitions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleFonds
           FILE STATUS IS STATUS-BUDGETS.

    SELECT AbonnementFile
           ASSIGN TO 'Abonnements'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAbonnement
           FILE STATUS IS STATUS-ABONNEMENTS.

    SELECT ReparationFile
           ASSIGN TO 'Reparations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReparation
           FILE STATUS IS STATUS-REPARATIONS.

    SELECT TransactionFile
           ASSIGN DYNAMIC NomFichierCapture
           ORGANIZATION IS LINE SEQUENTIAL
   05 DateFactureFr       PIC 9(8).
   05 StatutFactureFr     PIC X.
   05 DatePaiementFact    PIC 9(8).
*> Renouvellement d'abonnement à un périodique (saisi par
*> GestionPeriodiques, sans commande) : numéro de l'abonnement, 0
*> pour une facture de livres contre CommandeFile.
   05 NumeroAbonnementFact PIC 9(4).
*> Facture d'un relieur (saisie par GestionReparations au retour de
*> l'exemplaire, sans commande) : numéro de la fiche de réparation,
*> 0 sinon.
   05 NumeroReparationFact PIC 9(5).

FD CommandeFile.
01 CommandeRecord.
   05 DateCommandeCmd   PIC 9(8).
   05 StatutCmd         PIC X.
   05 DateReceptionCmd  PIC 9(8).
   05 CleFondsCmd.
      10 ExerciceFondsCmd PIC 9(4).
      10 GenreFondsCmd    PIC X(4).
      10 SiteFondsCmd     PIC X(2).
   05 MontantEngageCmd  PIC 9(7)V99.

FD BudgetFile.
*> Budget des acquisitions tenu par GestionCommandes : le paiement
*> d'une facture solde l'engagement de sa commande et passe le
*> montant payé en dépense sur le même fonds.
01 BudgetRecord.
   05 CleFonds.
      10 ExerciceFonds    PIC 9(4).
      10 GenreFonds       PIC X(4).
      10 SiteFonds        PIC X(2).
   05 LibelleFonds        PIC X(30).
   05 DotationFonds       PIC 9(7)V99.
   05 EngageFonds         PIC 9(7)V99.
   05 DepenseFonds        PIC 9(7)V99.

FD AbonnementFile.
01 AbonnementRecord.
   05 NumeroAbonnement      PIC 9(4).
   05 NumeroLivreAbo        PIC 9(4).
   05 TitreAbo              PIC X(30).
   05 IssnAbo               PIC X(9).
   05 CodeFournisseurAbo    PIC X(4).
   05 PeriodiciteAbo        PIC X.
   05 JourParutionAbo       PIC 9(2).
   05 NumeroAttendu         PIC 9(4).
   05 DateProchainNumero    PIC 9(8).
   05 DateRenouvellementAbo PIC 9(8).
   05 PrixAbonnement        PIC 9(7)V99.
   05 DelaiReclamationAbo   PIC 9(3).
   05 SiteAbo               PIC X(2).
   05 StatutAbo             PIC X.

FD ReparationFile.
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

FD TransactionFile.
*> Même enveloppe de lot que le pont des amendes (DepotAmendes) :
77 STATUS-FOURNISSEURS PIC XX.
77 STATUS-FACTURES     PIC XX.
77 STATUS-COMMANDES    PIC XX.
77 STATUS-ABONNEMENTS  PIC XX.
77 STATUS-REPARATIONS  PIC XX.
77 STATUS-BUDGETS      PIC XX.
01 FondsTrouve       PIC X.
01 EngagementSolde   PIC 9(7)V99.
77 STATUS-TRANSACTIONS PIC XX.
77 STATUS-VIREXT       PIC XX.
77 STATUS-SESSION      PIC XX.
    MOVE DateDuJour TO DateFactureFr.
    MOVE 'S' TO StatutFactureFr.
    MOVE 0 TO DatePaiementFact.
    MOVE 0 TO NumeroAbonnementFact.
    MOVE 0 TO NumeroReparationFact.
    WRITE FactureFournisseurRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesFournisseurs. Code de statut : " STATUS-FACTURES
        DISPLAY "Cette facture est déjà décidée (statut " StatutFactureFr ")."
        EXIT PARAGRAPH
    END-IF.
    IF NumeroAbonnementFact NOT = 0
        PERFORM APPROUVER-FACTURE-ABONNEMENT
        EXIT PARAGRAPH
    END-IF.
    IF NumeroReparationFact NOT = 0
        PERFORM APPROUVER-FACTURE-REPARATION
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT CommandeFile.
    IF STATUS-COMMANDES NOT = "00"
    END-IF.
    EXIT.

APPROUVER-FACTURE-ABONNEMENT.
*> Le renouvellement d'un périodique n'a pas de commande : le
*> contrôle porte sur l'abonnement — il existe, il est bien chez ce
*> fournisseur, son renouvellement a été demandé ('F') et le montant
*> est le prix convenu. Un point qui manque : facture refusée.
    OPEN INPUT AbonnementFile.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir Abonnements. Code de statut : " STATUS-ABONNEMENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroAbonnementFact TO NumeroAbonnement.
    READ AbonnementFile
        KEY IS NumeroAbonnement
        INVALID KEY
            DISPLAY "Abonnement " NumeroAbonnementFact " introuvable : facture refusée."
            MOVE 'R' TO StatutFactureFr
            REWRITE FactureFournisseurRecord
            CLOSE AbonnementFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE AbonnementFile.

    IF CodeFournisseurAbo NOT = CodeFournisseurFact
        DISPLAY "Abonnement " NumeroAbonnementFact " tenu chez " CodeFournisseurAbo
                " : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.
    IF StatutAbo NOT = 'F'
        DISPLAY "Renouvellement non demandé pour l'abonnement " NumeroAbonnementFact
                " (statut " StatutAbo ") : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.
    IF MontantFactureFr NOT = PrixAbonnement
        DISPLAY "Montant facturé (" MontantFactureFr
                ") différent du prix convenu (" PrixAbonnement
                ") : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.

    MOVE 'A' TO StatutFactureFr.
    REWRITE FactureFournisseurRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à la mise à jour de la facture. Code de statut : " STATUS-FACTURES
    ELSE
        DISPLAY "Facture " NumeroFactureFr " approuvée : renouvellement de "
                TitreAbo "."
    END-IF.
    EXIT.

APPROUVER-FACTURE-REPARATION.
*> Facture de reliure : la fiche existe, elle est confiée à ce
*> relieur, l'exemplaire est revenu (réparé ou irréparable) et le
*> montant est le coût définitif saisi au retour. Un point qui
*> manque : facture refusée.
    OPEN INPUT ReparationFile.
    IF STATUS-REPARATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir Reparations. Code de statut : " STATUS-REPARATIONS
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroReparationFact TO NumeroReparation.
    READ ReparationFile
        KEY IS NumeroReparation
        INVALID KEY
            DISPLAY "Réparation " NumeroReparationFact " introuvable : facture refusée."
            MOVE 'R' TO StatutFactureFr
            REWRITE FactureFournisseurRecord
            CLOSE ReparationFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE ReparationFile.

    IF TypeReparateur NOT = 'F'
       OR CodeReparateur(1:4) NOT = CodeFournisseurFact
        DISPLAY "Réparation " NumeroReparationFact " confiée à "
                TypeReparateur " " CodeReparateur " : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.
    IF StatutRep = 'E'
        DISPLAY "Exemplaire de la réparation " NumeroReparationFact
                " pas encore revenu : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.
    IF MontantFactureFr NOT = CoutReparation
        DISPLAY "Montant facturé (" MontantFactureFr
                ") différent du coût de la réparation (" CoutReparation
                ") : facture refusée."
        MOVE 'R' TO StatutFactureFr
        REWRITE FactureFournisseurRecord
        EXIT PARAGRAPH
    END-IF.

    MOVE 'A' TO StatutFactureFr.
    REWRITE FactureFournisseurRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à la mise à jour de la facture. Code de statut : " STATUS-FACTURES
    ELSE
        DISPLAY "Facture " NumeroFactureFr " approuvée : reliure du livre "
                NumeroLivreRep " ex. " NumeroExemplaireRep "."
    END-IF.
    EXIT.

PAYER-FACTURES.
*> Course de paiement : chaque facture approuvée part vers le côté
*> bancaire — fournisseur interne crédité par un lot de virements
    END-IF.
    ADD 1 TO NbPayees.
    PERFORM JOURNALISER-PAIEMENT.
    IF NumeroAbonnementFact NOT = 0
        PERFORM PROLONGER-ABONNEMENT
    END-IF.
    PERFORM IMPUTER-DEPENSE.
    EXIT.

IMPUTER-DEPENSE.
*> Conversion de l'engagement en dépense : la facture d'une commande
*> solde l'engagement de la commande sur son fonds et y passe le
*> montant payé ; un renouvellement de périodique, qui n'a rien
*> engagé, se dépense sur le fonds PERI (à défaut GEN) de l'exercice
*> et du site de l'abonnement, une facture de reliure sur le fonds
*> RELI (à défaut GEN) du site de l'exemplaire réparé. Une commande
*> d'avant le suivi budgétaire ne s'impute nulle part.
    MOVE 0 TO EngagementSolde.
    EVALUATE TRUE
        WHEN NumeroReparationFact NOT = 0
            OPEN INPUT ReparationFile
            IF STATUS-REPARATIONS NOT = "00"
                DISPLAY "*** Dépense de la facture " NumeroFactureFr
                        " non imputée (Reparations, statut " STATUS-REPARATIONS ") ***"
                EXIT PARAGRAPH
            END-IF
            MOVE NumeroReparationFact TO NumeroReparation
            READ ReparationFile
                KEY IS NumeroReparation
                INVALID KEY
                    MOVE "01" TO SiteRep
            END-READ
            CLOSE ReparationFile
            MOVE DateDuJour(1:4) TO ExerciceFondsCmd
            MOVE "RELI" TO GenreFondsCmd
            MOVE SiteRep TO SiteFondsCmd
        WHEN NumeroAbonnementFact = 0
            OPEN INPUT CommandeFile
            IF STATUS-COMMANDES NOT = "00"
                DISPLAY "*** Dépense de la facture " NumeroFactureFr
                        " non imputée (CommandeFile, statut " STATUS-COMMANDES ") ***"
                EXIT PARAGRAPH
            END-IF
            MOVE NumeroCommandeFact TO NumeroCommande
            READ CommandeFile
                KEY IS NumeroCommande
                INVALID KEY
                    MOVE 0 TO ExerciceFondsCmd
            END-READ
            CLOSE CommandeFile
            IF ExerciceFondsCmd NOT NUMERIC OR ExerciceFondsCmd = 0
                EXIT PARAGRAPH
            END-IF
            MOVE MontantEngageCmd TO EngagementSolde
        WHEN OTHER
            OPEN INPUT AbonnementFile
            IF STATUS-ABONNEMENTS NOT = "00"
                DISPLAY "*** Dépense de la facture " NumeroFactureFr
                        " non imputée (Abonnements, statut " STATUS-ABONNEMENTS ") ***"
                EXIT PARAGRAPH
            END-IF
            MOVE NumeroAbonnementFact TO NumeroAbonnement
            READ AbonnementFile
                KEY IS NumeroAbonnement
                INVALID KEY
                    MOVE "01" TO SiteAbo
            END-READ
            CLOSE AbonnementFile
            MOVE DateDuJour(1:4) TO ExerciceFondsCmd
            MOVE "PERI" TO GenreFondsCmd
            MOVE SiteAbo TO SiteFondsCmd
    END-EVALUATE.

    OPEN I-O BudgetFile.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "*** Dépense de la facture " NumeroFactureFr
                " non imputée (BudgetsAcquisitions, statut " STATUS-BUDGETS ") ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO FondsTrouve.
    MOVE CleFondsCmd TO CleFonds.
    READ BudgetFile
        KEY IS CleFonds
        INVALID KEY
            MOVE 'N' TO FondsTrouve
    END-READ.
    IF FondsTrouve = 'N'
        MOVE 'O' TO FondsTrouve
        MOVE CleFondsCmd TO CleFonds
        MOVE "GEN" TO GenreFonds
        READ BudgetFile
            KEY IS CleFonds
            INVALID KEY
                MOVE 'N' TO FondsTrouve
        END-READ
    END-IF.
    IF FondsTrouve = 'N'
        DISPLAY "*** Aucun fonds " CleFondsCmd " pour la facture "
                NumeroFactureFr " : dépense non imputée. ***"
        CLOSE BudgetFile
        EXIT PARAGRAPH
    END-IF.
    IF EngagementSolde > EngageFonds
        MOVE EngageFonds TO EngagementSolde
    END-IF.
    SUBTRACT EngagementSolde FROM EngageFonds.
    ADD MontantFactureFr TO DepenseFonds.
    REWRITE BudgetRecord.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Erreur à la mise à jour de BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
    END-IF.
    CLOSE BudgetFile.
    EXIT.

PROLONGER-ABONNEMENT.
*> Renouvellement payé : l'échéance recule d'un an et l'abonnement
*> redevient actif — GestionPeriodiques reprend alors le calendrier
*> des numéros attendus au-delà de l'ancienne échéance.
    OPEN I-O AbonnementFile.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "*** Abonnement " NumeroAbonnementFact
                " non prolongé (statut " STATUS-ABONNEMENTS
                ") : à régulariser à la main. ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroAbonnementFact TO NumeroAbonnement.
    READ AbonnementFile
        KEY IS NumeroAbonnement
        INVALID KEY
            DISPLAY "*** Abonnement " NumeroAbonnementFact
                    " introuvable : échéance non prolongée. ***"
            CLOSE AbonnementFile
            EXIT PARAGRAPH
    END-READ.
    ADD 10000 TO DateRenouvellementAbo.
    IF DateRenouvellementAbo(5:4) = "0229"
        MOVE "0228" TO DateRenouvellementAbo(5:4)
    END-IF.
    MOVE 'A' TO StatutAbo.
    REWRITE AbonnementRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Abonnements. Code de statut : " STATUS-ABONNEMENTS
    ELSE
        DISPLAY "Abonnement " NumeroAbonnement " prolongé jusqu'au "
                DateRenouvellementAbo "."
    END-IF.
    CLOSE AbonnementFile.
    EXIT.

PAYER-PAR-LOT-INTERNE.
            DISPLAY "Facture " NumeroFactureFr " (" StatutFactureFr
                    ") fournisseur " CodeFournisseurFact
                    " | commande " NumeroCommandeFact
                    " | abonnement " NumeroAbonnementFact
                    " | réparation " NumeroReparationFact
                    " | " MontantFactureFr
                    " | payée le " DatePaiementFact
    END-READ.
