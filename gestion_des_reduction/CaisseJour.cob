           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT SessionBoutiqueFile
           ASSIGN TO 'SessionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionBoutique
           FILE STATUS IS STATUS-SESSIONSBTQ.

DATA DIVISION.
FILE SECTION.
FD JournalReductionFile.
*> reste.
   05 TypeLigneJrl      PIC X.
   05 MontantCarteJrl   PIC 9(6)V99.
   05 FILLER            PIC X(93).
*> Caissier de la ligne, posé par JournalUtil : avec DateJrl, c'est
*> la clé de sa session de caisse.
   05 OperateurJrl      PIC X(8).
   05 FILLER            PIC X.
*> 'T' : vente portée au compte d'un client professionnel, facturée
*> en fin de mois ; aucune espèce n'est entrée.
   05 ReglementCompteJrl PIC X.
   05 FILLER            PIC X.

FD TransactionFile.
*> Même enveloppe de lot que les autres origines de TransactionFile,
FD CompteFile.
COPY CompteRecord.

FD SessionBoutiqueFile.
*> Sessions de caisse par caissier et par jour (dessin de
*> GestionCaisseBoutique) : seules les sessions fermées justes ('F')
*> ou dont l'écart a été validé ('V') partent en banque.
01 SessionBoutiqueRecord.
   05 CleSessionBoutique.
      10 CodeCaissierBtq    PIC X(8).
      10 DateSessionBtq     PIC 9(8).
   05 NumeroCaisseBtq       PIC X(2).
   05 FondsOuvertureBtq     PIC 9(7)V99.
   05 NbVentesBtq           PIC 9(5).
   05 VentesEspecesBtq      PIC 9(9)V99.
   05 NbRetoursBtq          PIC 9(5).
   05 RetoursEspecesBtq     PIC 9(9)V99.
   05 AvoirsEmisBtq         PIC 9(9)V99.
   05 CartesVenduesBtq      PIC 9(9)V99.
   05 ReglementsCarteBtq    PIC 9(9)V99.
   05 MontantCompteBtq      PIC 9(9)V99.
   05 EcartBtq              PIC S9(9)V99.
   05 StatutSessionBtq      PIC X.
   05 ValideParBtq          PIC X(8).
   05 DepotFaitBtq          PIC X.
   05 VentesEnCompteBtq     PIC 9(9)V99.

WORKING-STORAGE SECTION.
*> Génération de capture du jour (TransactionFile.AAAAMMJJ), rendue
*> par GenerationCaptureUtil : les lots se déposent dans la
77 STATUS-JOURNALRED   PIC XX.
77 STATUS-TRANSACTIONS PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-SESSIONSBTQ  PIC XX.
01 FinJournal         PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 NbVentesJour       PIC 9(6) VALUE 0.
01 MontantCartesJour  PIC 9(11)V99 VALUE 0.
01 RemiseLigne        PIC 9(9)V99.
01 BaseLigne          PIC 9(9)V99.
*> Dépôt du jour : la recette comptée des sessions déposables
*> (compté moins fonds), plus le net des lignes antérieures aux
*> sessions de caisse, qui se déposent comme avant.
01 DepotJour          PIC S9(11)V99 VALUE 0.
01 NetHorsSession     PIC S9(11)V99 VALUE 0.
01 NetAvantLigne      PIC S9(11)V99.
01 RecetteSession     PIC S9(11)V99.
01 EcartsDeposes      PIC S9(11)V99 VALUE 0.
01 NbSessionsDeposees PIC 9(4) VALUE 0.
01 NbSessionsEnAttente PIC 9(4) VALUE 0.
01 SessionsDisponibles PIC X VALUE 'N'.
01 FinSessions        PIC X.
01 SortLigne          PIC X.
*> Compte bancaire de la boutique, crédité de la recette du jour.
01 CompteBoutique     PIC X(10) VALUE 'BOUTIQUE01'.


*> Arrêté de caisse de la boutique : totalise les ventes du jour de
*> JournalReduction (nombre, brut, remises accordées, TVA, net TTC),
*> imprime le bordereau de caisse et dépose la recette comptée des
*> sessions de caisse clôturées (SessionsBoutique) en un
*> lot complet pour le compte de la boutique dans TransactionFile,
*> posté par TRANSPST avec les transactions de la nuit — miroir du
*> pont des amendes de la bibliothèque. La recette n'atteignait la
        GOBACK
    END-IF.

*>  Le dépôt se fait par session de caisse : une ligne de journal
*>  n'est reprise que si la session de son caissier est clôturée et
*>  équilibrée (ou son écart validé) ; les autres attendent.
    OPEN I-O SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ = "00"
        MOVE 'O' TO SessionsDisponibles
    END-IF.

    PERFORM ARRETER-UNE-VENTE UNTIL FinJournal = 'O'.

    CLOSE JournalReductionFile.
    DISPLAY "Net hors taxe   : " NetHorsTaxe.
    DISPLAY "TVA             : " TvaJour.
    DISPLAY "Net TTC encaissé: " NetJour.
    DISPLAY "--------------------------------------------------------".
    IF SessionsDisponibles = 'O'
        PERFORM DEPOSER-SESSIONS
        CLOSE SessionBoutiqueFile
    END-IF.
    COMPUTE DepotJour = DepotJour + NetHorsSession.
    IF NetHorsSession NOT = 0
        DISPLAY "Hors session    : " NetHorsSession
    END-IF.
    DISPLAY "Écarts déposés  : " EcartsDeposes.
    DISPLAY "Dépôt du jour   : " DepotJour.
    DISPLAY "========================================================".

    IF DepotJour > 0
        PERFORM VERIFIER-COMPTE-BOUTIQUE
        PERFORM ECRIRE-LOT-DEPOT
    ELSE
*>      Journée à zéro ou négative (les retours en espèces ont
*>      dépassé les ventes) : rien ne part en banque, le détail
*>      reste dans le journal pour la prochaine journée créditrice.
        IF DepotJour < 0
            DISPLAY "*** JOURNÉE NÉGATIVE : " DepotJour
                    " — AUCUN DÉPÔT, CAISSE À RÉAPPROVISIONNER. ***"
        ELSE
            DISPLAY "Aucune vente à déposer ce jour."
    IF FinJournal NOT = 'O'
       AND DateJrl <= DateTraitementJour
       AND DepotFaitJrl NOT = 'D'
        PERFORM SITUER-LIGNE-SESSION
    END-IF.
    IF FinJournal NOT = 'O'
       AND DateJrl <= DateTraitementJour
       AND DepotFaitJrl NOT = 'D'
       AND SortLigne NOT = 'A'
        MOVE NetJour TO NetAvantLigne
        EVALUATE TypeLigneJrl
            WHEN 'R'
*>              Retour remboursé en espèces : la ligne se NET de la
                IF MontantCarteJrl NUMERIC AND MontantCarteJrl > 0
                    SUBTRACT MontantCarteJrl FROM NetJour
                END-IF
*>              Une vente en compte se règle sur facture, par le pont
*>              des comptes professionnels.
                IF ReglementCompteJrl = 'T'
                    SUBTRACT MontantFinalJrl FROM NetJour
                END-IF
        END-EVALUATE
        IF SortLigne = 'H'
            COMPUTE NetHorsSession = NetHorsSession
                    + NetJour - NetAvantLigne
        END-IF
        MOVE 'D' TO DepotFaitJrl
        REWRITE LigneJournalRed
        IF STATUS-JOURNALRED NOT = "00"
    END-IF.
    EXIT.

SITUER-LIGNE-SESSION.
*> Sort de la ligne : 'S' sa session est déposable, 'A' sa session
*> est encore ouverte ou en écart non validé (la ligne attend), 'H'
*> aucune session (ligne d'avant les sessions de caisse, déposée sur
*> son propre montant comme auparavant).
    MOVE 'H' TO SortLigne.
    IF SessionsDisponibles NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE OperateurJrl TO CodeCaissierBtq.
    MOVE DateJrl TO DateSessionBtq.
    READ SessionBoutiqueFile
        KEY IS CleSessionBoutique
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF StatutSessionBtq = 'F' OR StatutSessionBtq = 'V'
        MOVE 'S' TO SortLigne
    ELSE
        MOVE 'A' TO SortLigne
    END-IF.
    EXIT.

DEPOSER-SESSIONS.
    DISPLAY "SESSIONS DE CAISSE".
    MOVE 'N' TO FinSessions.
    MOVE LOW-VALUES TO CleSessionBoutique.
    START SessionBoutiqueFile KEY IS GREATER THAN CleSessionBoutique
        INVALID KEY
            MOVE 'O' TO FinSessions
    END-START.
    PERFORM DEPOSER-UNE-SESSION UNTIL FinSessions = 'O'.
    DISPLAY "Sessions déposées : " NbSessionsDeposees
            "   en attente : " NbSessionsEnAttente.
    EXIT.

DEPOSER-UNE-SESSION.
*> La recette d'une session est ce que le caissier a compté moins
*> son fonds de caisse, écart compris : c'est ce qui part en banque.
    READ SessionBoutiqueFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSessions
    END-READ.
    IF FinSessions = 'O'
       OR DateSessionBtq > DateTraitementJour
       OR DepotFaitBtq = 'D'
        EXIT PARAGRAPH
    END-IF.
    EVALUATE StatutSessionBtq
        WHEN 'F'
        WHEN 'V'
            COMPUTE RecetteSession = MontantCompteBtq - FondsOuvertureBtq
            ADD RecetteSession TO DepotJour
            ADD EcartBtq TO EcartsDeposes
            ADD 1 TO NbSessionsDeposees
            DISPLAY "Caisse " NumeroCaisseBtq " " CodeCaissierBtq
                    " du " DateSessionBtq " : recette " RecetteSession
                    " écart " EcartBtq
            MOVE 'D' TO DepotFaitBtq
            REWRITE SessionBoutiqueRecord
            IF STATUS-SESSIONSBTQ NOT = "00"
                DISPLAY "Erreur à la mise à jour de SessionsBoutique. Code de statut : " STATUS-SESSIONSBTQ
                STOP RUN
            END-IF
        WHEN 'E'
            ADD 1 TO NbSessionsEnAttente
            DISPLAY "Caisse " NumeroCaisseBtq " " CodeCaissierBtq
                    " du " DateSessionBtq " : ÉCART " EcartBtq
                    " À VALIDER, non déposée"
        WHEN OTHER
            ADD 1 TO NbSessionsEnAttente
            DISPLAY "Caisse " NumeroCaisseBtq " " CodeCaissierBtq
                    " du " DateSessionBtq " : NON CLÔTURÉE, non déposée"
    END-EVALUATE.
    EXIT.

VERIFIER-COMPTE-BOUTIQUE.
*> Le compte de la boutique doit exister dans CompteFile, sinon
*> TRANSPST rejettera le dépôt vers RejetsTransactions : on prévient
    MOVE '2' TO TypeEnregTrans.
    MOVE CompteBoutique TO NumeroCompteTrans.
    MOVE 'D' TO CodeActionTrans.
    MOVE DepotJour TO MontantTrans.
    MOVE SPACES TO NumeroCompteDestTrans.
    WRITE TransactionRecord.

    MOVE '9' TO TypeEnregTotal.
    MOVE 1 TO NbDetailsTotal.
    MOVE DepotJour TO CumulMontantsTotal.
    WRITE TotalTransactionRecord.

    IF STATUS-TRANSACTIONS NOT = "00"
    CLOSE TransactionFile.

    DISPLAY "Lot CAISSE déposé dans TransactionFile : dépôt de "
            DepotJour " sur " CompteBoutique ".".
    EXIT.

LIRE-DATE-TRAITEMENT.
    MOVE DateHeureSysteme(9:6) TO HeureFinCtl.
    MOVE NbVentesJour TO NbLusCtl.
    MOVE NbVentesJour TO NbPostesCtl.
    MOVE DepotJour TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
