           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT DemandePretFile
           ASSIGN TO 'DemandesPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDemandePret
           FILE STATUS IS STATUS-DEMANDES.

    SELECT HistoriqueIdxFile
           ASSIGN TO 'HistoriqueIdx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleHistoriqueIdx
           FILE STATUS IS STATUS-HISTIDX.

    SELECT GarantiePretFile
           ASSIGN TO 'GarantiesPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroGarantie
           ALTERNATE RECORD KEY IS NumeroPretGarantie WITH DUPLICATES
           FILE STATUS IS STATUS-GARANTIES.

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT ClientFile
           ASSIGN TO 'ClientFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClient
           FILE STATUS IS STATUS-CLIENTS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
FD HistoriqueFile.
COPY HistoriqueRecord.

FD DemandePretFile.
COPY DemandePretRecord.

FD HistoriqueIdxFile.
COPY HistoriqueIdxRecord.

FD GarantiePretFile.
COPY GarantiePretRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD ClientFile.
COPY ClientRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
FD ParamPretsFile.
*> Paramètres des prêts, propriété de la direction : taux de
*> l'indemnité de remboursement anticipé, assis sur le capital
*> remboursé par anticipation ; montant au-delà duquel une demande
*> de prêt exige la décision d'un superviseur, et taux d'endettement
*> maximum (en pour cent) au-delà duquel aussi. Un enregistrement
*> d'avant ces deux zones les laisse à blanc : valeurs par défaut.
01 ParamPretsEnrg.
   05 TauxIndemniteRA     PIC 9V9(4).
   05 SeuilApprobationPret PIC 9(11)V99.
   05 EndettementMaxPret  PIC 9(3)V99.

WORKING-STORAGE SECTION.
01 StatutNumeroCompte PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-SESSION    PIC XX.
77 STATUS-DEMANDES   PIC XX.
77 STATUS-HISTIDX    PIC XX.
77 STATUS-GARANTIES  PIC XX.
77 STATUS-TERMES     PIC XX.
77 STATUS-CLIENTS    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 DateHeureSysteme  PIC X(21).
01 MontantMouvement  PIC 9(11)V99.
01 ActionMouvement   PIC X(20).

*> Instruction des demandes de prêt.
01 SeuilApprobation  PIC 9(11)V99.
01 EndettementMax    PIC 9(3)V99.
01 ProchaineDemande  PIC 9(6).
01 NumeroDemandeSaisi PIC 9(6).
01 ClientDemande     PIC X(10).
01 CompteEmprunteur  PIC X(10).
01 DateDebutSalaires PIC 9(8).
01 TotalSalaires     PIC 9(11)V99.
01 TotalCharges      PIC 9(11)V99.
01 TauxMensuel       PIC 9V9(8).
01 EndettementCalcule PIC 9(7)V99.
01 DecisionSaisie    PIC X.
01 FiltreStatut      PIC X.
01 FinDemandes       PIC X.
01 FinPrets          PIC X.

*> Registre des garanties.
01 ProchaineGarantie PIC 9(6).
01 NumeroGarantieSaisi PIC 9(6).
01 FinGaranties      PIC X.
01 DepotDejaNanti    PIC X.
01 ValeurSaisie      PIC 9(11)V99.
01 DateSaisie        PIC 9(8).
01 TotalGaranties    PIC 9(13)V99.
01 GarantieEnSaisie  PIC X(100).

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.
        STOP RUN
    END-IF.

    OPEN I-O DemandePretFile.
    IF STATUS-DEMANDES = "35"
        OPEN OUTPUT DemandePretFile
        CLOSE DemandePretFile
        OPEN I-O DemandePretFile
    END-IF.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Impossible d'ouvrir DemandesPrets. Code de statut : " STATUS-DEMANDES
        CLOSE PretFile
        CLOSE CompteFile
        STOP RUN
    END-IF.

    OPEN I-O GarantiePretFile.
    IF STATUS-GARANTIES = "35"
        OPEN OUTPUT GarantiePretFile
        CLOSE GarantiePretFile
        OPEN I-O GarantiePretFile
    END-IF.
    IF STATUS-GARANTIES NOT = "00"
        DISPLAY "Impossible d'ouvrir GarantiesPrets. Code de statut : " STATUS-GARANTIES
        CLOSE PretFile
        CLOSE CompteFile
        CLOSE DemandePretFile
        STOP RUN
    END-IF.

    PERFORM TROUVER-PROCHAIN-PRET.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE PretFile.
    CLOSE CompteFile.
    CLOSE DemandePretFile.
    CLOSE GarantiePretFile.

    GOBACK.

                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
                MOVE ProfilOperateurSess TO ProfilSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    DISPLAY "========================================================".
    DISPLAY "PRÊTS À LA CLIENTÈLE".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Débloquer un prêt accordé".
    DISPLAY "2. Lister les prêts".
    DISPLAY "3. Remboursement anticipé (partiel ou total)".
    DISPLAY "4. Saisir une demande de prêt".
    DISPLAY "5. Lister les demandes de prêt".
    DISPLAY "6. Abandonner une demande".
    DISPLAY "9. Enregistrer une garantie".
    DISPLAY "G. Garanties d'un prêt".
    DISPLAY "R. Réévaluer une garantie".
    IF ProfilSession = 'S'
        DISPLAY "7. Décider une demande en attente"
        DISPLAY "8. Passer un prêt en perte"
        DISPLAY "L. Lever une garantie"
    END-IF.
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-PRETS
        WHEN "3"
            PERFORM REMBOURSEMENT-ANTICIPE
        WHEN "4"
            PERFORM SAISIR-DEMANDE-PRET
        WHEN "5"
            PERFORM LISTER-DEMANDES
        WHEN "6"
            PERFORM ABANDONNER-DEMANDE
        WHEN "7"
            IF ProfilSession = 'S'
                PERFORM DECIDER-DEMANDE
            ELSE
                DISPLAY "Choix réservé aux superviseurs."
            END-IF
        WHEN "8"
            IF ProfilSession = 'S'
                PERFORM PASSER-EN-PERTE
            ELSE
                DISPLAY "Choix réservé aux superviseurs."
            END-IF
        WHEN "9"
            PERFORM ENREGISTRER-GARANTIE
        WHEN "G"
            PERFORM LISTER-GARANTIES-PRET
        WHEN "R"
            PERFORM REEVALUER-GARANTIE
        WHEN "L"
            IF ProfilSession = 'S'
                PERFORM LEVER-GARANTIE
            ELSE
                DISPLAY "Choix réservé aux superviseurs."
            END-IF
        WHEN "0"
            CONTINUE
        WHEN OTHER
    EXIT.

DEBLOQUER-PRET.
*> Plus de déblocage sans dossier : seule une demande accordée se
*> débloque, pour le montant, le taux et la mensualité instruits.
    DISPLAY "Numéro de la demande de prêt accordée : ".
    ACCEPT NumeroDemandeSaisi.
    MOVE NumeroDemandeSaisi TO NumeroDemandePret.
    READ DemandePretFile
        KEY IS NumeroDemandePret
        INVALID KEY
            DISPLAY "Aucune demande ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutDemandePret NOT = 'A'
        DISPLAY "Demande non accordée (statut " StatutDemandePret
                ") : déblocage impossible."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompteDemande TO NumeroComptePret.
    MOVE NumeroComptePret TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        EXIT PARAGRAPH
    END-IF.

    MOVE MontantDemande TO PrincipalPret.
    MOVE TauxAnnuelDemande TO TauxAnnuelPret.
    DISPLAY "Demande " NumeroDemandePret " : " PrincipalPret
            " sur " DureeDemandeMois " mois au taux " TauxAnnuelPret
            " (" ObjetDemande ")".
*>  Prêt indexé : l'indice et la marge priment alors sur le taux
*>  saisi dès la première révision (RevisionTauxPrets).
    DISPLAY "Code de l'indice de référence (vide = taux fixe) : ".
        DISPLAY "Date de première révision (AAAAMMJJ) : "
        ACCEPT DateProchainReset
    END-IF.
    MOVE MensualiteDemande TO MensualitePret.
    DISPLAY "Mensualité de remboursement : " MensualitePret.
*>  Une mensualité qui ne dépasse pas l'intérêt du premier mois
*>  n'amortirait jamais rien : la collecte (EcheancesPrets) la
*>  refuserait chaque mois en impayé. On refuse le dossier tout de
    END-IF.
    ADD 1 TO ProchainPret.

    MOVE 'D' TO StatutDemandePret.
    MOVE NumeroPret TO NumeroPretAccorde.
    REWRITE DemandePretRecord.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Erreur à la mise à jour de DemandesPrets. Code de statut : " STATUS-DEMANDES
    END-IF.

    PERFORM ECRIRE-HISTORIQUE-DEBLOCAGE.
    PERFORM JOURNALISER-DEBLOCAGE.

*> Paramètres des prêts ; au premier accès le fichier n'existe pas
*> encore, on l'amorce avec l'indemnité contractuelle type (même
*> idiome que le seuil du double regard de Banque.cob).
    MOVE 20000.00 TO SeuilApprobation.
    MOVE 33.00 TO EndettementMax.
    OPEN INPUT ParamPretsFile.
    IF STATUS-PARAMPRETS = "35"
        OPEN OUTPUT ParamPretsFile
        MOVE 0.0100 TO TauxIndemniteRA
        MOVE 20000.00 TO SeuilApprobationPret
        MOVE 33.00 TO EndettementMaxPret
        WRITE ParamPretsEnrg
        CLOSE ParamPretsFile
        OPEN INPUT ParamPretsFile
            MOVE 0.0100 TO TauxIndemniteRA
    END-READ.
    MOVE TauxIndemniteRA TO TauxIndemnite.
    IF SeuilApprobationPret NUMERIC AND SeuilApprobationPret > 0
        MOVE SeuilApprobationPret TO SeuilApprobation
    END-IF.
    IF EndettementMaxPret NUMERIC AND EndettementMaxPret > 0
        MOVE EndettementMaxPret TO EndettementMax
    END-IF.
    CLOSE ParamPretsFile.
    EXIT.

        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

SAISIR-DEMANDE-PRET.
*> Instruction d'une demande : le conseiller saisit ce que le client
*> demande et déclare, le programme mesure ce que la banque voit
*> (salaires crédités, prêts en cours) et calcule la mensualité et le
*> taux d'endettement. Dans la délégation de l'agence (montant et
*> endettement sous les plafonds de ParamPrets) la demande est
*> accordée d'office ; au-delà elle attend la décision d'un
*> superviseur différent du conseiller.
    PERFORM CHARGER-PARAM-PRETS.
    DISPLAY "Numéro du compte courant de l'emprunteur : ".
    ACCEPT CompteEmprunteur.
    MOVE CompteEmprunteur TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            CALL "NumeroCompteUtil" USING CompteEmprunteur
                                          StatutNumeroCompte
            IF StatutNumeroCompte NOT = "00"
                DISPLAY "Numéro de compte invalide (clé de contrôle)."
            ELSE
                DISPLAY "Aucun compte ne porte ce numéro."
            END-IF
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'G' OR StatutCompte = 'C' OR StatutCompte = 'D'
       OR StatutCompte = 'B'
        DISPLAY "Compte non opérable (statut " StatutCompte ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientCompte TO ClientDemande.

    INITIALIZE DemandePretRecord.
    MOVE CompteEmprunteur TO NumeroCompteDemande.
    DISPLAY "Montant demandé : ".
    ACCEPT MontantDemande.
    IF MontantDemande NOT NUMERIC OR MontantDemande = 0
        DISPLAY "Montant invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Durée en mois : ".
    ACCEPT DureeDemandeMois.
    IF DureeDemandeMois NOT NUMERIC OR DureeDemandeMois = 0
        DISPLAY "Durée invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Objet du prêt : ".
    ACCEPT ObjetDemande.
    DISPLAY "Revenu mensuel net déclaré : ".
    ACCEPT RevenuDeclare.
    IF RevenuDeclare NOT NUMERIC
        MOVE 0 TO RevenuDeclare
    END-IF.
    DISPLAY "Taux annuel proposé (ex : 0.0450 pour 4,5%) : ".
    ACCEPT TauxAnnuelDemande.
    IF TauxAnnuelDemande NOT NUMERIC
        DISPLAY "Taux invalide."
        EXIT PARAGRAPH
    END-IF.

*>  Mensualité constante d'un prêt amortissable :
*>  M = P x t / (1 - (1 + t) ** -n), t taux mensuel, n durée.
    IF TauxAnnuelDemande = 0
        COMPUTE MensualiteDemande ROUNDED =
                MontantDemande / DureeDemandeMois
    ELSE
        COMPUTE TauxMensuel ROUNDED = TauxAnnuelDemande / 12
        COMPUTE MensualiteDemande ROUNDED =
                MontantDemande * TauxMensuel
                / (1 - (1 + TauxMensuel) ** (0 - DureeDemandeMois))
    END-IF.

    PERFORM MESURER-SALAIRES.
    PERFORM MESURER-CHARGES.
    IF SalaireConstate = 0
        MOVE 999.99 TO TauxEndettement
    ELSE
        COMPUTE EndettementCalcule ROUNDED =
                (ChargesExistantes + MensualiteDemande) * 100
                / SalaireConstate
        IF EndettementCalcule > 999.99
            MOVE 999.99 TO TauxEndettement
        ELSE
            MOVE EndettementCalcule TO TauxEndettement
        END-IF
    END-IF.

    DISPLAY "Mensualité calculée      : " MensualiteDemande.
    DISPLAY "Revenu déclaré           : " RevenuDeclare.
    DISPLAY "Salaire mensuel constaté : " SalaireConstate
            " (moyenne des trois derniers mois)".
    DISPLAY "Mensualités en cours     : " ChargesExistantes.
    DISPLAY "Taux d'endettement       : " TauxEndettement " %".
    IF SalaireConstate = 0
        DISPLAY "Aucun salaire crédité sur le compte : décision superviseur."
    END-IF.
    IF RevenuDeclare > 0 AND SalaireConstate > 0
       AND RevenuDeclare > SalaireConstate * 1.2
        DISPLAY "Attention : le revenu déclaré dépasse nettement les salaires constatés."
    END-IF.

    PERFORM NUMEROTER-DEMANDE.
    MOVE ProchaineDemande TO NumeroDemandePret.
    MOVE DateDuJour TO DateDemandePret.
    MOVE CodeOperateurSession TO OperateurDemandePret.
    MOVE 0 TO NumeroPretAccorde.
    IF MontantDemande > SeuilApprobation
       OR TauxEndettement > EndettementMax
        MOVE 'E' TO StatutDemandePret
        MOVE 0 TO DateDecisionPret
        MOVE SPACES TO OperateurDecisionPret
        MOVE SPACES TO MotifDecisionPret
    ELSE
        MOVE 'A' TO StatutDemandePret
        MOVE DateDuJour TO DateDecisionPret
        MOVE CodeOperateurSession TO OperateurDecisionPret
        MOVE "Délégation agence" TO MotifDecisionPret
    END-IF.
    WRITE DemandePretRecord.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Erreur à l'écriture de DemandesPrets. Code de statut : " STATUS-DEMANDES
        EXIT PARAGRAPH
    END-IF.
    IF StatutDemandePret = 'E'
        DISPLAY "Demande " NumeroDemandePret " enregistrée : au-delà de la"
                " délégation, un superviseur différent de vous décidera."
    ELSE
        DISPLAY "Demande " NumeroDemandePret " accordée dans la délégation"
                " de l'agence : déblocage possible (option 1)."
    END-IF.
    MOVE "DEMANDE" TO ActionMouvement.
    PERFORM JOURNALISER-DEMANDE.
    EXIT.

MESURER-SALAIRES.
*> Salaires crédités sur le compte ces trois derniers mois (90 jours)
*> dans la copie indexée de l'historique, ramenés à une moyenne
*> mensuelle. L'index est refait chaque nuit : les salaires du jour
*> même n'y sont pas encore.
    MOVE 0 TO TotalSalaires.
    MOVE 0 TO SalaireConstate.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateDuJour) - 90.
    COMPUTE DateDebutSalaires = FUNCTION DATE-OF-INTEGER(EntierDate).
    OPEN INPUT HistoriqueIdxFile.
    IF STATUS-HISTIDX NOT = "00"
        DISPLAY "Historique indexé indisponible : aucun salaire constaté."
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteEmprunteur TO NumeroCompteIdx.
    MOVE DateDebutSalaires TO DateMouvementIdx.
    MOVE 0 TO HeureMouvementIdx.
    MOVE 0 TO NumeroSequenceIdx.
    MOVE 'N' TO FinFichier.
    START HistoriqueIdxFile KEY IS NOT LESS THAN CleHistoriqueIdx
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM CUMULER-UN-SALAIRE UNTIL FinFichier = 'O'.
    CLOSE HistoriqueIdxFile.
    COMPUTE SalaireConstate ROUNDED = TotalSalaires / 3.
    EXIT.

CUMULER-UN-SALAIRE.
    READ HistoriqueIdxFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroCompteIdx NOT = CompteEmprunteur
        MOVE 'O' TO FinFichier
        EXIT PARAGRAPH
    END-IF.
    IF ActionIdx = "Salaire reçu"
        ADD MontantIdx TO TotalSalaires
    END-IF.
    EXIT.

MESURER-CHARGES.
*> Mensualités des prêts en cours du même client, tous comptes
*> confondus (rattachement client de CompteRecord) ; un compte non
*> rattaché à un client ne compte que ses propres prêts.
    MOVE 0 TO TotalCharges.
    MOVE 'N' TO FinPrets.
    MOVE 0 TO NumeroPret.
    START PretFile KEY IS GREATER THAN NumeroPret
        INVALID KEY
            MOVE 'O' TO FinPrets
    END-START.
    PERFORM CUMULER-UNE-MENSUALITE UNTIL FinPrets = 'O'.
    MOVE TotalCharges TO ChargesExistantes.
    EXIT.

CUMULER-UNE-MENSUALITE.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrets
    END-READ.
    IF FinPrets = 'O' OR StatutPret NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroComptePret = CompteEmprunteur
        ADD MensualitePret TO TotalCharges
        EXIT PARAGRAPH
    END-IF.
    IF ClientDemande = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroComptePret TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientCompte = ClientDemande
        ADD MensualitePret TO TotalCharges
    END-IF.
    EXIT.

NUMEROTER-DEMANDE.
    MOVE 1 TO ProchaineDemande.
    MOVE 'N' TO FinDemandes.
    MOVE 0 TO NumeroDemandePret.
    START DemandePretFile KEY IS NOT LESS THAN NumeroDemandePret
        INVALID KEY
            MOVE 'O' TO FinDemandes
    END-START.
    PERFORM RELEVER-UNE-DEMANDE UNTIL FinDemandes = 'O'.
    EXIT.

RELEVER-UNE-DEMANDE.
    READ DemandePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDemandes
        NOT AT END
            IF NumeroDemandePret >= ProchaineDemande
                COMPUTE ProchaineDemande = NumeroDemandePret + 1
            END-IF
    END-READ.
    EXIT.

LISTER-DEMANDES.
    DISPLAY "Statut à lister (E, A, R, B, D ; vide = toutes) : ".
    ACCEPT FiltreStatut.
    MOVE 'N' TO FinDemandes.
    MOVE 0 TO NumeroDemandePret.
    START DemandePretFile KEY IS GREATER THAN NumeroDemandePret
        INVALID KEY
            MOVE 'O' TO FinDemandes
            DISPLAY "Aucune demande enregistrée."
    END-START.
    PERFORM LISTER-UNE-DEMANDE UNTIL FinDemandes = 'O'.
    EXIT.

LISTER-UNE-DEMANDE.
    READ DemandePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDemandes
    END-READ.
    IF FinDemandes = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF FiltreStatut NOT = SPACE AND FiltreStatut NOT = StatutDemandePret
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Demande " NumeroDemandePret " (" StatutDemandePret ") du "
            DateDemandePret " compte " NumeroCompteDemande " : "
            MontantDemande " sur " DureeDemandeMois " mois, mensualité "
            MensualiteDemande ", endettement " TauxEndettement " %".
    DISPLAY "    " ObjetDemande " | saisie " OperateurDemandePret
            " | décision " OperateurDecisionPret " " MotifDecisionPret.
    EXIT.

DECIDER-DEMANDE.
*> Décision superviseur sur une demande hors délégation : jamais par
*> le conseiller qui l'a saisie (même règle que le double regard de
*> SupervisionBanque).
    DISPLAY "Numéro de la demande en attente : ".
    ACCEPT NumeroDemandeSaisi.
    MOVE NumeroDemandeSaisi TO NumeroDemandePret.
    READ DemandePretFile
        KEY IS NumeroDemandePret
        INVALID KEY
            DISPLAY "Aucune demande ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutDemandePret NOT = 'E'
        DISPLAY "Cette demande n'est pas en attente (statut " StatutDemandePret ")."
        EXIT PARAGRAPH
    END-IF.
    IF OperateurDemandePret = CodeOperateurSession
        DISPLAY "Vous avez saisi cette demande : un autre superviseur doit décider."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LISTER-UNE-DEMANDE-COURANTE.
    DISPLAY "A = accorder, R = refuser : ".
    ACCEPT DecisionSaisie.
    IF DecisionSaisie NOT = 'A' AND DecisionSaisie NOT = 'R'
        DISPLAY "Choix invalide (A ou R attendus)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Motif de la décision : ".
    ACCEPT MotifDecisionPret.
    MOVE DecisionSaisie TO StatutDemandePret.
    MOVE DateDuJour TO DateDecisionPret.
    MOVE CodeOperateurSession TO OperateurDecisionPret.
    REWRITE DemandePretRecord.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Erreur à la mise à jour de DemandesPrets. Code de statut : " STATUS-DEMANDES
        EXIT PARAGRAPH
    END-IF.
    IF DecisionSaisie = 'A'
        DISPLAY "Demande " NumeroDemandePret " accordée."
        MOVE "ACCORD" TO ActionMouvement
    ELSE
        DISPLAY "Demande " NumeroDemandePret " refusée."
        MOVE "REFUS" TO ActionMouvement
    END-IF.
    PERFORM JOURNALISER-DEMANDE.
    EXIT.

LISTER-UNE-DEMANDE-COURANTE.
    DISPLAY "Demande " NumeroDemandePret " du " DateDemandePret
            " saisie par " OperateurDemandePret.
    DISPLAY "Compte " NumeroCompteDemande " : " MontantDemande
            " sur " DureeDemandeMois " mois au taux " TauxAnnuelDemande.
    DISPLAY "Objet : " ObjetDemande.
    DISPLAY "Mensualité " MensualiteDemande " | mensualités en cours "
            ChargesExistantes.
    DISPLAY "Revenu déclaré " RevenuDeclare " | salaire constaté "
            SalaireConstate " | endettement " TauxEndettement " %".
    EXIT.

ABANDONNER-DEMANDE.
*> Le client renonce ou ne donne plus suite : la demande reste au
*> fichier, abandonnée, pour le comité de crédit.
    DISPLAY "Numéro de la demande : ".
    ACCEPT NumeroDemandeSaisi.
    MOVE NumeroDemandeSaisi TO NumeroDemandePret.
    READ DemandePretFile
        KEY IS NumeroDemandePret
        INVALID KEY
            DISPLAY "Aucune demande ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutDemandePret NOT = 'E' AND StatutDemandePret NOT = 'A'
        DISPLAY "Demande déjà close (statut " StatutDemandePret ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Motif de l'abandon : ".
    ACCEPT MotifDecisionPret.
    MOVE 'B' TO StatutDemandePret.
    MOVE DateDuJour TO DateDecisionPret.
    MOVE CodeOperateurSession TO OperateurDecisionPret.
    REWRITE DemandePretRecord.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Erreur à la mise à jour de DemandesPrets. Code de statut : " STATUS-DEMANDES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Demande " NumeroDemandePret " abandonnée.".
    MOVE "ABANDON" TO ActionMouvement.
    PERFORM JOURNALISER-DEMANDE.
    EXIT.

JOURNALISER-DEMANDE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "DEMANDE PRET " DELIMITED BY SIZE
           NumeroDemandePret DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ActionMouvement DELIMITED BY SPACE
           " statut " DELIMITED BY SIZE
           StatutDemandePret DELIMITED BY SIZE
           " montant " DELIMITED BY SIZE
           MontantDemande DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           NumeroCompteDemande DELIMITED BY SIZE
           " endettement " DELIMITED BY SIZE
           TauxEndettement DELIMITED BY SIZE
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

PASSER-EN-PERTE.
*> Prêt jugé irrécouvrable : il sort de la collecte et du
*> recouvrement (statut 'P'), le restant dû reste au dossier. Les
*> écritures — reprise de la provision et perte — sont passées par
*> ProvisionnementPrets à l'arrêté du mois.
    DISPLAY "Numéro du prêt : ".
    ACCEPT NumeroPretSaisi.
    MOVE NumeroPretSaisi TO NumeroPret.
    READ PretFile
        KEY IS NumeroPret
        INVALID KEY
            DISPLAY "Aucun prêt ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutPret NOT = 'O'
        DISPLAY "Ce prêt n'est pas en cours (statut " StatutPret ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prêt " NumeroPret " compte " NumeroComptePret
            " : restant dû " SoldeRestantPret
            ", palier de relance " NiveauRelancePret.
    DISPLAY "Confirmer le passage en perte (O/N) : ".
    ACCEPT ChoixRecalcul.
    IF ChoixRecalcul NOT = 'O'
        DISPLAY "Passage en perte abandonné."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'P' TO StatutPret.
    REWRITE PretRecord.
    IF STATUS-PRETS NOT = "00"
        DISPLAY "Erreur à la mise à jour de PretFile. Code de statut : " STATUS-PRETS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prêt " NumeroPret " passé en perte : écritures à l'arrêté du mois.".

    MOVE SPACES TO LigneAuditBanque.
    STRING "PRET " DELIMITED BY SIZE
           NumeroPret DELIMITED BY SIZE
           " PASSAGE EN PERTE restant dû " DELIMITED BY SIZE
           SoldeRestantPret DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           NumeroComptePret DELIMITED BY SIZE
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

ENREGISTRER-GARANTIE.
*> Hypothèques, nantissements et cautions n'étaient notés nulle part :
*> la garantie est rattachée à un prêt en cours, avec sa valeur et la
*> date de l'évaluation. Un dépôt à terme nanti est valorisé à son
*> principal et ne peut l'être qu'une fois.
    DISPLAY "Numéro du prêt garanti : ".
    ACCEPT NumeroPretSaisi.
    MOVE NumeroPretSaisi TO NumeroPret.
    READ PretFile
        KEY IS NumeroPret
        INVALID KEY
            DISPLAY "Aucun prêt ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutPret NOT = 'O'
        DISPLAY "Ce prêt n'est pas en cours (statut " StatutPret ")."
        EXIT PARAGRAPH
    END-IF.

    INITIALIZE GarantiePretRecord.
    MOVE NumeroPret TO NumeroPretGarantie.
    DISPLAY "Type de garantie (H hypothèque, N nantissement de DAT, C caution) : ".
    ACCEPT TypeGarantie.
    EVALUATE TypeGarantie
        WHEN 'H'
            DISPLAY "Description du bien : "
            ACCEPT DescriptionGarantie
            DISPLAY "Valeur d'expertise : "
            ACCEPT ValeurSaisie
            DISPLAY "Date de l'expertise (AAAAMMJJ) : "
            ACCEPT DateSaisie
            MOVE ValeurSaisie TO ValeurGarantie
            MOVE DateSaisie TO DateEvaluationGarantie
        WHEN 'N'
            PERFORM NANTIR-DEPOT-TERME
            IF NumeroDepotGarantie = 0
                EXIT PARAGRAPH
            END-IF
        WHEN 'C'
            PERFORM CONTROLER-CAUTION
            IF ClientGarant = SPACES
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "Type de garantie inconnu."
            EXIT PARAGRAPH
    END-EVALUATE.
    IF DateEvaluationGarantie = 0 OR DateEvaluationGarantie > DateDuJour
        MOVE DateDuJour TO DateEvaluationGarantie
    END-IF.

    PERFORM NUMEROTER-GARANTIE.
    MOVE ProchaineGarantie TO NumeroGarantie.
    MOVE 'A' TO StatutGarantie.
    MOVE DateDuJour TO DateEnregGarantie.
    MOVE CodeOperateurSession TO OperateurGarantie.
    WRITE GarantiePretRecord.
    IF STATUS-GARANTIES NOT = "00"
        DISPLAY "Erreur à l'écriture de GarantiesPrets. Code de statut : " STATUS-GARANTIES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Garantie " NumeroGarantie " enregistrée sur le prêt "
            NumeroPretGarantie " pour " ValeurGarantie ".".
    MOVE "ENREGISTREMENT" TO ActionMouvement.
    PERFORM JOURNALISER-GARANTIE.
    EXIT.

NANTIR-DEPOT-TERME.
    DISPLAY "Numéro du dépôt à terme nanti : ".
    ACCEPT NumeroDepotGarantie.
    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES NOT = "00"
        DISPLAY "Aucun dépôt à terme enregistré."
        MOVE 0 TO NumeroDepotGarantie
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroDepotGarantie TO NumeroDepotTerme.
    READ DepotTermeFile
        KEY IS NumeroDepotTerme
        INVALID KEY
            MOVE 'C' TO StatutTerme
    END-READ.
    CLOSE DepotTermeFile.
    IF StatutTerme NOT = 'O'
        DISPLAY "Dépôt à terme inconnu ou déjà clos."
        MOVE 0 TO NumeroDepotGarantie
        EXIT PARAGRAPH
    END-IF.
    PERFORM RECHERCHER-NANTISSEMENT.
    IF DepotDejaNanti = 'O'
        DISPLAY "Ce dépôt à terme garantit déjà un prêt en cours."
        MOVE 0 TO NumeroDepotGarantie
        EXIT PARAGRAPH
    END-IF.
    MOVE PrincipalTerme TO ValeurGarantie.
    MOVE DateDuJour TO DateEvaluationGarantie.
    MOVE SPACES TO DescriptionGarantie.
    STRING "DAT " DELIMITED BY SIZE
           NumeroDepotTerme DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           NumeroCompteTerme DELIMITED BY SIZE
           INTO DescriptionGarantie
    END-STRING.
    EXIT.

RECHERCHER-NANTISSEMENT.
*> Le registre est parcouru en entier : la garantie en cours de
*> saisie est mise de côté le temps de la lecture.
    MOVE 'N' TO DepotDejaNanti.
    MOVE GarantiePretRecord TO GarantieEnSaisie.
    MOVE 'N' TO FinGaranties.
    MOVE 0 TO NumeroGarantie.
    START GarantiePretFile KEY IS NOT LESS THAN NumeroGarantie
        INVALID KEY
            MOVE 'O' TO FinGaranties
    END-START.
    PERFORM COMPARER-UN-NANTISSEMENT UNTIL FinGaranties = 'O'.
    MOVE GarantieEnSaisie TO GarantiePretRecord.
    EXIT.

COMPARER-UN-NANTISSEMENT.
    READ GarantiePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinGaranties
    END-READ.
    IF FinGaranties = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF TypeGarantie = 'N' AND StatutGarantie = 'A'
       AND NumeroDepotGarantie = NumeroDepotTerme
        MOVE 'O' TO DepotDejaNanti
        MOVE 'O' TO FinGaranties
    END-IF.
    EXIT.

CONTROLER-CAUTION.
    DISPLAY "Numéro du client caution : ".
    ACCEPT ClientGarant.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientFile. Code de statut : " STATUS-CLIENTS
        MOVE SPACES TO ClientGarant
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientGarant TO NumeroClient.
    READ ClientFile
        KEY IS NumeroClient
        INVALID KEY
            DISPLAY "Client caution inconnu."
            MOVE SPACES TO ClientGarant
    END-READ.
    CLOSE ClientFile.
    IF ClientGarant = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE NomClient TO DescriptionGarantie.
    DISPLAY "Montant de l'engagement de caution : ".
    ACCEPT ValeurSaisie.
    MOVE ValeurSaisie TO ValeurGarantie.
    MOVE DateDuJour TO DateEvaluationGarantie.
    EXIT.

NUMEROTER-GARANTIE.
    MOVE GarantiePretRecord TO GarantieEnSaisie.
    MOVE 1 TO ProchaineGarantie.
    MOVE 'N' TO FinGaranties.
    MOVE 0 TO NumeroGarantie.
    START GarantiePretFile KEY IS NOT LESS THAN NumeroGarantie
        INVALID KEY
            MOVE 'O' TO FinGaranties
    END-START.
    PERFORM RELEVER-UNE-GARANTIE UNTIL FinGaranties = 'O'.
    MOVE GarantieEnSaisie TO GarantiePretRecord.
    EXIT.

RELEVER-UNE-GARANTIE.
    READ GarantiePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinGaranties
        NOT AT END
            IF NumeroGarantie >= ProchaineGarantie
                COMPUTE ProchaineGarantie = NumeroGarantie + 1
            END-IF
    END-READ.
    EXIT.

LISTER-GARANTIES-PRET.
    DISPLAY "Numéro du prêt : ".
    ACCEPT NumeroPretSaisi.
    MOVE NumeroPretSaisi TO NumeroPret.
    READ PretFile
        KEY IS NumeroPret
        INVALID KEY
            DISPLAY "Aucun prêt ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO TotalGaranties.
    MOVE 'N' TO FinGaranties.
    MOVE NumeroPret TO NumeroPretGarantie.
    START GarantiePretFile KEY IS NOT LESS THAN NumeroPretGarantie
        INVALID KEY
            MOVE 'O' TO FinGaranties
    END-START.
    PERFORM LISTER-UNE-GARANTIE UNTIL FinGaranties = 'O'.
    DISPLAY "Prêt " NumeroPret " : restant dû " SoldeRestantPret
            " | garanties actives " TotalGaranties.
    EXIT.

LISTER-UNE-GARANTIE.
    READ GarantiePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinGaranties
    END-READ.
    IF FinGaranties = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroPretGarantie NOT = NumeroPret
        MOVE 'O' TO FinGaranties
        EXIT PARAGRAPH
    END-IF.
    IF StatutGarantie = 'A'
        ADD ValeurGarantie TO TotalGaranties
    END-IF.
    DISPLAY "Garantie " NumeroGarantie " (" TypeGarantie "/"
            StatutGarantie ") " DescriptionGarantie " : "
            ValeurGarantie " évaluée le " DateEvaluationGarantie.
    EXIT.

REEVALUER-GARANTIE.
*> Nouvelle expertise d'un bien ou nouvel engagement de caution ; un
*> nantissement se réévalue au principal du dépôt à terme.
    DISPLAY "Numéro de la garantie : ".
    ACCEPT NumeroGarantieSaisi.
    MOVE NumeroGarantieSaisi TO NumeroGarantie.
    READ GarantiePretFile
        KEY IS NumeroGarantie
        INVALID KEY
            DISPLAY "Aucune garantie ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutGarantie NOT = 'A'
        DISPLAY "Cette garantie est levée."
        EXIT PARAGRAPH
    END-IF.
    IF TypeGarantie = 'N'
        OPEN INPUT DepotTermeFile
        IF STATUS-TERMES NOT = "00"
            DISPLAY "Impossible d'ouvrir DepotTermeFile. Code de statut : " STATUS-TERMES
            EXIT PARAGRAPH
        END-IF
        MOVE NumeroDepotGarantie TO NumeroDepotTerme
        READ DepotTermeFile
            KEY IS NumeroDepotTerme
            INVALID KEY
                MOVE 0 TO PrincipalTerme
        END-READ
        CLOSE DepotTermeFile
        MOVE PrincipalTerme TO ValeurGarantie
        MOVE DateDuJour TO DateEvaluationGarantie
    ELSE
        DISPLAY "Valeur actuelle " ValeurGarantie " du " DateEvaluationGarantie
        DISPLAY "Nouvelle valeur : "
        ACCEPT ValeurSaisie
        DISPLAY "Date de l'évaluation (AAAAMMJJ, 0 = aujourd'hui) : "
        ACCEPT DateSaisie
        IF DateSaisie = 0 OR DateSaisie > DateDuJour
            MOVE DateDuJour TO DateSaisie
        END-IF
        MOVE ValeurSaisie TO ValeurGarantie
        MOVE DateSaisie TO DateEvaluationGarantie
    END-IF.
    REWRITE GarantiePretRecord.
    IF STATUS-GARANTIES NOT = "00"
        DISPLAY "Erreur à la mise à jour de GarantiesPrets. Code de statut : " STATUS-GARANTIES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Garantie " NumeroGarantie " réévaluée à " ValeurGarantie ".".
    MOVE "REEVALUATION" TO ActionMouvement.
    PERFORM JOURNALISER-GARANTIE.
    EXIT.

LEVER-GARANTIE.
*> Mainlevée : la garantie reste au registre pour l'historique ; un
*> dépôt à terme dont le nantissement est levé redevient retirable.
    DISPLAY "Numéro de la garantie à lever : ".
    ACCEPT NumeroGarantieSaisi.
    MOVE NumeroGarantieSaisi TO NumeroGarantie.
    READ GarantiePretFile
        KEY IS NumeroGarantie
        INVALID KEY
            DISPLAY "Aucune garantie ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutGarantie NOT = 'A'
        DISPLAY "Cette garantie est déjà levée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO StatutGarantie.
    REWRITE GarantiePretRecord.
    IF STATUS-GARANTIES NOT = "00"
        DISPLAY "Erreur à la mise à jour de GarantiesPrets. Code de statut : " STATUS-GARANTIES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Garantie " NumeroGarantie " levée.".
    MOVE "MAINLEVEE" TO ActionMouvement.
    PERFORM JOURNALISER-GARANTIE.
    EXIT.

JOURNALISER-GARANTIE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "GARANTIE " DELIMITED BY SIZE
           NumeroGarantie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ActionMouvement DELIMITED BY SPACE
           " pret " DELIMITED BY SIZE
           NumeroPretGarantie DELIMITED BY SIZE
           " type " DELIMITED BY SIZE
           TypeGarantie DELIMITED BY SIZE
           " valeur " DELIMITED BY SIZE
           ValeurGarantie DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           DateEvaluationGarantie DELIMITED BY SIZE
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
