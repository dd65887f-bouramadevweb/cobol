           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRANSACTIONS.

*> Copie triée par compte et par action des lignes détail de la
*> génération, refaite à chaque passage (reprise comprise) : le tri
*> est déterministe, la position de checkpoint y retombe toujours
*> sur la même ligne.
    SELECT TransactionTrieeFile
           ASSIGN TO 'TransactionsTriees'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRIEES.

    SELECT TriTransactionsFile
           ASSIGN TO 'TriTransactions'.

    SELECT CheckpointTransactionsFile
           ASSIGN TO 'CheckpointTransactions'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT DabFile
           ASSIGN TO 'RegistreDab'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeDab
           FILE STATUS IS STATUS-DAB.

    SELECT FaciliteDecouvertFile
           ASSIGN TO 'FacilitesDecouvert'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteFacilite
           FILE STATUS IS STATUS-FACILITES.

    SELECT SignatureLotFile
           ASSIGN TO 'SignaturesLots'
           ORGANIZATION IS LINE SEQUENTIAL
   05 NbDetailsTotal         PIC 9(8).
   05 CumulMontantsTotal     PIC 9(15)V99.

SD TriTransactionsFile.
*> Une ligne détail portant avec elle ce que la lecture séquentielle
*> savait de son lot (origine, date, verdict de doublon) et son rang
*> d'arrivée, qui départage deux lignes d'un même compte et d'une
*> même action : l'ordre du système d'origine est conservé.
01 TriTransactionRecord.
   05 CompteTri              PIC X(10).
   05 ActionTri              PIC X(1).
   05 SequenceTri            PIC 9(8).
   05 MontantTri             PIC 9(11)V99.
   05 CompteDestTri          PIC X(10).
   05 OrigineTri             PIC X(10).
   05 DateLotTri             PIC 9(8).
   05 LotSuspectTri          PIC X(1).

FD TransactionTrieeFile.
01 TransactionTrieeRecord.
   05 CompteTriee            PIC X(10).
   05 ActionTriee            PIC X(1).
   05 SequenceTriee          PIC 9(8).
   05 MontantTriee           PIC 9(11)V99.
   05 CompteDestTriee        PIC X(10).
   05 OrigineTriee           PIC X(10).
   05 DateLotTriee           PIC 9(8).
   05 LotSuspectTriee        PIC X(1).

FD CheckpointTransactionsFile.
01 CheckpointTransactionsRecord.
   05 NbLignesTraiteesCheckpoint PIC 9(8).
FD BlocageFile.
COPY BlocageRecord.

FD DabFile.
COPY DabRecord.

FD FaciliteDecouvertFile.
COPY FaciliteDecouvertRecord.

FD SignatureLotFile.
*> Mémoire des signatures de lots déjà postés (origine, date du lot,
*> nombre de détails, cumul des montants, date de comptabilisation) :
77 STATUS-MARQUEUR      PIC XX.
77 STATUS-SIGNATURES    PIC XX.
77 STATUS-BLOCAGES      PIC XX.
77 STATUS-FACILITES     PIC XX.
77 STATUS-DAB           PIC XX.
77 STATUS-POSTESORIG    PIC XX.
77 STATUS-TRIEES        PIC XX.
01 IndexOrig             PIC 9(2).
01 IndexOrigTrouve       PIC 9(2).

      03 OrigineCumulTbl   PIC X(10).
      03 NbPostesOrigTbl   PIC 9(8).
      03 MontantPostesOrigTbl PIC 9(15)V99.
*>    Part des retraits : pour une origine DAB, les espèces sorties.
      03 RetraitsOrigTbl   PIC 9(15)V99.
01 NbOriginesCumulees    PIC 9(2) VALUE 0.
01 RetraitsACumuler      PIC 9(15)V99.
01 TotalBlocages         PIC 9(11)V99.
01 LimiteEffective       PIC 9(11)V99.
01 FinBlocages           PIC X.
77 STATUS-EMPREINTES    PIC XX.
77 STATUS-SUSPENSIONS   PIC XX.
01 NbLotsVerifies        PIC 9(4) VALUE 0.
01 FinVerification       PIC X VALUE 'N'.

*> Comptabilisation par rupture sur le compte : le compte de la
*> ligne est lu une fois, toutes ses lignes s'appliquent en mémoire,
*> il est réécrit une fois. Ses mouvements d'historique attendent la
*> réécriture dans MouvementsTenus ; le checkpoint n'avance qu'avec
*> elle, si bien qu'une reprise rejoue le compte entier ou rien.
01 FinLectureTri         PIC X.
01 NbDetailsTries        PIC 9(8).
01 CompteTenu            PIC X(10).
01 CompteTenuTrouve      PIC X.
01 CompteTenuModifie     PIC X.
01 CodeRejetCompteTenu   PIC X(3).
01 PositionTraitee       PIC 9(8) VALUE 0.
01 PositionReprise       PIC 9(8) VALUE 0.
01 CompteEnMemoire       PIC X(200).
01 ProvisionVirement     PIC X.
01 MouvementsTenus.
   02 MouvementTenuLigne OCCURS 200 TIMES PIC X(100).
01 NbMouvementsTenus     PIC 9(3) VALUE 0.
01 IndexMvtTenu          PIC 9(3).

01 TauxChangeTable.
   02 TauxChangeLigne OCCURS 50 TIMES.
      03 CodeDeviseTbl   PIC X(3).
            DISPLAY "Traitement des transactions terminé : génération absente, rien à poster."
            GOBACK
        END-IF
*>      Le lot vérifié est trié par compte puis par action (dépôts,
*>      retraits, virements) : chaque compte n'est lu et réécrit
*>      qu'une fois au lieu d'une fois par ligne. Les dépôts d'un
*>      compte passant avant ses retraits, un retrait profite des
*>      versements du même lot quel que soit leur ordre d'arrivée.
        SORT TriTransactionsFile
            ON ASCENDING KEY CompteTri ActionTri SequenceTri
            INPUT PROCEDURE IS LIBERER-DETAILS-A-TRIER
            GIVING TransactionTrieeFile
        OPEN INPUT TransactionTrieeFile
        IF STATUS-TRIEES NOT = "00"
            DISPLAY "Impossible d'ouvrir TransactionsTriees. Code de statut : " STATUS-TRIEES
            STOP RUN
        END-IF
    END-IF.
    IF ModeTraitement = 'N'
        PERFORM LIRE-CHECKPOINT
        IF ReprisePossible = 'O'
            DISPLAY "Reprise après incident : " NbLignesAPasser " ligne(s) triée(s) déjà postée(s), reprise à la suite."
        END-IF
    END-IF.

    IF ModeTraitement = 'R'
        PERFORM TRAITER-UN-REJET-CORRIGE UNTIL FinTransactionFile = 'O'
    ELSE
        MOVE HIGH-VALUES TO CompteTenu
        MOVE 'N' TO CompteTenuTrouve
        MOVE 'N' TO CompteTenuModifie
        MOVE NbLignesAPasser TO PositionTraitee
        PERFORM TRAITER-UNE-LIGNE-TRIEE UNTIL FinTransactionFile = 'O'
        PERFORM SYNCHRONISER-COMPTE-TENU
    END-IF.

    PERFORM FERMER-FICHIER-ENTREE.
    IF ModeTraitement = 'N'
        PERFORM MEMORISER-POSTES-DOUBLONS
        PERFORM ECRIRE-POSTES-PAR-ORIGINE
        PERFORM CUMULER-DISTRIBUTIONS-DAB
        MOVE 0 TO PositionReprise
        PERFORM ECRIRE-CHECKPOINT
    END-IF.


    DISPLAY "Traitement des transactions terminé. " NbLignesPostees
            " postée(s), " NbLignesRejetees " rejetée(s), "
            NbLignesSuspendues " suspendue(s) pour doublon, en "
            DureeCtl " s.".
    GOBACK.

LIRE-GENERATION-CLOSE.
    IF ModeTraitement = 'R'
        CLOSE RejetsCorrigesFile
    ELSE
        CLOSE TransactionTrieeFile
    END-IF.
    EXIT.

    END-IF.
    EXIT.

LIBERER-DETAILS-A-TRIER.
*> Procédure d'entrée du tri : relit la génération déjà vérifiée et
*> ne livre au tri que les lignes détail ('2'), chacune marquée de
*> l'origine, de la date et du verdict de doublon de son lot - après
*> le tri, l'en-tête n'est plus là pour les rappeler.
    MOVE 0 TO IndexLotCourantDbl.
    MOVE 'N' TO LotEstSuspect.
    MOVE 0 TO NbDetailsTries.
    MOVE 'N' TO FinLectureTri.
    OPEN INPUT TransactionFile.
    IF STATUS-TRANSACTIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir TransactionFile. Code de statut : " STATUS-TRANSACTIONS
        STOP RUN
    END-IF.
    PERFORM LIBERER-UN-DETAIL UNTIL FinLectureTri = 'O'.
    CLOSE TransactionFile.
    EXIT.

LIBERER-UN-DETAIL.
    READ TransactionFile
        AT END
            MOVE 'O' TO FinLectureTri
    END-READ.
    IF FinLectureTri = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF TypeEnregTrans = '1'
        ADD 1 TO IndexLotCourantDbl
        MOVE 'N' TO LotEstSuspect
        IF IndexLotCourantDbl <= 50
           AND LotSuspectTbl(IndexLotCourantDbl) = 'O'
            MOVE 'O' TO LotEstSuspect
        END-IF
        MOVE OrigineLotEntete TO OrigineLotCourant
        MOVE DateLotEntete TO DateLotCourant
    END-IF.
    IF TypeEnregTrans = '2'
        ADD 1 TO NbDetailsTries
        MOVE NumeroCompteTrans TO CompteTri
        MOVE CodeActionTrans TO ActionTri
        MOVE NbDetailsTries TO SequenceTri
        MOVE MontantTrans TO MontantTri
        MOVE NumeroCompteDestTrans TO CompteDestTri
        MOVE OrigineLotCourant TO OrigineTri
        MOVE DateLotCourant TO DateLotTri
        MOVE LotEstSuspect TO LotSuspectTri
        RELEASE TriTransactionRecord
    END-IF.
    EXIT.

TRAITER-UNE-LIGNE-TRIEE.
*> Une ligne du lot trié. NbLignesLues compte désormais les lignes
*> détail dans l'ordre du tri : c'est cette position que retient le
*> checkpoint. Au changement de compte, le compte tenu est réécrit
*> (avec ses mouvements) avant que le suivant ne soit lu.
    READ TransactionTrieeFile
        AT END
            MOVE 'O' TO FinTransactionFile
    END-READ.
    IF FinTransactionFile = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesLues.
    IF NbLignesLues NOT > NbLignesAPasser
        EXIT PARAGRAPH
    END-IF.

    MOVE '2' TO TypeEnregTrans.
    MOVE CompteTriee TO NumeroCompteTrans.
    MOVE ActionTriee TO CodeActionTrans.
    MOVE MontantTriee TO MontantTrans.
    MOVE CompteDestTriee TO NumeroCompteDestTrans.
    MOVE OrigineTriee TO OrigineLotCourant.
    MOVE DateLotTriee TO DateLotCourant.
    MOVE LotSuspectTriee TO LotEstSuspect.

    IF NumeroCompteTrans NOT = CompteTenu
        PERFORM SYNCHRONISER-COMPTE-TENU
        PERFORM PRENDRE-COMPTE-TENU
    END-IF.

    IF LotEstSuspect = 'O'
        PERFORM SYNCHRONISER-COMPTE-TENU
        PERFORM SUSPENDRE-LIGNE-LOT
        PERFORM CLORE-LIGNE-ISOLEE
    ELSE
        PERFORM CONTROLER-EMPREINTE-LIGNE
        IF LigneEstSuspecte = 'O'
            PERFORM SYNCHRONISER-COMPTE-TENU
            PERFORM SUSPENDRE-LIGNE-DETAIL
            PERFORM CLORE-LIGNE-ISOLEE
        ELSE
            PERFORM POSTER-LIGNE-TRIEE
        END-IF
    END-IF.
    EXIT.

PRENDRE-COMPTE-TENU.
*> Lecture unique du compte pour toutes ses lignes : existence,
*> statut, blocages actifs et découvert en vigueur ne sont évalués
*> qu'ici, plus à chaque ligne.
    MOVE NumeroCompteTrans TO CompteTenu.
    MOVE 'N' TO CompteTenuModifie.
    MOVE SPACES TO CodeRejetCompteTenu.
    MOVE NumeroCompteTrans TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            CALL "NumeroCompteUtil" USING NumeroCompteTrans
                                          StatutNumeroCompte
            IF StatutNumeroCompte NOT = "00"
                MOVE "NUM" TO CodeRejetCompteTenu
            ELSE
                MOVE "CPT" TO CodeRejetCompteTenu
            END-IF
            MOVE 'N' TO CompteTenuTrouve
        NOT INVALID KEY
            MOVE 'O' TO CompteTenuTrouve
    END-READ.
    IF CompteTenuTrouve = 'O'
       AND (StatutCompte = 'G' OR StatutCompte = 'C')
        MOVE "STA" TO CodeRejetCompteTenu
        MOVE 'N' TO CompteTenuTrouve
    END-IF.
    IF CompteTenuTrouve = 'O' AND StatutCompte = 'D'
        MOVE "DOR" TO CodeRejetCompteTenu
        MOVE 'N' TO CompteTenuTrouve
    END-IF.
    IF CompteTenuTrouve = 'O'
        PERFORM CALCULER-TOTAL-BLOCAGES
        PERFORM CALCULER-LIMITE-EFFECTIVE
    END-IF.
    EXIT.

POSTER-LIGNE-TRIEE.
*> Mêmes motifs de rejet, dans le même ordre, que POSTER-TRANSACTION
*> (qui reste le chemin de la resoumission des rejets corrigés).
*> Table des mouvements en attente pleine : le compte est réécrit
*> AVANT que la ligne ne touche au solde, pour que le checkpoint
*> reste exact.
    IF NbMouvementsTenus NOT < 200
        PERFORM SYNCHRONISER-COMPTE-TENU
    END-IF.
    IF MontantTrans NOT NUMERIC OR MontantTrans = 0
        DISPLAY "Ligne rejetée (montant invalide) : compte " NumeroCompteTrans
        MOVE "MNT" TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    IF CompteTenuTrouve = 'N'
        EVALUATE CodeRejetCompteTenu
            WHEN "NUM"
                DISPLAY "Ligne rejetée (numéro invalide, clé de contrôle) : "
                        NumeroCompteTrans
            WHEN "CPT"
                DISPLAY "Ligne rejetée (compte introuvable) : " NumeroCompteTrans
            WHEN "STA"
                DISPLAY "Ligne rejetée (compte gelé ou clos) : " NumeroCompteTrans
            WHEN OTHER
                DISPLAY "Ligne rejetée (compte dormant) : " NumeroCompteTrans
        END-EVALUATE
        MOVE CodeRejetCompteTenu TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    EVALUATE CodeActionTrans
        WHEN "D"
        WHEN "C"
            PERFORM POSTER-DEPOT-TENU
        WHEN "R"
            PERFORM POSTER-RETRAIT-TENU
        WHEN "V"
            PERFORM POSTER-VIREMENT-TENU
        WHEN OTHER
            DISPLAY "Ligne rejetée (code action inconnu) : " CodeActionTrans
            MOVE "ACT" TO CodeRejetCourant
            PERFORM REJETER-LIGNE-TRIEE
    END-EVALUATE.
    EXIT.

POSTER-DEPOT-TENU.
    ADD MontantTrans TO SoldeCompte.
    MOVE 'O' TO CompteTenuModifie.
    MOVE MontantTrans TO Montant.
    PERFORM NOMMER-DEPOT.
    PERFORM HORODATER-MOUVEMENT.
    PERFORM RETENIR-MOUVEMENT-TENU.
    ADD 1 TO NbLignesPostees.
    ADD MontantTrans TO MontantTotalCtl.
    PERFORM MEMORISER-EMPREINTE-LIGNE.
    MOVE NbLignesLues TO PositionTraitee.
    EXIT.

POSTER-RETRAIT-TENU.
*> Solde DISPONIBLE du compte tenu : blocages et découvert évalués à
*> sa lecture, solde tenant compte des lignes déjà appliquées.
    IF SoldeCompte - TotalBlocages + LimiteEffective < MontantTrans
        DISPLAY "Ligne rejetée (solde insuffisant) : compte " NumeroCompteTrans
        MOVE "SOL" TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT MontantTrans FROM SoldeCompte.
    MOVE 'O' TO CompteTenuModifie.
    MOVE MontantTrans TO Montant.
    MOVE "Retrait" TO Action.
    PERFORM HORODATER-MOUVEMENT.
    PERFORM RETENIR-MOUVEMENT-TENU.
    ADD 1 TO NbLignesPostees.
    ADD MontantTrans TO MontantTotalCtl.
    PERFORM MEMORISER-EMPREINTE-LIGNE.
    MOVE NbLignesLues TO PositionTraitee.
    EXIT.

POSTER-VIREMENT-TENU.
*> Le virement touche un second compte : le compte tenu est d'abord
*> réécrit avec ce qu'il a déjà reçu, le destinataire est crédité
*> puis le source débité et réécrit aussitôt, checkpoint compris -
*> une reprise ne recrédite jamais un destinataire.
    IF NumeroCompteDestTrans = NumeroCompteTrans
        DISPLAY "Ligne rejetée (compte destinataire identique au compte source) : " NumeroCompteTrans
        MOVE "DID" TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO ProvisionVirement.
    IF SoldeCompte - TotalBlocages + LimiteEffective < MontantTrans
        MOVE 'N' TO ProvisionVirement
    END-IF.
    PERFORM SYNCHRONISER-COMPTE-TENU.
    MOVE CompteRecord TO CompteEnMemoire.
    MOVE Devise TO DeviseSource.

    MOVE NumeroCompteDestTrans TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            CALL "NumeroCompteUtil" USING NumeroCompteDestTrans
                                          StatutNumeroCompte
            IF StatutNumeroCompte NOT = "00"
                DISPLAY "Ligne rejetée (numéro destinataire invalide, clé) : "
                        NumeroCompteDestTrans
                MOVE "NUM" TO CodeRejetCourant
            ELSE
                DISPLAY "Ligne rejetée (compte destinataire introuvable) : " NumeroCompteDestTrans
                MOVE "DST" TO CodeRejetCourant
            END-IF
            MOVE 'N' TO CompteDestinataireTrouve
        NOT INVALID KEY
            MOVE 'O' TO CompteDestinataireTrouve
    END-READ.
    IF CompteDestinataireTrouve = 'O'
       AND (StatutCompte = 'G' OR StatutCompte = 'C'
            OR StatutCompte = 'D')
        DISPLAY "Ligne rejetée (compte destinataire gelé, clos ou dormant) : " NumeroCompteDestTrans
        MOVE "DSS" TO CodeRejetCourant
        MOVE 'N' TO CompteDestinataireTrouve
    END-IF.
    IF CompteDestinataireTrouve = 'N'
        MOVE CompteEnMemoire TO CompteRecord
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    IF ProvisionVirement = 'N'
        DISPLAY "Ligne rejetée (solde insuffisant pour le virement) : " NumeroCompteTrans
        MOVE CompteEnMemoire TO CompteRecord
        MOVE "SOL" TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.

    PERFORM CALCULER-CONVERSION.
    ADD MontantVirementConverti TO SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Ligne rejetée (erreur à la mise à jour du compte destinataire, code "
                STATUS-COMPTES ") : " NumeroCompteDestTrans
        MOVE CompteEnMemoire TO CompteRecord
        MOVE "ERR" TO CodeRejetCourant
        PERFORM REJETER-LIGNE-TRIEE
        EXIT PARAGRAPH
    END-IF.
    MOVE MontantVirementConverti TO Montant.
    MOVE "Virement reçu" TO Action.
    PERFORM HORODATER-MOUVEMENT.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    PERFORM AJOUTER-ENTREE-AUDIT.

    MOVE CompteEnMemoire TO CompteRecord.
    SUBTRACT MontantTrans FROM SoldeCompte.
    MOVE 'O' TO CompteTenuModifie.
    MOVE MontantTrans TO Montant.
    MOVE "Virement" TO Action.
    PERFORM HORODATER-MOUVEMENT.
    PERFORM RETENIR-MOUVEMENT-TENU.
    ADD 1 TO NbLignesPostees.
    ADD MontantTrans TO MontantTotalCtl.
    PERFORM MEMORISER-EMPREINTE-LIGNE.
    MOVE "VIRI" TO CodeOperationFrais.
    PERFORM CUMULER-FRAIS-OPERATION.
    MOVE NbLignesLues TO PositionTraitee.
    PERFORM SYNCHRONISER-COMPTE-TENU.
    EXIT.

REJETER-LIGNE-TRIEE.
*> Un rejet s'écrit tout de suite dans RejetsTransactions : le compte
*> tenu est réécrit avant, et le checkpoint avancé après, comme pour
*> une ligne postée de l'ancien traitement ligne à ligne.
    PERFORM SYNCHRONISER-COMPTE-TENU.
    PERFORM ECRIRE-REJET.
    PERFORM CLORE-LIGNE-ISOLEE.
    EXIT.

CLORE-LIGNE-ISOLEE.
    MOVE NbLignesLues TO PositionTraitee.
    PERFORM SYNCHRONISER-COMPTE-TENU.
    EXIT.

RETENIR-MOUVEMENT-TENU.
*> Le mouvement attend la réécriture du compte (place garantie par
*> POSTER-LIGNE-TRIEE).
    ADD 1 TO NbMouvementsTenus.
    MOVE HistoriqueRecord TO MouvementTenuLigne(NbMouvementsTenus).
    EXIT.

SYNCHRONISER-COMPTE-TENU.
*> Réécrit le compte tenu s'il a bougé, écrit ses mouvements en
*> attente (historique puis audit) et avance le checkpoint jusqu'à
*> la dernière ligne entièrement traitée.
    IF CompteTenuModifie = 'O'
        REWRITE CompteRecord
        IF STATUS-COMPTES NOT = "00"
            DISPLAY "Erreur à la mise à jour du compte. Code de statut : " STATUS-COMPTES
            STOP RUN
        END-IF
        MOVE 'N' TO CompteTenuModifie
    END-IF.
    PERFORM ECRIRE-UN-MOUVEMENT-TENU VARYING IndexMvtTenu FROM 1 BY 1
            UNTIL IndexMvtTenu > NbMouvementsTenus.
    MOVE 0 TO NbMouvementsTenus.
    IF PositionTraitee NOT = PositionReprise
        MOVE PositionTraitee TO PositionReprise
        PERFORM ECRIRE-CHECKPOINT
    END-IF.
    EXIT.

ECRIRE-UN-MOUVEMENT-TENU.
    MOVE MouvementTenuLigne(IndexMvtTenu) TO HistoriqueRecord.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    PERFORM AJOUTER-ENTREE-AUDIT.
    EXIT.

CALCULER-FENETRE-DOUBLONS.
    COMPUTE EntierFenetre =
            FUNCTION INTEGER-OF-DATE(DateComptable) - JoursFenetreDoublon.
        ELSE
            EVALUATE CodeActionTrans
                WHEN "D"
                WHEN "C"
                    PERFORM POSTER-DEPOT
                WHEN "R"
                    PERFORM POSTER-RETRAIT
        STOP RUN
    END-IF.
    MOVE MontantTrans TO Montant.
    PERFORM NOMMER-DEPOT.
    PERFORM HORODATER-MOUVEMENT.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
*> blocages de fonds actifs (pré-autorisations posées au guichet),
*> plus le découvert autorisé.
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    IF SoldeCompte - TotalBlocages + LimiteEffective >= MontantTrans
        SUBTRACT MontantTrans FROM SoldeCompte
        REWRITE CompteRecord
        IF STATUS-COMPTES NOT = "00"
        ELSE
            PERFORM CONVERTIR-DEVISE
            PERFORM CALCULER-TOTAL-BLOCAGES
            PERFORM CALCULER-LIMITE-EFFECTIVE
            IF SoldeCompte - TotalBlocages + LimiteEffective < MontantTrans
                DISPLAY "Ligne rejetée (solde insuffisant pour le virement) : " NumeroCompteTrans
                MOVE NumeroCompteSource TO NumeroCompte
                READ CompteFile
        MOVE OrigineLotCourant TO OrigineCumulTbl(IndexOrigTrouve)
        MOVE 0 TO NbPostesOrigTbl(IndexOrigTrouve)
        MOVE 0 TO MontantPostesOrigTbl(IndexOrigTrouve)
        MOVE 0 TO RetraitsOrigTbl(IndexOrigTrouve)
    END-IF.
    ADD 1 TO NbPostesOrigTbl(IndexOrigTrouve).
    ADD MontantTrans TO MontantPostesOrigTbl(IndexOrigTrouve).
    IF CodeActionTrans = "R"
        ADD MontantTrans TO RetraitsOrigTbl(IndexOrigTrouve)
    END-IF.
    EXIT.

ECRIRE-POSTES-PAR-ORIGINE.
    CLOSE PostesOrigineFile.
    EXIT.

CUMULER-DISTRIBUTIONS-DAB.
*> Les origines inscrites au registre des DAB (GestionCoffre) sont
*> des distributeurs : leurs retraits postés sont les espèces sorties
*> des cassettes, cumulées jusqu'au prochain réapprovisionnement où
*> elles fondent le restant attendu. Registre absent : aucun DAB suivi.
    IF NbOriginesCumulees = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O DabFile.
    IF STATUS-DAB NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-UN-DAB VARYING IndexOrig FROM 1 BY 1
            UNTIL IndexOrig > NbOriginesCumulees.
    CLOSE DabFile.
    EXIT.

CUMULER-UN-DAB.
    IF RetraitsOrigTbl(IndexOrig) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE OrigineCumulTbl(IndexOrig) TO CodeDab.
    READ DabFile
        KEY IS CodeDab
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE RetraitsOrigTbl(IndexOrig) TO RetraitsACumuler.
    IF DistribueAnticipeDab > 0
        IF RetraitsACumuler > DistribueAnticipeDab
            SUBTRACT DistribueAnticipeDab FROM RetraitsACumuler
            MOVE 0 TO DistribueAnticipeDab
        ELSE
            SUBTRACT RetraitsACumuler FROM DistribueAnticipeDab
            MOVE 0 TO RetraitsACumuler
        END-IF
    END-IF.
    ADD RetraitsACumuler TO DistribueDab.
    MOVE DateComptable TO DateDernierCumulDab.
    REWRITE DabRecord.
    IF STATUS-DAB NOT = "00"
        DISPLAY "Erreur à la mise à jour du DAB " CodeDab
                ". Code de statut : " STATUS-DAB
    END-IF.
    EXIT.

CALCULER-TOTAL-BLOCAGES.
*> Total des blocages actifs et non échus du compte chargé dans
*> NumeroCompte (voir Banque.cob). Fichier absent = aucun blocage.
    END-IF.
    EXIT.

CALCULER-LIMITE-EFFECTIVE.
*> Limite de découvert en vigueur pour le compte chargé dans
*> NumeroCompte : celle de son autorisation (FacilitesDecouvert) si
*> elle est active à la date comptable, zéro si elle est échue,
*> résiliée ou pas encore commencée. Sans autorisation enregistrée
*> (ou sans fichier), le compte reste servi sur son LimiteDecouvert.
    MOVE LimiteDecouvert TO LimiteEffective.
    OPEN INPUT FaciliteDecouvertFile.
    IF STATUS-FACILITES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteFacilite.
    READ FaciliteDecouvertFile
        KEY IS NumeroCompteFacilite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutFacilite = 'A'
               AND DateDebutFacilite <= DateComptable
               AND DateExpirationFacilite >= DateComptable
                MOVE MontantFacilite TO LimiteEffective
            ELSE
                MOVE 0 TO LimiteEffective
            END-IF
    END-READ.
    CLOSE FaciliteDecouvertFile.
    EXIT.

MEMORISER-EMPREINTE-LIGNE.
    IF ModeTraitement NOT = 'N'
        EXIT PARAGRAPH
*> destinataire (sa devise) : recalcule MontantVirementConverti sans
*> toucher au solde tant que le solde du compte source n'a pas été
*> vérifié par l'appelant.
    PERFORM CALCULER-CONVERSION.
*> La comparaison de solde se fait sur le montant débité côté source,
*> donc on reprend le compte source avant de la laisser à l'appelant.
    MOVE NumeroCompteSource TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
    END-READ.
    EXIT.

CALCULER-CONVERSION.
*> Conversion seule, le compte destinataire étant chargé : le
*> virement du lot trié garde son compte source en mémoire et n'a
*> pas à le relire.
    IF DeviseSource = Devise
        MOVE MontantTrans TO MontantVirementConverti
    ELSE
        COMPUTE MontantVirementConverti ROUNDED =
                MontantTrans * TauxDestination / TauxSource
    END-IF.
    EXIT.

RECHERCHER-TAUX-CHANGE.
    CLOSE TauxChangeFile.
    EXIT.

NOMMER-DEPOT.
*> Code C : remise de chèques déposée au guichet, créditée comme un
*> dépôt mais sous son propre libellé, qui lui donne sa date de
*> valeur (J+1 ouvré, ReglesDateValeur).
    IF CodeActionTrans = "C"
        MOVE "Remise chèque" TO Action
    ELSE
        MOVE "Dépôt" TO Action
    END-IF.
    EXIT.

HORODATER-MOUVEMENT.
*> Date comptable officielle, heure de l'horloge système.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateComptable TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
*>  Date de valeur selon le type de mouvement (Action déjà posée
*>  par l'appelant).
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    EXIT.

AJOUTER-ENTREE-AUDIT.
        DISPLAY "Erreur à l'ouverture du fichier de reprise. Code de statut : " STATUS-CHECKPOINT
        STOP RUN
    END-IF.
    MOVE PositionReprise TO NbLignesTraiteesCheckpoint.
    WRITE CheckpointTransactionsRecord.
    IF STATUS-CHECKPOINT NOT = "00"
        DISPLAY "Erreur à l'écriture du fichier de reprise. Code de statut : " STATUS-CHECKPOINT
