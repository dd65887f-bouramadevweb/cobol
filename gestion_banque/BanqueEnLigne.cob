IDENTIFICATION DIVISION.
PROGRAM-ID. BanqueEnLigne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DemandeWebFile
           ASSIGN TO 'DemandesBanqueEnLigne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-DEMANDES.

    SELECT ReponseWebFile
           ASSIGN TO 'ReponsesBanqueEnLigne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REPONSES.

    SELECT TraceWebFile
           ASSIGN TO 'TraceBanqueEnLigne'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ReferenceTraceWeb
           FILE STATUS IS STATUS-TRACES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT HistoriqueIdxFile
           ASSIGN TO 'HistoriqueIdx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleHistoriqueIdx
           FILE STATUS IS STATUS-HISTIDX.

    SELECT TitulaireFile
           ASSIGN TO 'TitulairesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTitulaire
           FILE STATUS IS STATUS-TITULAIRES.

    SELECT BlocageFile
           ASSIGN TO 'BlocagesFonds'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT FaciliteDecouvertFile
           ASSIGN TO 'FacilitesDecouvert'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteFacilite
           FILE STATUS IS STATUS-FACILITES.

    SELECT AutorisationFile
           ASSIGN TO 'AutorisationsAttente'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAutorisation
           FILE STATUS IS STATUS-AUTORISATIONS.

    SELECT SeuilAutorisationFile
           ASSIGN TO 'SeuilAutorisation'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SEUIL.

    SELECT TauxChangeFile
           ASSIGN TO 'TauxChangeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT OrdrePermanentFile
           ASSIGN TO 'ordrespermanents'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ORDRES.

DATA DIVISION.
FILE SECTION.
FD DemandeWebFile.
*> Demandes déposées par le canal de banque en ligne, le client
*> étant déjà authentifié côté canal : 'S' solde, 'M' derniers
*> mouvements (nombre demandé, 10 par défaut, 20 au plus), 'V'
*> virement entre deux comptes du même client, 'O' liste des ordres
*> permanents du compte. La référence est unique côté canal et
*> revient dans chaque ligne de réponse.
01 DemandeWebEnrg.
   05 ReferenceDemandeWeb    PIC X(12).
   05 NumeroClientDemandeWeb PIC X(10).
   05 TypeDemandeWeb         PIC X.
   05 NumeroCompteDemandeWeb PIC X(10).
   05 CompteDestDemandeWeb   PIC X(10).
   05 MontantDemandeWeb      PIC 9(11)V99.
   05 NbMouvementsDemandeWeb PIC 9(2).
   05 DateDemandeWeb         PIC 9(8).
   05 HeureDemandeWeb        PIC 9(6).

FD ReponseWebFile.
*> Réponse au canal : zéro, une ou plusieurs lignes de détail 'D'
*> (solde, mouvement, ordre permanent) puis TOUJOURS une ligne de
*> fin 'F' portant le code réponse de la demande — le canal sait
*> ainsi où s'arrête chaque réponse.
01 ReponseWebEnrg.
   05 ReferenceReponseWeb    PIC X(12).
   05 TypeLigneReponseWeb    PIC X.
   05 NumeroLigneReponseWeb  PIC 9(3).
   05 CodeReponseWeb         PIC XX.
   05 NumeroCompteReponseWeb PIC X(10).
   05 DateReponseWeb         PIC 9(8).
   05 LibelleReponseWeb      PIC X(30).
   05 MontantReponseWeb      PIC S9(11)V99.
   05 DisponibleReponseWeb   PIC S9(11)V99.
   05 DeviseReponseWeb       PIC X(3).
   05 NumeroAutorisationWeb  PIC 9(6).

FD TraceWebFile.
*> Trace de chaque demande traitée, par référence du canal : une
*> demande remise deux fois (reprise du canal après coupure) n'est
*> pas rejouée, elle reçoit le code 94 et le résultat d'origine.
01 TraceWebRecord.
   05 ReferenceTraceWeb      PIC X(12).
   05 NumeroClientTraceWeb   PIC X(10).
   05 TypeTraceWeb           PIC X.
   05 NumeroCompteTraceWeb   PIC X(10).
   05 CompteDestTraceWeb     PIC X(10).
   05 MontantTraceWeb        PIC 9(11)V99.
   05 CodeReponseTraceWeb    PIC XX.
   05 NumeroAutorisationTraceWeb PIC 9(6).
   05 DateTraceWeb           PIC 9(8).
   05 HeureTraceWeb          PIC 9(6).

FD CompteFile.
COPY CompteRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD HistoriqueIdxFile.
COPY HistoriqueIdxRecord.

FD TitulaireFile.
COPY TitulaireRecord.

FD BlocageFile.
COPY BlocageRecord.

FD FaciliteDecouvertFile.
COPY FaciliteDecouvertRecord.

FD AutorisationFile.
COPY AutorisationRecord.

FD SeuilAutorisationFile.
01 SeuilAutorisationEnrg.
   05 SeuilDoubleRegard   PIC 9(11)V99.

FD TauxChangeFile.
COPY TauxChangeRecord.

FD OrdrePermanentFile.
01 OrdrePermanentRecord.
   05 NumeroCompteSourceOrdre PIC X(10).
   05 NumeroCompteCibleOrdre  PIC X(10).
   05 MontantOrdre        PIC 9(11)V99.
   05 FrequenceOrdre      PIC X(10).
   05 DateProchaineExec   PIC 9(8).
   05 DateFinOrdre        PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-DEMANDES      PIC XX.
77 STATUS-REPONSES      PIC XX.
77 STATUS-TRACES        PIC XX.
77 STATUS-COMPTES       PIC XX.
77 STATUS-HISTORIQUE    PIC XX.
77 STATUS-HISTIDX       PIC XX.
77 STATUS-TITULAIRES    PIC XX.
77 STATUS-BLOCAGES      PIC XX.
77 STATUS-FACILITES     PIC XX.
77 STATUS-AUTORISATIONS PIC XX.
77 STATUS-SEUIL         PIC XX.
77 STATUS-TAUXCHANGE    PIC XX.
77 STATUS-ORDRES        PIC XX.
01 FinDemandes          PIC X VALUE 'N'.
01 FinBlocages          PIC X.
01 FinHistorique        PIC X.
01 FinOrdres            PIC X.
01 FinAutorisations     PIC X.
01 FinTauxChangeFile    PIC X.
01 DateHeureSysteme     PIC X(21).
01 DateComptable        PIC 9(8).
01 NbDemandesLues       PIC 9(6) VALUE 0.
01 NbDemandesServies    PIC 9(6) VALUE 0.
01 NbDemandesRefusees   PIC 9(6) VALUE 0.
01 MontantVire          PIC 9(11)V99 VALUE 0.
01 CodeReponseCourant   PIC XX.
01 NumeroAutorisationCourant PIC 9(6).
01 NbLignesReponse      PIC 9(3).
01 TitulairesDisponibles PIC X.
01 BlocagesDisponibles  PIC X.
01 FacilitesDisponibles PIC X.
01 CompteAvecTitulaires PIC X.
01 ClientDetenteur      PIC X.
01 PouvoirClient        PIC X.
01 CompteAControler     PIC X(10).
01 TotalBlocages        PIC 9(11)V99.
01 LimiteEffective      PIC 9(11)V99.
01 SoldeDisponible      PIC S9(11)V99.
01 SeuilAutorisation    PIC 9(11)V99.
01 ProchaineAutorisation PIC 9(6).
01 NumeroCompteSource   PIC X(10).
01 DeviseSource         PIC X(3).
01 MontantVirementConverti PIC 9(11)V99.
01 NbMouvementsVoulus   PIC 9(2).
01 NbMouvementsCompte   PIC 9(7).
01 NbMouvementsAIgnorer PIC 9(7).
01 NbMouvementsVus      PIC 9(7).
*> Le canal reçoit au plus vingt mouvements par demande, dix si la
*> demande n'en précise pas le nombre.
01 NbMouvementsDefaut   PIC 9(2) VALUE 10.
01 NbMouvementsMaxi     PIC 9(2) VALUE 20.

01 TauxChangeTable.
   02 TauxChangeLigne OCCURS 50 TIMES.
      03 CodeDeviseTbl PIC X(3).
      03 DateEffetTbl  PIC 9(8).
      03 TauxTbl       PIC 9(3)V9(4).
01 NbTauxChange         PIC 9(3).
01 IndexTauxChange      PIC 9(3).
01 CodeDeviseRecherche  PIC X(3).
01 TauxTrouve           PIC 9(3)V9(4).
01 MeilleureDateEffet   PIC 9(8).
01 TauxRencontre        PIC X.
01 TauxSource           PIC 9(3)V9(4).
01 TauxDestination      PIC 9(3)V9(4).

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
*> Code opérateur du canal : chaque opération du canal porte ce code
*> dans le journal d'audit, comme un guichetier y porte le sien.
01 CodeOperateurSession  PIC X(8) VALUE "CANALWEB".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.

PROCEDURE DIVISION.

*> Interface du canal de banque en ligne : le canal dépose ses
*> demandes dans DemandesBanqueEnLigne, ce programme y répond dans
*> ReponsesBanqueEnLigne. Les règles sont CELLES DU GUICHET
*> (Banque.cob) : le client doit être détenteur du compte dans
*> TitulairesComptes (ou, sans ligne, titulaire de CompteRecord),
*> un virement exige pleins pouvoirs, deux comptes opérables, un
*> solde disponible suffisant (solde moins blocages plus découvert
*> en vigueur) et passe au double regard au-delà du seuil
*> SeuilAutorisation — la demande part alors dans
*> AutorisationsAttente pour SupervisionBanque. Codes réponse :
*> 00 servie, 09 en attente d'autorisation superviseur, 12 demande
*> invalide, 14 compte inconnu, 51 provision insuffisante, 57
*> opération non permise à ce client, 62 compte non opérable, 94
*> référence déjà traitée.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateComptable.
    PERFORM DEBUTER-CONTROLE.

    OPEN INPUT DemandeWebFile.
    IF STATUS-DEMANDES = "35"
        DISPLAY "Aucune demande du canal en ligne (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Impossible d'ouvrir DemandesBanqueEnLigne. Code de statut : " STATUS-DEMANDES
        STOP RUN
    END-IF.
    OPEN EXTEND ReponseWebFile.
    IF STATUS-REPONSES = "35"
        OPEN OUTPUT ReponseWebFile
    END-IF.
    IF STATUS-REPONSES NOT = "00"
        DISPLAY "Impossible d'ouvrir ReponsesBanqueEnLigne. Code de statut : " STATUS-REPONSES
        STOP RUN
    END-IF.
    OPEN I-O TraceWebFile.
    IF STATUS-TRACES = "35"
        OPEN OUTPUT TraceWebFile
        CLOSE TraceWebFile
        OPEN I-O TraceWebFile
    END-IF.
    IF STATUS-TRACES NOT = "00"
        DISPLAY "Impossible d'ouvrir TraceBanqueEnLigne. Code de statut : " STATUS-TRACES
        STOP RUN
    END-IF.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Impossible d'ouvrir HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.

*>  Fichiers de contrôle facultatifs, comme au guichet : sans
*>  TitulairesComptes le compte est servi à son seul titulaire, sans
*>  BlocagesFonds aucun fonds n'est réservé, sans FacilitesDecouvert
*>  le compte garde son LimiteDecouvert.
    MOVE 'N' TO TitulairesDisponibles.
    OPEN INPUT TitulaireFile.
    IF STATUS-TITULAIRES = "00"
        MOVE 'O' TO TitulairesDisponibles
    END-IF.
    MOVE 'N' TO BlocagesDisponibles.
    OPEN INPUT BlocageFile.
    IF STATUS-BLOCAGES = "00"
        MOVE 'O' TO BlocagesDisponibles
    END-IF.
    MOVE 'N' TO FacilitesDisponibles.
    OPEN INPUT FaciliteDecouvertFile.
    IF STATUS-FACILITES = "00"
        MOVE 'O' TO FacilitesDisponibles
    END-IF.

    PERFORM CHARGER-SEUIL-AUTORISATION.
    PERFORM CHARGER-TAUX-CHANGE.

    PERFORM TRAITER-UNE-DEMANDE UNTIL FinDemandes = 'O'.

    CLOSE DemandeWebFile.
    CLOSE ReponseWebFile.
    CLOSE TraceWebFile.
    CLOSE CompteFile.
    CLOSE HistoriqueFile.
    IF TitulairesDisponibles = 'O'
        CLOSE TitulaireFile
    END-IF.
    IF BlocagesDisponibles = 'O'
        CLOSE BlocageFile
    END-IF.
    IF FacilitesDisponibles = 'O'
        CLOSE FaciliteDecouvertFile
    END-IF.

*>  Les demandes traitées sont répondues : le fichier repart vide
*>  pour la remise suivante du canal.
    OPEN OUTPUT DemandeWebFile.
    IF STATUS-DEMANDES = "00"
        CLOSE DemandeWebFile
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Banque en ligne : " NbDemandesServies " demande(s) servie(s), "
            NbDemandesRefusees " refusée(s) sur " NbDemandesLues
            " ; virements " MontantVire ".".
    GOBACK.

TRAITER-UNE-DEMANDE.
    READ DemandeWebFile
        AT END
            MOVE 'O' TO FinDemandes
    END-READ.
    IF FinDemandes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDemandesLues.
    MOVE 0 TO NbLignesReponse.
    MOVE 0 TO NumeroAutorisationCourant.

    PERFORM CONTROLER-DEMANDE.

    IF CodeReponseCourant = "00"
        EVALUATE TypeDemandeWeb
            WHEN 'S'
                PERFORM REPONDRE-SOLDE
            WHEN 'M'
                PERFORM REPONDRE-MOUVEMENTS
            WHEN 'O'
                PERFORM REPONDRE-ORDRES
            WHEN 'V'
                PERFORM EXECUTER-VIREMENT
        END-EVALUATE
    END-IF.
    IF CodeReponseCourant = "09"
        PERFORM METTRE-EN-ATTENTE-AUTORISATION
    END-IF.

*>  Une référence déjà traitée garde sa trace d'origine : seule la
*>  réponse part, sans nouvelle trace.
    IF CodeReponseCourant NOT = "94"
        PERFORM TRACER-DEMANDE
    END-IF.
    PERFORM ECRIRE-FIN-REPONSE.
    PERFORM JOURNALISER-DEMANDE.

    IF CodeReponseCourant = "00" OR CodeReponseCourant = "09"
        ADD 1 TO NbDemandesServies
    ELSE
        ADD 1 TO NbDemandesRefusees
        DISPLAY "Demande " ReferenceDemandeWeb " refusée (code "
                CodeReponseCourant ")."
    END-IF.
    EXIT.

CONTROLER-DEMANDE.
*> Contrôles dans l'ordre du guichet : le premier refus l'emporte.
*> En sortie avec le code 00 d'un virement, CompteFile porte le
*> compte source.
    MOVE "00" TO CodeReponseCourant.
    IF ReferenceDemandeWeb = SPACES
       OR NumeroClientDemandeWeb = SPACES
       OR NumeroCompteDemandeWeb = SPACES
       OR (TypeDemandeWeb NOT = 'S' AND TypeDemandeWeb NOT = 'M'
           AND TypeDemandeWeb NOT = 'V' AND TypeDemandeWeb NOT = 'O')
        MOVE "12" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.

    MOVE ReferenceDemandeWeb TO ReferenceTraceWeb.
    READ TraceWebFile
        KEY IS ReferenceTraceWeb
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "94" TO CodeReponseCourant
            MOVE NumeroAutorisationTraceWeb TO NumeroAutorisationCourant
            EXIT PARAGRAPH
    END-READ.

    MOVE NumeroCompteDemandeWeb TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "14" TO CodeReponseCourant
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroCompteDemandeWeb TO CompteAControler.
    PERFORM VERIFIER-DETENTEUR.
    IF ClientDetenteur = 'N'
        MOVE "57" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    IF TypeDemandeWeb NOT = 'V'
        EXIT PARAGRAPH
    END-IF.

*>  Virement : montant, pouvoirs et comptes comme au guichet.
    IF MontantDemandeWeb NOT NUMERIC OR MontantDemandeWeb = 0
       OR CompteDestDemandeWeb = SPACES
       OR CompteDestDemandeWeb = NumeroCompteDemandeWeb
        MOVE "12" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    IF StatutCompte = 'G' OR StatutCompte = 'C' OR StatutCompte = 'D'
        MOVE "62" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    IF PouvoirClient = 'D'
        MOVE "57" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.

*>  Le destinataire doit être un compte du MÊME client (quels que
*>  soient ses pouvoirs : un crédit lui est toujours permis) et
*>  accepter les mouvements.
    MOVE CompteDestDemandeWeb TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "14" TO CodeReponseCourant
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'G' OR StatutCompte = 'C' OR StatutCompte = 'D'
        MOVE "62" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteDestDemandeWeb TO CompteAControler.
    PERFORM VERIFIER-DETENTEUR.
    IF ClientDetenteur = 'N'
        MOVE "57" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteDemandeWeb TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
    END-READ.
    IF MontantDemandeWeb > SeuilAutorisation
        MOVE "09" TO CodeReponseCourant
        EXIT PARAGRAPH
    END-IF.
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    IF SoldeCompte - TotalBlocages + LimiteEffective < MontantDemandeWeb
        MOVE "51" TO CodeReponseCourant
    END-IF.
    EXIT.

VERIFIER-DETENTEUR.
*> Même règle que IDENTIFIER-INTERVENANT au guichet : un compte qui
*> porte des lignes dans TitulairesComptes n'est servi qu'aux
*> détenteurs inscrits, avec LEURS pouvoirs ; sans ligne, seul le
*> titulaire de CompteRecord y accède, à pleins pouvoirs.
*> CompteFile porte le compte CompteAControler à l'appel.
    MOVE 'N' TO ClientDetenteur.
    MOVE 'P' TO PouvoirClient.
    MOVE 'N' TO CompteAvecTitulaires.
    IF TitulairesDisponibles = 'O'
        MOVE CompteAControler TO NumeroCompteTitulaire
        MOVE LOW-VALUES TO NumeroClientTitulaire
        START TitulaireFile KEY IS NOT LESS THAN CleTitulaire
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ TitulaireFile NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF NumeroCompteTitulaire = CompteAControler
                            MOVE 'O' TO CompteAvecTitulaires
                        END-IF
                END-READ
        END-START
    END-IF.

    IF CompteAvecTitulaires = 'N'
        IF NumeroClientCompte = NumeroClientDemandeWeb
            MOVE 'O' TO ClientDetenteur
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE CompteAControler TO NumeroCompteTitulaire.
    MOVE NumeroClientDemandeWeb TO NumeroClientTitulaire.
    READ TitulaireFile
        KEY IS CleTitulaire
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO ClientDetenteur
            MOVE PouvoirTitulaire TO PouvoirClient
    END-READ.
    EXIT.

CALCULER-TOTAL-BLOCAGES.
*> Total des blocages actifs et non échus du compte chargé dans
*> NumeroCompte : la part du solde qui n'est plus dépensable.
    MOVE 0 TO TotalBlocages.
    IF BlocagesDisponibles = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO NumeroBlocage.
    MOVE 'N' TO FinBlocages.
    START BlocageFile KEY IS NOT LESS THAN NumeroBlocage
        INVALID KEY
            MOVE 'O' TO FinBlocages
    END-START.
    PERFORM CUMULER-UN-BLOCAGE UNTIL FinBlocages = 'O'.
    EXIT.

CUMULER-UN-BLOCAGE.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBlocages
    END-READ.
    IF FinBlocages NOT = 'O'
       AND NumeroCompteBlocage = NumeroCompte
       AND StatutBlocage = 'A'
       AND DateExpirationBlocage >= DateComptable
        ADD MontantBlocage TO TotalBlocages
    END-IF.
    EXIT.

CALCULER-LIMITE-EFFECTIVE.
*> Découvert en vigueur, comme au guichet : celui de l'autorisation
*> active, zéro si elle est échue, résiliée ou pas encore commencée,
*> LimiteDecouvert du compte s'il n'en a pas.
    MOVE LimiteDecouvert TO LimiteEffective.
    IF FacilitesDisponibles = 'N'
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
    EXIT.

REPONDRE-SOLDE.
*> Une ligne : solde comptable et montant réellement utilisable
*> (solde moins blocages plus découvert en vigueur).
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    COMPUTE SoldeDisponible = SoldeCompte - TotalBlocages + LimiteEffective.
    PERFORM PREPARER-LIGNE-DETAIL.
    MOVE DateComptable TO DateReponseWeb.
    MOVE "SOLDE ET DISPONIBLE" TO LibelleReponseWeb.
    MOVE SoldeCompte TO MontantReponseWeb.
    MOVE SoldeDisponible TO DisponibleReponseWeb.
    MOVE Devise TO DeviseReponseWeb.
    PERFORM ECRIRE-LIGNE-REPONSE.
    EXIT.

REPONDRE-MOUVEMENTS.
*> Les N derniers mouvements du compte, dans l'ordre chronologique,
*> lus dans la copie indexée HistoriqueIdx (reconstruite chaque nuit
*> par ChargerHistoriqueIdx, comme pour les relevés) : un premier
*> passage compte les mouvements du compte, le second saute les plus
*> anciens. Les mouvements du jour paraissent dès la nuit suivante.
    IF NbMouvementsDemandeWeb NUMERIC AND NbMouvementsDemandeWeb > 0
        MOVE NbMouvementsDemandeWeb TO NbMouvementsVoulus
    ELSE
        MOVE NbMouvementsDefaut TO NbMouvementsVoulus
    END-IF.
    IF NbMouvementsVoulus > NbMouvementsMaxi
        MOVE NbMouvementsMaxi TO NbMouvementsVoulus
    END-IF.
    OPEN INPUT HistoriqueIdxFile.
    IF STATUS-HISTIDX NOT = "00"
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO NbMouvementsCompte.
    PERFORM POSITIONNER-HISTORIQUE.
    PERFORM COMPTER-UN-MOUVEMENT UNTIL FinHistorique = 'O'.
    MOVE 0 TO NbMouvementsAIgnorer.
    IF NbMouvementsCompte > NbMouvementsVoulus
        COMPUTE NbMouvementsAIgnorer = NbMouvementsCompte - NbMouvementsVoulus
    END-IF.

    MOVE 0 TO NbMouvementsVus.
    PERFORM POSITIONNER-HISTORIQUE.
    PERFORM RENDRE-UN-MOUVEMENT UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueIdxFile.
    EXIT.

POSITIONNER-HISTORIQUE.
    MOVE 'N' TO FinHistorique.
    MOVE NumeroCompte TO NumeroCompteIdx.
    MOVE 0 TO DateMouvementIdx.
    MOVE 0 TO HeureMouvementIdx.
    MOVE 0 TO NumeroSequenceIdx.
    START HistoriqueIdxFile KEY IS NOT LESS THAN CleHistoriqueIdx
        INVALID KEY
            MOVE 'O' TO FinHistorique
    END-START.
    EXIT.

COMPTER-UN-MOUVEMENT.
    READ HistoriqueIdxFile NEXT RECORD
        AT END
            MOVE 'O' TO FinHistorique
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteIdx NOT = NumeroCompte
        MOVE 'O' TO FinHistorique
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMouvementsCompte.
    EXIT.

RENDRE-UN-MOUVEMENT.
    READ HistoriqueIdxFile NEXT RECORD
        AT END
            MOVE 'O' TO FinHistorique
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteIdx NOT = NumeroCompte
        MOVE 'O' TO FinHistorique
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMouvementsVus.
    IF NbMouvementsVus <= NbMouvementsAIgnorer
        EXIT PARAGRAPH
    END-IF.
    PERFORM PREPARER-LIGNE-DETAIL.
    MOVE DateMouvementIdx TO DateReponseWeb.
    MOVE ActionIdx TO LibelleReponseWeb.
    MOVE MontantIdx TO MontantReponseWeb.
    MOVE DeviseIdx TO DeviseReponseWeb.
    PERFORM ECRIRE-LIGNE-REPONSE.
    EXIT.

REPONDRE-ORDRES.
*> Ordres permanents en vigueur émis par le compte : prochaine
*> échéance, montant, bénéficiaire et fréquence.
    OPEN INPUT OrdrePermanentFile.
    IF STATUS-ORDRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinOrdres.
    PERFORM RENDRE-UN-ORDRE UNTIL FinOrdres = 'O'.
    CLOSE OrdrePermanentFile.
    EXIT.

RENDRE-UN-ORDRE.
    READ OrdrePermanentFile
        AT END
            MOVE 'O' TO FinOrdres
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteSourceOrdre NOT = NumeroCompte
        EXIT PARAGRAPH
    END-IF.
    IF DateFinOrdre NOT = 0 AND DateFinOrdre < DateComptable
        EXIT PARAGRAPH
    END-IF.
    PERFORM PREPARER-LIGNE-DETAIL.
    MOVE DateProchaineExec TO DateReponseWeb.
    STRING "VERS " DELIMITED BY SIZE
           NumeroCompteCibleOrdre DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FrequenceOrdre DELIMITED BY SIZE
           INTO LibelleReponseWeb
    END-STRING.
    MOVE MontantOrdre TO MontantReponseWeb.
    MOVE Devise TO DeviseReponseWeb.
    PERFORM ECRIRE-LIGNE-REPONSE.
    EXIT.

EXECUTER-VIREMENT.
*> Même écriture qu'au guichet : le destinataire est crédité dans sa
*> devise après conversion, puis la source est débitée dans la
*> sienne ; une ligne d'historique et une ligne d'audit par compte.
    MOVE NumeroCompte TO NumeroCompteSource.
    MOVE Devise TO DeviseSource.

    MOVE CompteDestDemandeWeb TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "14" TO CodeReponseCourant
            EXIT PARAGRAPH
    END-READ.
    PERFORM CONVERTIR-DEVISE.
    ADD MontantVirementConverti TO SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte destinataire. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    MOVE MontantVirementConverti TO Montant.
    MOVE "Virement reçu" TO Action.
    PERFORM ECRIRE-MOUVEMENT.

    MOVE NumeroCompteSource TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
    END-READ.
    SUBTRACT MontantDemandeWeb FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte source. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    MOVE MontantDemandeWeb TO Montant.
    MOVE "Virement" TO Action.
    PERFORM ECRIRE-MOUVEMENT.
    ADD MontantDemandeWeb TO MontantVire.
    EXIT.

CONVERTIR-DEVISE.
*> Convertit le montant de la devise du compte source vers celle du
*> compte destinataire (chargé dans Devise), l'EUR servant de pivot.
    IF DeviseSource = Devise
        MOVE MontantDemandeWeb TO MontantVirementConverti
    ELSE
        MOVE DeviseSource TO CodeDeviseRecherche
        PERFORM RECHERCHER-TAUX-CHANGE
        MOVE TauxTrouve TO TauxSource
        MOVE Devise TO CodeDeviseRecherche
        PERFORM RECHERCHER-TAUX-CHANGE
        MOVE TauxTrouve TO TauxDestination
        COMPUTE MontantVirementConverti ROUNDED =
                MontantDemandeWeb * TauxDestination / TauxSource
    END-IF.
    EXIT.

RECHERCHER-TAUX-CHANGE.
*> Taux en vigueur à la date comptable (date d'effet la plus récente
*> qui ne la dépasse pas) ; sans taux, 1.0000 comme au guichet.
    MOVE 1.0000 TO TauxTrouve.
    MOVE 0 TO MeilleureDateEffet.
    MOVE 'N' TO TauxRencontre.
    PERFORM EXAMINER-UN-TAUX
        VARYING IndexTauxChange FROM 1 BY 1
        UNTIL IndexTauxChange > NbTauxChange.
    EXIT.

EXAMINER-UN-TAUX.
    IF CodeDeviseTbl(IndexTauxChange) = CodeDeviseRecherche
       AND DateEffetTbl(IndexTauxChange) <= DateComptable
       AND (TauxRencontre = 'N'
            OR DateEffetTbl(IndexTauxChange) >= MeilleureDateEffet)
        MOVE TauxTbl(IndexTauxChange) TO TauxTrouve
        MOVE DateEffetTbl(IndexTauxChange) TO MeilleureDateEffet
        MOVE 'O' TO TauxRencontre
    END-IF.
    EXIT.

CHARGER-TAUX-CHANGE.
*> Table des taux tenue par GestionTauxChange ; fichier absent =
*> table vide, toute devise vaut alors l'EUR.
    MOVE 0 TO NbTauxChange.
    OPEN INPUT TauxChangeFile.
    IF STATUS-TAUXCHANGE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinTauxChangeFile.
    PERFORM CHARGER-UN-TAUX UNTIL FinTauxChangeFile = 'O'.
    CLOSE TauxChangeFile.
    EXIT.

CHARGER-UN-TAUX.
    READ TauxChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTauxChangeFile
            EXIT PARAGRAPH
    END-READ.
    IF NbTauxChange NOT < 50
        DISPLAY "Table des taux pleine (50). Taux ignoré : "
                CodeDevise " effet " DateEffetTaux
    ELSE
        ADD 1 TO NbTauxChange
        MOVE CodeDevise        TO CodeDeviseTbl(NbTauxChange)
        MOVE DateEffetTaux     TO DateEffetTbl(NbTauxChange)
        MOVE TauxParRapportEUR TO TauxTbl(NbTauxChange)
    END-IF.
    EXIT.

CHARGER-SEUIL-AUTORISATION.
*> Seuil du double regard tenu par le contrôle interne ; fichier
*> absent = seuil par défaut du guichet.
    MOVE 5000.00 TO SeuilAutorisation.
    OPEN INPUT SeuilAutorisationFile.
    IF STATUS-SEUIL NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ SeuilAutorisationFile
        AT END
            CONTINUE
        NOT AT END
            MOVE SeuilDoubleRegard TO SeuilAutorisation
    END-READ.
    CLOSE SeuilAutorisationFile.
    EXIT.

METTRE-EN-ATTENTE-AUTORISATION.
*> Virement au-delà du seuil : rien n'est posté, la demande part
*> dans AutorisationsAttente au nom du canal ; le superviseur
*> l'approuvera (et la postera) ou la refusera dans
*> SupervisionBanque. Le canal reçoit le numéro d'autorisation.
    OPEN I-O AutorisationFile.
    IF STATUS-AUTORISATIONS = "35"
        OPEN OUTPUT AutorisationFile
        CLOSE AutorisationFile
        OPEN I-O AutorisationFile
    END-IF.
    IF STATUS-AUTORISATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir AutorisationsAttente. Code de statut : " STATUS-AUTORISATIONS
        STOP RUN
    END-IF.
    MOVE 1 TO ProchaineAutorisation.
    MOVE 'N' TO FinAutorisations.
    PERFORM NUMEROTER-AUTORISATION UNTIL FinAutorisations = 'O'.

    MOVE ProchaineAutorisation TO NumeroAutorisation.
    MOVE DateComptable TO DateDemande.
    MOVE CodeOperateurSession TO OperateurDemande.
    MOVE NumeroCompteDemandeWeb TO NumeroCompteAuto.
    MOVE 'V' TO TypeOperationAuto.
    MOVE MontantDemandeWeb TO MontantAuto.
    MOVE SPACES TO CompteDestAuto.
    MOVE CompteDestDemandeWeb TO CompteDestAuto(1:10).
    MOVE SPACES TO BicDestAuto.
    MOVE 'P' TO StatutAuto.
    MOVE 0 TO DateDecision.
    MOVE SPACES TO OperateurDecision.
    WRITE AutorisationRecord.
    IF STATUS-AUTORISATIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de AutorisationsAttente. Code de statut : " STATUS-AUTORISATIONS
        STOP RUN
    END-IF.
    MOVE NumeroAutorisation TO NumeroAutorisationCourant.
    CLOSE AutorisationFile.
    EXIT.

NUMEROTER-AUTORISATION.
    READ AutorisationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinAutorisations
        NOT AT END
            IF NumeroAutorisation >= ProchaineAutorisation
                COMPUTE ProchaineAutorisation = NumeroAutorisation + 1
            END-IF
    END-READ.
    EXIT.

ECRIRE-MOUVEMENT.
*> Ligne d'historique du compte chargé dans CompteFile (Montant et
*> Action posés par l'appelant), puis sa ligne d'audit au nom du
*> canal.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE SPACES TO ReferenceHisto.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.

    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompteHisto DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Action DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Montant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateMouvement DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HeureMouvement DELIMITED BY SIZE
           " WEB " DELIMITED BY SIZE
           ReferenceDemandeWeb DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    PERFORM APPELER-JOURNAL.
    EXIT.

TRACER-DEMANDE.
    MOVE ReferenceDemandeWeb TO ReferenceTraceWeb.
    MOVE NumeroClientDemandeWeb TO NumeroClientTraceWeb.
    MOVE TypeDemandeWeb TO TypeTraceWeb.
    MOVE NumeroCompteDemandeWeb TO NumeroCompteTraceWeb.
    MOVE CompteDestDemandeWeb TO CompteDestTraceWeb.
    IF MontantDemandeWeb NUMERIC
        MOVE MontantDemandeWeb TO MontantTraceWeb
    ELSE
        MOVE 0 TO MontantTraceWeb
    END-IF.
    MOVE CodeReponseCourant TO CodeReponseTraceWeb.
    MOVE NumeroAutorisationCourant TO NumeroAutorisationTraceWeb.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateTraceWeb.
    MOVE DateHeureSysteme(9:6) TO HeureTraceWeb.
*>  Une demande sans référence n'a rien à protéger d'une reprise.
    IF ReferenceDemandeWeb = SPACES
        EXIT PARAGRAPH
    END-IF.
    WRITE TraceWebRecord.
    IF STATUS-TRACES NOT = "00"
        DISPLAY "Erreur à l'écriture de TraceBanqueEnLigne. Code de statut : " STATUS-TRACES
        STOP RUN
    END-IF.
    EXIT.

PREPARER-LIGNE-DETAIL.
    MOVE SPACES TO ReponseWebEnrg.
    ADD 1 TO NbLignesReponse.
    MOVE ReferenceDemandeWeb TO ReferenceReponseWeb.
    MOVE 'D' TO TypeLigneReponseWeb.
    MOVE NbLignesReponse TO NumeroLigneReponseWeb.
    MOVE "00" TO CodeReponseWeb.
    MOVE NumeroCompte TO NumeroCompteReponseWeb.
    MOVE 0 TO DateReponseWeb.
    MOVE 0 TO MontantReponseWeb.
    MOVE 0 TO DisponibleReponseWeb.
    MOVE 0 TO NumeroAutorisationWeb.
    EXIT.

ECRIRE-FIN-REPONSE.
*> Ligne de fin : code réponse, montant demandé et, pour un
*> virement posté, le nouveau solde du compte source.
    MOVE SPACES TO ReponseWebEnrg.
    ADD 1 TO NbLignesReponse.
    MOVE ReferenceDemandeWeb TO ReferenceReponseWeb.
    MOVE 'F' TO TypeLigneReponseWeb.
    MOVE NbLignesReponse TO NumeroLigneReponseWeb.
    MOVE CodeReponseCourant TO CodeReponseWeb.
    MOVE NumeroCompteDemandeWeb TO NumeroCompteReponseWeb.
    MOVE DateComptable TO DateReponseWeb.
    MOVE 0 TO MontantReponseWeb.
    MOVE 0 TO DisponibleReponseWeb.
    IF MontantDemandeWeb NUMERIC
        MOVE MontantDemandeWeb TO MontantReponseWeb
    END-IF.
    EVALUATE CodeReponseCourant
        WHEN "00"
            MOVE "DEMANDE SERVIE" TO LibelleReponseWeb
            IF TypeDemandeWeb = 'V'
                MOVE SoldeCompte TO DisponibleReponseWeb
                MOVE Devise TO DeviseReponseWeb
            END-IF
        WHEN "09"
            MOVE "EN ATTENTE AUTORISATION" TO LibelleReponseWeb
        WHEN "12"
            MOVE "DEMANDE INVALIDE" TO LibelleReponseWeb
        WHEN "14"
            MOVE "COMPTE INCONNU" TO LibelleReponseWeb
        WHEN "51"
            MOVE "PROVISION INSUFFISANTE" TO LibelleReponseWeb
        WHEN "57"
            MOVE "OPERATION NON PERMISE" TO LibelleReponseWeb
        WHEN "62"
            MOVE "COMPTE NON OPERABLE" TO LibelleReponseWeb
        WHEN "94"
            STRING "DEJA TRAITEE CODE " DELIMITED BY SIZE
                   CodeReponseTraceWeb DELIMITED BY SIZE
                   INTO LibelleReponseWeb
            END-STRING
    END-EVALUATE.
    MOVE NumeroAutorisationCourant TO NumeroAutorisationWeb.
    PERFORM ECRIRE-LIGNE-REPONSE.
    EXIT.

ECRIRE-LIGNE-REPONSE.
    WRITE ReponseWebEnrg.
    IF STATUS-REPONSES NOT = "00"
        DISPLAY "Erreur à l'écriture de ReponsesBanqueEnLigne. Code de statut : " STATUS-REPONSES
        STOP RUN
    END-IF.
    EXIT.

JOURNALISER-DEMANDE.
*> Toute demande du canal, servie ou refusée, laisse sa ligne dans
*> AuditBanque sous le code opérateur du canal.
    MOVE SPACES TO LigneAuditBanque.
    STRING "WEB " DELIMITED BY SIZE
           ReferenceDemandeWeb DELIMITED BY SIZE
           " client " DELIMITED BY SIZE
           NumeroClientDemandeWeb DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TypeDemandeWeb DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           NumeroCompteDemandeWeb DELIMITED BY SIZE
           " vers " DELIMITED BY SIZE
           CompteDestDemandeWeb DELIMITED BY SIZE
           " code " DELIMITED BY SIZE
           CodeReponseCourant DELIMITED BY SIZE
           " autorisation " DELIMITED BY SIZE
           NumeroAutorisationCourant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateComptable DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    PERFORM APPELER-JOURNAL.
    EXIT.

APPELER-JOURNAL.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

DEBUTER-CONTROLE.
*> Enregistrement de contrôle d'exécution, écrit en fin de remise
*> via ControleBatchUtil pour le rapport d'exploitation.
    MOVE "BANQLIGN" TO NomProgrammeCtl.
    MOVE DateComptable TO DateDebutCtl.
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
    MOVE NbDemandesLues TO NbLusCtl.
    MOVE NbDemandesServies TO NbPostesCtl.
    MOVE NbDemandesRefusees TO NbRejetesCtl.
    MOVE MontantVire TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
