IDENTIFICATION DIVISION.
PROGRAM-ID. ReleveElectronique.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AbonnementReleveFile
           ASSIGN TO 'AbonnementsReleveElec'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteAbonne
           FILE STATUS IS STATUS-ABONNEMENTS.

    SELECT ReleveEmisFile
           ASSIGN TO 'RelevesElecEmis'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleReleveEmis
           FILE STATUS IS STATUS-EMIS.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT SoldeJournalierFile
           ASSIGN TO 'SoldeJournalier'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSoldeJournalier
           FILE STATUS IS STATUS-SOLDES.

    SELECT HistoriqueIdxFile
           ASSIGN TO 'HistoriqueIdx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleHistoriqueIdx
           FILE STATUS IS STATUS-HISTIDX.

    SELECT ReleveMT940File
           ASSIGN TO 'ReleveMT940'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-MT940.

DATA DIVISION.
FILE SECTION.
FD AbonnementReleveFile.
COPY AbonnementReleveRecord.

FD ReleveEmisFile.
*> Journal des relevés émis, clé compte + date du relevé : numéro
*> attribué, nuit d'émission et date de l'instantané d'ouverture. Une
*> reprise de la même nuit y retrouve ses relevés et les réémet à
*> l'identique au lieu de consommer de nouveaux numéros.
01 ReleveEmisRecord.
   05 CleReleveEmis.
      10 CompteReleveEmis    PIC X(10).
      10 DateReleveEmis      PIC 9(8).
   05 NumeroReleveEmis       PIC 9(5).
   05 DateTraitementEmis     PIC 9(8).
   05 DateOuvertureEmis      PIC 9(8).

FD CompteFile.
COPY CompteRecord.

FD SoldeJournalierFile.
COPY SoldeJournalierRecord.

FD HistoriqueIdxFile.
COPY HistoriqueIdxRecord.

FD ReleveMT940File.
01 LigneMT940             PIC X(80).

WORKING-STORAGE SECTION.
77 STATUS-ABONNEMENTS PIC XX.
77 STATUS-EMIS       PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-SOLDES     PIC XX.
77 STATUS-HISTIDX    PIC XX.
77 STATUS-MT940      PIC XX.
01 DateHeureSysteme  PIC X(21).
01 FinAbonnements    PIC X VALUE 'N'.
01 FinJournal        PIC X.
01 FinMouvements     PIC X.
01 InstantaneTrouve  PIC X.

*> Jours photographiés par SoldeJournalier sur le mois écoulé, en
*> ordre croissant : chacun est la date d'un relevé, le précédent
*> fournit son solde d'ouverture. Le dernier est la veille traitée.
01 JoursReleveTable.
   02 JourReleveLigne OCCURS 40 TIMES.
      03 DateJourTbl       PIC 9(8).
01 NbJoursReleve     PIC 9(2) VALUE 0.
01 IndexJour         PIC 9(2).
01 EntierJour        PIC 9(7).
01 EntierDebutFenetre PIC 9(7).
01 EntierFinFenetre  PIC 9(7).
01 DateCandidate     PIC 9(8).
01 DateVeilleTraitee PIC 9(8).

*> Relevé en cours d'émission.
01 CompteReleve      PIC X(10).
01 DeviseReleve      PIC X(3).
01 DateReleve        PIC 9(8).
01 DateOuverture     PIC 9(8).
01 DateDebutMouvements PIC 9(8).
01 NumeroReleve      PIC 9(5).
01 NbReproduits      PIC 9(3).
01 SoldeOuverture    PIC S9(11)V99.
01 SoldeCloture      PIC S9(11)V99.
01 SoldeRecalcule    PIC S9(11)V99.
01 SensMouvement     PIC X.
01 CodeTransaction   PIC X(4).
01 ReferenceClient   PIC X(8).
01 DateValeurMT940   PIC 9(8).
01 MarqueSolde       PIC X.

*> Montant au format MT940 : sans zéros de tête, virgule décimale.
01 MontantMT940      PIC 9(11)V99.
01 MontantMT940X REDEFINES MontantMT940 PIC X(13).
01 NbZerosTete       PIC 9(2).
01 LongueurEntiere   PIC 9(2).
01 MontantTexte      PIC X(15).

01 NbComptesAbonnes  PIC 9(5) VALUE 0.
01 NbRelevesEmis     PIC 9(6) VALUE 0.
01 NbRelevesReemis   PIC 9(6) VALUE 0.
01 NbMouvementsEmis  PIC 9(7) VALUE 0.
01 NbEcarts          PIC 9(5) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Relevé électronique quotidien au format MT940 pour les comptes
*> abonnés (GestionClients) : les clients entreprises, ceux de
*> PaiementsSalaires en tête, rapprochaient leur comptabilité en
*> ressaisissant le ReleveCompte papier. Chaque nuit le relevé de la
*> veille traitée part dans ReleveMT940 : soldes d'ouverture et de
*> clôture repris des instantanés SoldeJournalier, mouvements de la
*> copie indexée de l'historique avec date, montant, sens et
*> référence. La veille et non le jour : ses mouvements tardifs de
*> la nuit précédente sont désormais dans HistoriqueIdx et son
*> instantané est pris, le relevé tombe donc juste.
*> Le numéro de relevé par compte ne saute jamais (le client repère
*> un jour manquant) ; les jours photographiés depuis le dernier
*> relevé émis se rattrapent dans la limite du mois écoulé ; une
*> reprise de la même nuit réémet les mêmes relevés sous les mêmes
*> numéros (journal RelevesElecEmis).
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN INPUT AbonnementReleveFile.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Aucun compte abonné au relevé électronique."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    CLOSE AbonnementReleveFile.

    OPEN INPUT SoldeJournalierFile.
    IF STATUS-SOLDES NOT = "00"
        DISPLAY "SoldeJournalier indisponible (" STATUS-SOLDES
                ") : aucun solde d'ouverture ni de clôture."
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM RELEVER-JOURS-PHOTOGRAPHIES.
    IF NbJoursReleve < 2
        DISPLAY "Moins de deux instantanés sur le mois écoulé : aucun relevé à émettre."
        CLOSE SoldeJournalierFile
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    MOVE DateJourTbl(NbJoursReleve) TO DateVeilleTraitee.

    OPEN INPUT HistoriqueIdxFile.
    IF STATUS-HISTIDX NOT = "00"
        DISPLAY "HistoriqueIdx indisponible (" STATUS-HISTIDX
                ") : les mouvements ne peuvent pas être relevés."
        CLOSE SoldeJournalierFile
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN I-O AbonnementReleveFile.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir AbonnementsReleveElec. Code de statut : " STATUS-ABONNEMENTS
        STOP RUN
    END-IF.
    OPEN I-O ReleveEmisFile.
    IF STATUS-EMIS = "35"
        OPEN OUTPUT ReleveEmisFile
        CLOSE ReleveEmisFile
        OPEN I-O ReleveEmisFile
    END-IF.
    IF STATUS-EMIS NOT = "00"
        DISPLAY "Impossible d'ouvrir RelevesElecEmis. Code de statut : " STATUS-EMIS
        STOP RUN
    END-IF.
*>  Le fichier de la nuit est réécrit en entier à chaque passage :
*>  une reprise remplace le fichier incomplet.
    OPEN OUTPUT ReleveMT940File.
    IF STATUS-MT940 NOT = "00"
        DISPLAY "Impossible d'ouvrir ReleveMT940. Code de statut : " STATUS-MT940
        STOP RUN
    END-IF.

    PERFORM TRAITER-UN-ABONNEMENT UNTIL FinAbonnements = 'O'.

    CLOSE ReleveMT940File.
    CLOSE ReleveEmisFile.
    CLOSE AbonnementReleveFile.
    CLOSE CompteFile.
    CLOSE HistoriqueIdxFile.
    CLOSE SoldeJournalierFile.

    DISPLAY "Relevés électroniques au " DateVeilleTraitee " : "
            NbComptesAbonnes " compte(s) abonné(s), " NbRelevesEmis
            " relevé(s) émis dont " NbRelevesReemis " réémis, "
            NbMouvementsEmis " mouvement(s).".
    IF NbEcarts > 0
        DISPLAY NbEcarts " relevé(s) dont ouverture + mouvements ne"
                " redonnent pas la clôture : à examiner."
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

RELEVER-JOURS-PHOTOGRAPHIES.
*> Fenêtre de 35 jours avant la date de traitement : le jour le plus
*> ancien trouvé ne sert que de solde d'ouverture au suivant.
    COMPUTE EntierFinFenetre =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE EntierDebutFenetre = EntierFinFenetre - 34.
    PERFORM TESTER-UN-JOUR
        VARYING EntierJour FROM EntierDebutFenetre BY 1
        UNTIL EntierJour > EntierFinFenetre.
    EXIT.

TESTER-UN-JOUR.
    COMPUTE DateCandidate = FUNCTION DATE-OF-INTEGER(EntierJour).
    MOVE DateCandidate TO DateSolde.
    MOVE LOW-VALUES TO NumeroCompteSolde.
    START SoldeJournalierFile KEY IS NOT LESS THAN CleSoldeJournalier
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    READ SoldeJournalierFile NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ.
    IF DateSolde = DateCandidate AND NbJoursReleve < 40
        ADD 1 TO NbJoursReleve
        MOVE DateCandidate TO DateJourTbl(NbJoursReleve)
    END-IF.
    EXIT.

TRAITER-UN-ABONNEMENT.
    READ AbonnementReleveFile NEXT RECORD
        AT END
            MOVE 'O' TO FinAbonnements
            EXIT PARAGRAPH
    END-READ.
    IF StatutAbonnement NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesAbonnes.
    MOVE NumeroCompteAbonne TO CompteReleve.
    MOVE NumeroCompteAbonne TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte abonné " CompteReleve " introuvable : relevé non émis."
            EXIT PARAGRAPH
    END-READ.
    MOVE Devise TO DeviseReleve.

*>  Reprise : les relevés déjà émis cette nuit pour ce compte sont
*>  réémis tels quels, rien de neuf n'est numéroté.
    MOVE 0 TO NbReproduits.
    MOVE 'N' TO FinJournal.
    MOVE CompteReleve TO CompteReleveEmis.
    MOVE 0 TO DateReleveEmis.
    START ReleveEmisFile KEY IS NOT LESS THAN CleReleveEmis
        INVALID KEY
            MOVE 'O' TO FinJournal
    END-START.
    PERFORM REEMETTRE-UN-RELEVE UNTIL FinJournal = 'O'.
    IF NbReproduits > 0
        EXIT PARAGRAPH
    END-IF.

    PERFORM EMETTRE-JOUR-NOUVEAU
        VARYING IndexJour FROM 2 BY 1 UNTIL IndexJour > NbJoursReleve.
    REWRITE AbonnementReleveRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de AbonnementsReleveElec. Code de statut : " STATUS-ABONNEMENTS
    END-IF.
    EXIT.

REEMETTRE-UN-RELEVE.
    READ ReleveEmisFile NEXT RECORD
        AT END
            MOVE 'O' TO FinJournal
            EXIT PARAGRAPH
    END-READ.
    IF CompteReleveEmis NOT = CompteReleve
        MOVE 'O' TO FinJournal
        EXIT PARAGRAPH
    END-IF.
    IF DateTraitementEmis NOT = DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    MOVE DateReleveEmis TO DateReleve.
    MOVE DateOuvertureEmis TO DateOuverture.
    MOVE NumeroReleveEmis TO NumeroReleve.
    PERFORM ECRIRE-RELEVE.
    ADD 1 TO NbReproduits.
    ADD 1 TO NbRelevesReemis.
    EXIT.

EMETTRE-JOUR-NOUVEAU.
*> Un abonnement neuf (aucun relevé encore émis) ne part que de la
*> veille traitée ; sinon chaque jour photographié depuis le dernier
*> relevé reçoit le numéro suivant.
    MOVE DateJourTbl(IndexJour) TO DateReleve.
    IF DateReleve NOT > DateDernierReleve
        EXIT PARAGRAPH
    END-IF.
    IF DateDernierReleve = 0 AND DateReleve NOT = DateVeilleTraitee
        EXIT PARAGRAPH
    END-IF.
    MOVE DateJourTbl(IndexJour - 1) TO DateOuverture.
    COMPUTE NumeroReleve = DernierNumeroReleve + 1.

    MOVE CompteReleve TO CompteReleveEmis.
    MOVE DateReleve TO DateReleveEmis.
    MOVE NumeroReleve TO NumeroReleveEmis.
    MOVE DateTraitementJour TO DateTraitementEmis.
    MOVE DateOuverture TO DateOuvertureEmis.
    WRITE ReleveEmisRecord.
    IF STATUS-EMIS NOT = "00"
        DISPLAY "Erreur à l'écriture de RelevesElecEmis (compte " CompteReleve
                ", " DateReleve "). Code de statut : " STATUS-EMIS
        EXIT PARAGRAPH
    END-IF.

    PERFORM ECRIRE-RELEVE.
    MOVE NumeroReleve TO DernierNumeroReleve.
    MOVE DateReleve TO DateDernierReleve.
    EXIT.

ECRIRE-RELEVE.
*> Un relevé : :20: référence, :25: compte, :28C: numéro de relevé,
*> :60F: solde d'ouverture, une paire :61:/:86: par mouvement,
*> :62F: solde de clôture, puis le séparateur de message.
    MOVE DateOuverture TO DateSolde.
    PERFORM LIRE-INSTANTANE.
    MOVE SoldeJour TO SoldeOuverture.
    IF InstantaneTrouve = 'N'
        MOVE 0 TO SoldeOuverture
    END-IF.
    MOVE DateReleve TO DateSolde.
    PERFORM LIRE-INSTANTANE.
    MOVE SoldeJour TO SoldeCloture.
    IF InstantaneTrouve = 'N'
        MOVE SoldeOuverture TO SoldeCloture
    END-IF.
    MOVE SoldeOuverture TO SoldeRecalcule.

    MOVE SPACES TO LigneMT940.
    STRING ":20:MT" DELIMITED BY SIZE
           DateReleve(3:6) DELIMITED BY SIZE
           NumeroReleve DELIMITED BY SIZE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.
    MOVE SPACES TO LigneMT940.
    STRING ":25:" DELIMITED BY SIZE
           CompteReleve DELIMITED BY SPACE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.
    MOVE SPACES TO LigneMT940.
    STRING ":28C:" DELIMITED BY SIZE
           NumeroReleve DELIMITED BY SIZE
           "/1" DELIMITED BY SIZE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.

    MOVE SoldeOuverture TO MontantMT940.
    MOVE 'C' TO MarqueSolde.
    IF SoldeOuverture < 0
        MOVE 'D' TO MarqueSolde
    END-IF.
    PERFORM FORMATER-MONTANT.
    MOVE SPACES TO LigneMT940.
    STRING ":60F:" DELIMITED BY SIZE
           MarqueSolde DELIMITED BY SIZE
           DateOuverture(3:6) DELIMITED BY SIZE
           DeviseReleve DELIMITED BY SIZE
           MontantTexte DELIMITED BY SPACE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.

*>  Mouvements postérieurs à l'instantané d'ouverture, jusqu'au jour
*>  du relevé inclus.
    COMPUTE DateDebutMouvements = DateOuverture + 1.
    MOVE CompteReleve TO NumeroCompteIdx.
    MOVE DateDebutMouvements TO DateMouvementIdx.
    MOVE 0 TO HeureMouvementIdx.
    MOVE 0 TO NumeroSequenceIdx.
    MOVE 'N' TO FinMouvements.
    START HistoriqueIdxFile KEY IS NOT LESS THAN CleHistoriqueIdx
        INVALID KEY
            MOVE 'O' TO FinMouvements
    END-START.
    PERFORM ECRIRE-UN-MOUVEMENT UNTIL FinMouvements = 'O'.

    MOVE SoldeCloture TO MontantMT940.
    MOVE 'C' TO MarqueSolde.
    IF SoldeCloture < 0
        MOVE 'D' TO MarqueSolde
    END-IF.
    PERFORM FORMATER-MONTANT.
    MOVE SPACES TO LigneMT940.
    STRING ":62F:" DELIMITED BY SIZE
           MarqueSolde DELIMITED BY SIZE
           DateReleve(3:6) DELIMITED BY SIZE
           DeviseReleve DELIMITED BY SIZE
           MontantTexte DELIMITED BY SPACE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.
    MOVE "-" TO LigneMT940.
    WRITE LigneMT940.

    ADD 1 TO NbRelevesEmis.
    IF SoldeRecalcule NOT = SoldeCloture
        ADD 1 TO NbEcarts
        DISPLAY "Écart sur le relevé " NumeroReleve " du compte "
                CompteReleve " au " DateReleve " : ouverture + mouvements "
                SoldeRecalcule ", clôture " SoldeCloture "."
    END-IF.
    EXIT.

LIRE-INSTANTANE.
    MOVE CompteReleve TO NumeroCompteSolde.
    MOVE 'O' TO InstantaneTrouve.
    READ SoldeJournalierFile
        KEY IS CleSoldeJournalier
        INVALID KEY
            MOVE 'N' TO InstantaneTrouve
            MOVE 0 TO SoldeJour
    END-READ.
    EXIT.

ECRIRE-UN-MOUVEMENT.
    READ HistoriqueIdxFile NEXT RECORD
        AT END
            MOVE 'O' TO FinMouvements
            EXIT PARAGRAPH
    END-READ.
    IF NumeroCompteIdx NOT = CompteReleve
       OR DateMouvementIdx > DateReleve
        MOVE 'O' TO FinMouvements
        EXIT PARAGRAPH
    END-IF.
    PERFORM DETERMINER-SENS.
    IF SensMouvement = SPACE
*>      Ligne d'information sans effet sur le solde (cumul déclaré,
*>      attente) : elle ne figure pas au relevé.
        EXIT PARAGRAPH
    END-IF.
    IF SensMouvement = 'C'
        ADD MontantIdx TO SoldeRecalcule
    ELSE
        SUBTRACT MontantIdx FROM SoldeRecalcule
    END-IF.

    MOVE DateMouvementIdx TO DateValeurMT940.
    IF DateValeurIdx IS NUMERIC AND DateValeurIdx > 0
        MOVE DateValeurIdx TO DateValeurMT940
    END-IF.
    MOVE ReferenceIdx TO ReferenceClient.
    IF ReferenceClient = SPACES
        MOVE "NONREF" TO ReferenceClient
    END-IF.
    MOVE MontantIdx TO MontantMT940.
    PERFORM FORMATER-MONTANT.
    MOVE SPACES TO LigneMT940.
    STRING ":61:" DELIMITED BY SIZE
           DateValeurMT940(3:6) DELIMITED BY SIZE
           DateMouvementIdx(5:4) DELIMITED BY SIZE
           SensMouvement DELIMITED BY SIZE
           MontantTexte DELIMITED BY SPACE
           CodeTransaction DELIMITED BY SIZE
           ReferenceClient DELIMITED BY SPACE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.
    MOVE SPACES TO LigneMT940.
    STRING ":86:" DELIMITED BY SIZE
           ActionIdx DELIMITED BY SIZE
           INTO LigneMT940
    END-STRING.
    WRITE LigneMT940.
    ADD 1 TO NbMouvementsEmis.
    EXIT.

DETERMINER-SENS.
*> Sens de chaque action (mêmes règles que ArreteTrimestriel et
*> InteretsBatch), et code de transaction SWIFT du :61:.
    EVALUATE ActionIdx
        WHEN "Dépôt"                     MOVE 'C' TO SensMouvement
        WHEN "Remise chèque"             MOVE 'C' TO SensMouvement
        WHEN "Intérêt"                   MOVE 'C' TO SensMouvement
        WHEN "Dépôt ordre perm."       MOVE 'C' TO SensMouvement
        WHEN "Virement reçu"             MOVE 'C' TO SensMouvement
        WHEN "Vir. externe reçu"     MOVE 'C' TO SensMouvement
        WHEN "Vir. ext. retourné" MOVE 'C' TO SensMouvement
        WHEN "Attente ordre perm."     MOVE 'C' TO SensMouvement
        WHEN "Retour d'attente"          MOVE 'C' TO SensMouvement
        WHEN "Éch. dépôt terme"      MOVE 'C' TO SensMouvement
        WHEN "Déblocage prêt"            MOVE 'C' TO SensMouvement
        WHEN "Extourne crédit"           MOVE 'C' TO SensMouvement
        WHEN "Remb. frais"               MOVE 'C' TO SensMouvement
        WHEN "Nivellement reçu"          MOVE 'C' TO SensMouvement
        WHEN "Salaire reçu"              MOVE 'C' TO SensMouvement
        WHEN "Retour salaire"            MOVE 'C' TO SensMouvement
        WHEN "Report créditeur"          MOVE 'C' TO SensMouvement
        WHEN "Bloc. dépôt terme"       MOVE 'D' TO SensMouvement
        WHEN "Remb. prêt capital"        MOVE 'D' TO SensMouvement
        WHEN "Remb. prêt intér."       MOVE 'D' TO SensMouvement
        WHEN "Indemnité RA prêt"       MOVE 'D' TO SensMouvement
        WHEN "Pénalité prêt"            MOVE 'D' TO SensMouvement
        WHEN "Attente libérée"           MOVE 'D' TO SensMouvement
        WHEN "Extourne débit"            MOVE 'D' TO SensMouvement
        WHEN "Chèque payé"              MOVE 'D' TO SensMouvement
        WHEN "Prélèvement"              MOVE 'D' TO SensMouvement
        WHEN "Paie salaires"             MOVE 'D' TO SensMouvement
        WHEN "Frais d'opérations"       MOVE 'D' TO SensMouvement
        WHEN "Intérêts débiteurs"       MOVE 'D' TO SensMouvement
        WHEN "Nivellement"               MOVE 'D' TO SensMouvement
        WHEN "Report débiteur"           MOVE 'D' TO SensMouvement
        WHEN "Retrait"                   MOVE 'D' TO SensMouvement
        WHEN "Retrait carte"             MOVE 'D' TO SensMouvement
        WHEN "Paiement carte"            MOVE 'D' TO SensMouvement
        WHEN "Virement"                  MOVE 'D' TO SensMouvement
        WHEN "VirementExterne"           MOVE 'D' TO SensMouvement
        WHEN "Frais de tenue"            MOVE 'D' TO SensMouvement
        WHEN "Virement permanent"        MOVE 'D' TO SensMouvement
        WHEN "Paiement saisie"           MOVE 'D' TO SensMouvement
        WHEN "Virement notaire"          MOVE 'D' TO SensMouvement
        WHEN "Commission engag."         MOVE 'D' TO SensMouvement
        WHEN "Manquant DAB"              MOVE 'D' TO SensMouvement
        WHEN "Excédent DAB"              MOVE 'C' TO SensMouvement
        WHEN OTHER
            MOVE SPACE TO SensMouvement
    END-EVALUATE.
    EVALUATE ActionIdx
        WHEN "Chèque payé"
        WHEN "Remise chèque"
            MOVE "NCHK" TO CodeTransaction
        WHEN "Prélèvement"
            MOVE "NDDT" TO CodeTransaction
        WHEN "Intérêt"
        WHEN "Intérêts débiteurs"
        WHEN "Remb. prêt intér."
            MOVE "NINT" TO CodeTransaction
        WHEN "Frais d'opérations"
        WHEN "Frais de tenue"
        WHEN "Remb. frais"
        WHEN "Indemnité RA prêt"
        WHEN "Pénalité prêt"
        WHEN "Commission engag."
            MOVE "NCHG" TO CodeTransaction
        WHEN "Virement reçu"
        WHEN "Vir. externe reçu"
        WHEN "Vir. ext. retourné"
        WHEN "Virement"
        WHEN "VirementExterne"
        WHEN "Virement permanent"
        WHEN "Salaire reçu"
        WHEN "Retour salaire"
        WHEN "Paie salaires"
        WHEN "Virement notaire"
            MOVE "NTRF" TO CodeTransaction
        WHEN OTHER
            MOVE "NMSC" TO CodeTransaction
    END-EVALUATE.
    EXIT.

FORMATER-MONTANT.
*> Partie entière sans zéros de tête (au moins un chiffre), virgule,
*> deux décimales.
    MOVE 0 TO NbZerosTete.
    INSPECT MontantMT940X(1:10) TALLYING NbZerosTete FOR LEADING "0".
    COMPUTE LongueurEntiere = 11 - NbZerosTete.
    MOVE SPACES TO MontantTexte.
    STRING MontantMT940X(NbZerosTete + 1:LongueurEntiere) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           MontantMT940X(12:2) DELIMITED BY SIZE
           INTO MontantTexte
    END-STRING.
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
    MOVE "RELMT940" TO NomProgrammeCtl.
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
    MOVE NbComptesAbonnes TO NbLusCtl.
    MOVE NbRelevesEmis TO NbPostesCtl.
    MOVE NbEcarts TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
