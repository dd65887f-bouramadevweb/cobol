IDENTIFICATION DIVISION.
PROGRAM-ID. PrelevementsJardins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PrelevementJarFile
           ASSIGN TO 'PrelevementsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementJar
           FILE STATUS IS STATUS-PRELEVEMENTS.

    SELECT AvisJardinsFile
           ASSIGN TO 'AvisPrelevementsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AVIS.

    SELECT CollectionFile
           ASSIGN TO 'CollectionsPrelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COLLECTIONS.

    SELECT MandatFile
           ASSIGN TO 'MandatsPrelevement'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleMandat
           FILE STATUS IS STATUS-MANDATS.

    SELECT MandatClientJarFile
           ASSIGN TO 'MandatsClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientMdj
           FILE STATUS IS STATUS-MANDATSJAR.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT ContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContrat
           FILE STATUS IS STATUS-CONTRATS.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT PaiementsJardinsFile
           ASSIGN TO 'PaiementsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PAIEMENTS.

DATA DIVISION.
FILE SECTION.
FD PrelevementJarFile.
*> Suivi des factures de contrat présentées au prélèvement : 'E'
*> présentée, en attente du passage de PRELEV ; 'P' prélevée, le
*> paiement est porté dans PaiementsJardins ; 'R' rejetée par la
*> banque (motif du fichier de retour), la facture reste impayée et
*> suit les relances ordinaires. Une facture n'est jamais présentée
*> deux fois.
01 PrelevementJarRecord.
   05 NumeroPrelevementJar  PIC 9(6).
   05 NumeroClientPrj       PIC 9(6).
   05 ReferenceFacturePrj   PIC X(10).
   05 DateFacturePrj        PIC 9(8).
   05 NumeroComptePrj       PIC X(10).
   05 ReferenceMandatPrj    PIC X(14).
   05 MontantPrj            PIC 9(9)V99.
   05 DateCollectePrj       PIC 9(8).
   05 StatutPrj             PIC X.
   05 MotifRejetPrj         PIC X(3).
   05 DateResultatPrj       PIC 9(8).

FD AvisJardinsFile.
*> Dessin de l'avis rendu par PrelevementsBatch au créancier.
01 AvisPrelevementJardinsRecord.
   05 NumeroCompteAvis       PIC X(10).
   05 ReferenceMandatAvis    PIC X(14).
   05 MontantAvis            PIC 9(11)V99.
   05 DateCollecteAvis       PIC 9(8).
   05 ResultatAvis           PIC X.
   05 MotifAvis              PIC X(3).
   05 DateTraitementAvis     PIC 9(8).

FD CollectionFile.
01 CollectionRecord.
   05 CodeCreancierColl      PIC X(10).
   05 NumeroCompteColl       PIC X(10).
   05 ReferenceMandatColl    PIC X(14).
   05 MontantColl            PIC 9(11)V99.
   05 DateCollecte           PIC 9(8).
   05 HeurePresentationColl  PIC 9(6).

FD MandatFile.
COPY MandatRecord.

FD MandatClientJarFile.
*> Dessin de MandatsClientsJardins (GestionClientsJardins).
01 MandatClientJarRecord.
   05 NumeroClientMdj     PIC 9(6).
   05 NumeroCompteMdj     PIC X(10).
   05 ReferenceMandatMdj  PIC X(14).
   05 DateSignatureMdj    PIC 9(8).
   05 StatutMdj           PIC X.

FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

FD ContratFile.
*> Dessin de ContratsJardins.
01 ContratRecord.
   05 NumeroContrat          PIC 9(6).
   05 ReferenceContrat       PIC X(10).
   05 NomClientContrat       PIC X(30).
   05 ServicesContrat        PIC X(40).
   05 MontantMensuelContrat  PIC 9(7)V99.
   05 DateDebutContrat       PIC 9(8).
   05 DateFinContrat         PIC 9(8).
   05 StatutContrat          PIC X.
   05 DernierePeriodeFacturee PIC 9(6).
   05 DateDerniereRevision   PIC 9(8).
   05 NumeroClientContrat    PIC 9(6).

FD FacturesJardinsFile.
*> Dessin de CalculPerimetre.
01 FactureJardinRecord.
   05 DateFacture       PIC 9(8).
   05 ReferenceFacture  PIC X(10).
   05 NomClientFacture  PIC X(30).
   05 PerimetreFacture  PIC 9(4).
   05 SurfaceFacture    PIC 9(7).
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
   05 NumeroClientFac    PIC 9(6).

FD PaiementsJardinsFile.
*> Dessin de SuiviFacturesJardins.
01 PaiementJardinRecord.
   05 DatePaiementJar     PIC 9(8).
   05 ReferenceFacturePay PIC X(10).
   05 DateFactureOrigPay  PIC 9(8).
   05 MontantPaiementJar  PIC 9(9)V99.
   05 StatutDepotPay      PIC X.

WORKING-STORAGE SECTION.
77 STATUS-PRELEVEMENTS PIC XX.
77 STATUS-AVIS         PIC XX.
77 STATUS-COLLECTIONS  PIC XX.
77 STATUS-MANDATS      PIC XX.
77 STATUS-MANDATSJAR   PIC XX.
77 STATUS-CLIENTSJAR   PIC XX.
77 STATUS-CONTRATS     PIC XX.
77 STATUS-FACTURES     PIC XX.
77 STATUS-PAIEMENTS    PIC XX.
01 FinAvis            PIC X VALUE 'N'.
01 FinPrelevements    PIC X VALUE 'N'.
01 FinMandats         PIC X VALUE 'N'.
01 FinContrats        PIC X VALUE 'N'.
01 FinFactures        PIC X VALUE 'N'.
01 FinPaiements       PIC X VALUE 'N'.
01 PrelevementTrouve  PIC X.
01 FactureDejaPresentee PIC X.
01 DateHeureSysteme   PIC X(21).
01 DernierNumeroPrl   PIC 9(6) VALUE 0.
01 EntierDuJour       PIC 9(7).
01 EntierEcheance     PIC 9(7).
01 MontantDuFacture   PIC 9(9)V99.
01 TotalPaye          PIC 9(9)V99.
01 ResteDu            PIC S9(9)V99.
01 NbPrelevesPayes    PIC 9(5) VALUE 0.
01 NbPrelevesRejetes  PIC 9(5) VALUE 0.
01 NbCollectesPresentees PIC 9(5) VALUE 0.

*> Créancier de l'entreprise de jardins chez la banque : les mandats
*> se signent au guichet (GestionMandats) sous ce code, avec la
*> référence que l'entreprise a donnée au client.
01 CodeCreancierJardins PIC X(10) VALUE 'JARDINS'.

*> Clients sous mandat actif, contrôlé contre le mandat de la banque,
*> avec le délai de paiement de leur fiche.
01 TableMandatsJardins.
   05 LigneMandatJar OCCURS 500 TIMES.
      10 NumeroClientMdt      PIC 9(6).
      10 NumeroCompteMdt      PIC X(10).
      10 ReferenceMdt         PIC X(14).
      10 DateSignatureMdt     PIC 9(8).
      10 DelaiPaiementMdt     PIC 9(3).
01 NbMandatsJar       PIC 9(4) VALUE 0.
01 IndexMdt           PIC 9(4).
01 IndexMdtTrouve     PIC 9(4).

*> Références des contrats d'entretien : seules leurs factures
*> mensuelles se prélèvent, un chantier ponctuel se règle toujours
*> par chèque ou virement.
01 TableContratsJardins.
   05 ReferenceContratTbl PIC X(10) OCCURS 500 TIMES.
01 NbContratsJar      PIC 9(4) VALUE 0.
01 IndexCtr           PIC 9(4).
01 FactureDeContrat   PIC X.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Recouvrement par prélèvement des factures mensuelles des contrats
*> d'entretien, sur le modèle de PrelevementsBiblio. Passe après
*> PRELEV : relit d'abord les avis de la nuit (prélevé : encaissement
*> porté dans PaiementsJardins ; rejeté : la facture reste impayée
*> avec son motif et entre dans les relances de SuiviFacturesJardins),
*> puis présente dans CollectionsPrelevements, sous le créancier
*> JARDINS, chaque facture de contrat d'un client sous mandat arrivée
*> à échéance (date de facture + délai de paiement de la fiche).
*> Les sommes prélevées arrivent directement sur le compte de
*> l'entreprise : l'encaissement s'écrit déjà déposé, le pont
*> bancaire du suivi des factures ne le redépose pas.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateTraitementJour).

    OPEN I-O PrelevementJarFile.
    IF STATUS-PRELEVEMENTS = "35"
        OPEN OUTPUT PrelevementJarFile
        CLOSE PrelevementJarFile
        OPEN I-O PrelevementJarFile
    END-IF.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir PrelevementsJardins. Code de statut : " STATUS-PRELEVEMENTS
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM APPLIQUER-AVIS.

    PERFORM CHARGER-MANDATS.
    IF NbMandatsJar = 0
        CLOSE PrelevementJarFile
        DISPLAY "Aucun mandat de prélèvement au profit des jardins."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    PERFORM CHARGER-CONTRATS.
    PERFORM RELEVER-DERNIER-NUMERO.
    PERFORM PRESENTER-COLLECTES.
    CLOSE PrelevementJarFile.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Prélèvements jardins : " NbPrelevesPayes " payé(s), "
            NbPrelevesRejetes " rejeté(s), " NbCollectesPresentees
            " présenté(s) à la banque.".
    GOBACK.

APPLIQUER-AVIS.
*> Même précaution que la bibliothèque : le fichier d'avis n'est
*> vidé qu'une fois tous les avis appliqués, une relance après
*> incident ne retrouve plus 'E' ce qui a déjà été soldé.
    OPEN INPUT AvisJardinsFile.
    IF STATUS-AVIS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Impossible d'ouvrir AvisPrelevementsJardins. Code de statut : " STATUS-AVIS
        EXIT PARAGRAPH
    END-IF.

    PERFORM APPLIQUER-UN-AVIS UNTIL FinAvis = 'O'.
    CLOSE AvisJardinsFile.

    OPEN OUTPUT AvisJardinsFile.
    IF STATUS-AVIS NOT = "00"
        DISPLAY "Impossible de vider AvisPrelevementsJardins. Code de statut : " STATUS-AVIS
        EXIT PARAGRAPH
    END-IF.
    CLOSE AvisJardinsFile.
    EXIT.

APPLIQUER-UN-AVIS.
    READ AvisJardinsFile
        AT END
            MOVE 'O' TO FinAvis
    END-READ.
    IF FinAvis = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.

    PERFORM RETROUVER-PRELEVEMENT.
    IF PrelevementTrouve NOT = 'O'
        DISPLAY "Avis sans prélèvement en attente : compte " NumeroCompteAvis
                " mandat " ReferenceMandatAvis " du " DateCollecteAvis
        ADD 1 TO NbRejetesCtl
        EXIT PARAGRAPH
    END-IF.

    MOVE DateTraitementJour TO DateResultatPrj.
    IF ResultatAvis = 'P'
        MOVE 'P' TO StatutPrj
        MOVE SPACES TO MotifRejetPrj
        PERFORM ENCAISSER-PRELEVEMENT
        ADD 1 TO NbPrelevesPayes
        ADD MontantAvis TO MontantTotalCtl
    ELSE
        MOVE 'R' TO StatutPrj
        MOVE MotifAvis TO MotifRejetPrj
        ADD 1 TO NbPrelevesRejetes
        DISPLAY "Prélèvement " NumeroPrelevementJar " du client "
                NumeroClientPrj " rejeté (" MotifAvis ") : facture "
                ReferenceFacturePrj " du " DateFacturePrj
                " laissée impayée."
    END-IF.
    REWRITE PrelevementJarRecord.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de PrelevementsJardins. Code de statut : " STATUS-PRELEVEMENTS
        STOP RUN
    END-IF.
    EXIT.

RETROUVER-PRELEVEMENT.
*> Un client à deux contrats a deux factures présentées le même jour
*> sur le même mandat : le montant départage l'avis.
    MOVE 'N' TO PrelevementTrouve.
    MOVE 'N' TO FinPrelevements.
    MOVE 0 TO NumeroPrelevementJar.
    START PrelevementJarFile KEY IS GREATER THAN NumeroPrelevementJar
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM LIRE-PRELEVEMENT-AVISE
        UNTIL FinPrelevements = 'O' OR PrelevementTrouve = 'O'.
    EXIT.

LIRE-PRELEVEMENT-AVISE.
    READ PrelevementJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements NOT = 'O'
       AND StatutPrj = 'E'
       AND NumeroComptePrj = NumeroCompteAvis
       AND ReferenceMandatPrj = ReferenceMandatAvis
       AND DateCollectePrj = DateCollecteAvis
       AND MontantPrj = MontantAvis
        MOVE 'O' TO PrelevementTrouve
    END-IF.
    EXIT.

ENCAISSER-PRELEVEMENT.
*> Encaissement de la facture au montant prélevé, marqué 'D' : PRELEV
*> a déjà crédité le compte de l'entreprise.
    OPEN EXTEND PaiementsJardinsFile.
    IF STATUS-PAIEMENTS = "35"
        OPEN OUTPUT PaiementsJardinsFile
    END-IF.
    IF STATUS-PAIEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir PaiementsJardins. Code de statut : " STATUS-PAIEMENTS
        STOP RUN
    END-IF.
    MOVE DateTraitementJour TO DatePaiementJar.
    MOVE ReferenceFacturePrj TO ReferenceFacturePay.
    MOVE DateFacturePrj TO DateFactureOrigPay.
    MOVE MontantPrj TO MontantPaiementJar.
    MOVE 'D' TO StatutDepotPay.
    WRITE PaiementJardinRecord.
    IF STATUS-PAIEMENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de PaiementsJardins. Code de statut : " STATUS-PAIEMENTS
        STOP RUN
    END-IF.
    CLOSE PaiementsJardinsFile.
    EXIT.

CHARGER-MANDATS.
*> Mandats actifs enregistrés côté jardins, chacun contrôlé contre le
*> mandat ACTIF de la banque pour le couple compte/JARDINS et la même
*> référence : sans lui, PRELEV retournerait la collecte. Le délai de
*> paiement vient de la fiche client.
    OPEN INPUT MandatClientJarFile.
    IF STATUS-MANDATSJAR NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MandatFile.
    IF STATUS-MANDATS NOT = "00"
        DISPLAY "Impossible d'ouvrir MandatsPrelevement. Code de statut : " STATUS-MANDATS
        CLOSE MandatClientJarFile
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR NOT = "00"
        DISPLAY "Impossible d'ouvrir ClientsJardins. Code de statut : " STATUS-CLIENTSJAR
        CLOSE MandatClientJarFile
        CLOSE MandatFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NumeroClientMdj.
    START MandatClientJarFile KEY IS GREATER THAN NumeroClientMdj
        INVALID KEY
            MOVE 'O' TO FinMandats
    END-START.
    PERFORM CHARGER-UN-MANDAT UNTIL FinMandats = 'O'.
    CLOSE MandatClientJarFile.
    CLOSE MandatFile.
    CLOSE ClientJardinFile.
    EXIT.

CHARGER-UN-MANDAT.
    READ MandatClientJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinMandats
    END-READ.
    IF FinMandats = 'O' OR StatutMdj NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    IF NbMandatsJar NOT < 500
        DISPLAY "Table des mandats pleine (500). Mandat ignoré : client " NumeroClientMdj
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteMdj TO NumeroCompteMandat.
    MOVE CodeCreancierJardins TO CodeCreancierMandat.
    READ MandatFile
        KEY IS CleMandat
        INVALID KEY
            DISPLAY "Client " NumeroClientMdj " : aucun mandat JARDINS à la banque sur le compte "
                    NumeroCompteMdj
            EXIT PARAGRAPH
    END-READ.
    IF StatutMandat NOT = 'A' OR ReferenceMandat NOT = ReferenceMandatMdj
        DISPLAY "Client " NumeroClientMdj " : mandat JARDINS révoqué ou de référence "
                ReferenceMandat " à la banque, attendu " ReferenceMandatMdj
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroClientMdj TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            DISPLAY "Mandat d'un client inconnu : " NumeroClientMdj
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbMandatsJar.
    MOVE NumeroClientMdj TO NumeroClientMdt(NbMandatsJar).
    MOVE NumeroCompteMdj TO NumeroCompteMdt(NbMandatsJar).
    MOVE ReferenceMandatMdj TO ReferenceMdt(NbMandatsJar).
    MOVE DateSignatureMdj TO DateSignatureMdt(NbMandatsJar).
    MOVE DelaiPaiementJar TO DelaiPaiementMdt(NbMandatsJar).
    EXIT.

CHARGER-CONTRATS.
    OPEN INPUT ContratFile.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Impossible d'ouvrir ContratsJardins. Code de statut : " STATUS-CONTRATS
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NumeroContrat.
    START ContratFile KEY IS GREATER THAN NumeroContrat
        INVALID KEY
            MOVE 'O' TO FinContrats
    END-START.
    PERFORM CHARGER-UN-CONTRAT UNTIL FinContrats = 'O'.
    CLOSE ContratFile.
    EXIT.

CHARGER-UN-CONTRAT.
    READ ContratFile NEXT RECORD
        AT END
            MOVE 'O' TO FinContrats
    END-READ.
    IF FinContrats = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbContratsJar NOT < 500
        DISPLAY "Table des contrats pleine (500). Contrat ignoré : " NumeroContrat
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbContratsJar.
    MOVE ReferenceContrat TO ReferenceContratTbl(NbContratsJar).
    EXIT.

RELEVER-DERNIER-NUMERO.
    MOVE 'N' TO FinPrelevements.
    MOVE 0 TO NumeroPrelevementJar.
    START PrelevementJarFile KEY IS GREATER THAN NumeroPrelevementJar
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM RELEVER-UN-NUMERO UNTIL FinPrelevements = 'O'.
    EXIT.

RELEVER-UN-NUMERO.
    READ PrelevementJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements NOT = 'O'
       AND NumeroPrelevementJar > DernierNumeroPrl
        MOVE NumeroPrelevementJar TO DernierNumeroPrl
    END-IF.
    EXIT.

PRESENTER-COLLECTES.
    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Aucune facture de jardins (fichier absent ou vide)."
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND CollectionFile.
    IF STATUS-COLLECTIONS = "35"
        OPEN OUTPUT CollectionFile
    END-IF.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
        CLOSE FacturesJardinsFile
        EXIT PARAGRAPH
    END-IF.
    PERFORM PRESENTER-UNE-FACTURE UNTIL FinFactures = 'O'.
    CLOSE CollectionFile.
    CLOSE FacturesJardinsFile.
    EXIT.

PRESENTER-UNE-FACTURE.
*> Une facture se présente une seule fois, à son échéance : facture
*> de contrat, client sous mandat signé avant la facture (le mandat
*> ne rattrape pas l'arriéré), pas déjà présentée, et un reste dû
*> après les règlements déjà reçus.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFactures
    END-READ.
    IF FinFactures = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroClientFac NOT NUMERIC OR NumeroClientFac = 0
        EXIT PARAGRAPH
    END-IF.

    PERFORM RETROUVER-CLIENT-MANDAT.
    IF IndexMdtTrouve = 0
        EXIT PARAGRAPH
    END-IF.
    IF DateFacture < DateSignatureMdt(IndexMdtTrouve)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierEcheance = FUNCTION INTEGER-OF-DATE(DateFacture)
                             + DelaiPaiementMdt(IndexMdtTrouve).
    IF EntierEcheance > EntierDuJour
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO FactureDeContrat.
    PERFORM COMPARER-CONTRAT
        VARYING IndexCtr FROM 1 BY 1
        UNTIL IndexCtr > NbContratsJar OR FactureDeContrat = 'O'.
    IF FactureDeContrat NOT = 'O'
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHERCHER-FACTURE-PRESENTEE.
    IF FactureDejaPresentee = 'O'
        EXIT PARAGRAPH
    END-IF.

    IF MontantTtcFacture NUMERIC AND MontantTtcFacture > 0
        MOVE MontantTtcFacture TO MontantDuFacture
    ELSE
        MOVE MontantFacture TO MontantDuFacture
    END-IF.
    PERFORM CUMULER-PAIEMENTS-FACTURE.
    COMPUTE ResteDu = MontantDuFacture - TotalPaye.
    IF ResteDu <= 0
        EXIT PARAGRAPH
    END-IF.

    MOVE CodeCreancierJardins TO CodeCreancierColl.
    MOVE NumeroCompteMdt(IndexMdtTrouve) TO NumeroCompteColl.
    MOVE ReferenceMdt(IndexMdtTrouve) TO ReferenceMandatColl.
    MOVE ResteDu TO MontantColl.
    MOVE DateTraitementJour TO DateCollecte.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(9:6) TO HeurePresentationColl.
    WRITE CollectionRecord.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
        STOP RUN
    END-IF.

    ADD 1 TO DernierNumeroPrl.
    MOVE DernierNumeroPrl TO NumeroPrelevementJar.
    MOVE NumeroClientFac TO NumeroClientPrj.
    MOVE ReferenceFacture TO ReferenceFacturePrj.
    MOVE DateFacture TO DateFacturePrj.
    MOVE NumeroCompteMdt(IndexMdtTrouve) TO NumeroComptePrj.
    MOVE ReferenceMdt(IndexMdtTrouve) TO ReferenceMandatPrj.
    MOVE ResteDu TO MontantPrj.
    MOVE DateTraitementJour TO DateCollectePrj.
    MOVE 'E' TO StatutPrj.
    MOVE SPACES TO MotifRejetPrj.
    MOVE 0 TO DateResultatPrj.
    WRITE PrelevementJarRecord.
    IF STATUS-PRELEVEMENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de PrelevementsJardins. Code de statut : " STATUS-PRELEVEMENTS
        STOP RUN
    END-IF.
    ADD 1 TO NbCollectesPresentees.
    DISPLAY "Prélèvement " NumeroPrelevementJar " présenté : client "
            NumeroClientPrj " facture " ReferenceFacturePrj " du "
            DateFacturePrj " compte " NumeroComptePrj " pour " MontantPrj.
    EXIT.

RETROUVER-CLIENT-MANDAT.
    MOVE 0 TO IndexMdtTrouve.
    PERFORM COMPARER-CLIENT-MANDAT
        VARYING IndexMdt FROM 1 BY 1
        UNTIL IndexMdt > NbMandatsJar OR IndexMdtTrouve NOT = 0.
    EXIT.

COMPARER-CLIENT-MANDAT.
    IF NumeroClientMdt(IndexMdt) = NumeroClientFac
        MOVE IndexMdt TO IndexMdtTrouve
    END-IF.
    EXIT.

COMPARER-CONTRAT.
    IF ReferenceContratTbl(IndexCtr) = ReferenceFacture
        MOVE 'O' TO FactureDeContrat
    END-IF.
    EXIT.

CHERCHER-FACTURE-PRESENTEE.
    MOVE 'N' TO FactureDejaPresentee.
    MOVE 'N' TO FinPrelevements.
    MOVE 0 TO NumeroPrelevementJar.
    START PrelevementJarFile KEY IS GREATER THAN NumeroPrelevementJar
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM COMPARER-PRELEVEMENT
        UNTIL FinPrelevements = 'O' OR FactureDejaPresentee = 'O'.
    EXIT.

COMPARER-PRELEVEMENT.
    READ PrelevementJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements NOT = 'O'
       AND ReferenceFacturePrj = ReferenceFacture
       AND DateFacturePrj = DateFacture
        MOVE 'O' TO FactureDejaPresentee
    END-IF.
    EXIT.

CUMULER-PAIEMENTS-FACTURE.
    MOVE 0 TO TotalPaye.
    MOVE 'N' TO FinPaiements.
    OPEN INPUT PaiementsJardinsFile.
    IF STATUS-PAIEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-UN-PAIEMENT UNTIL FinPaiements = 'O'.
    CLOSE PaiementsJardinsFile.
    EXIT.

CUMULER-UN-PAIEMENT.
    READ PaiementsJardinsFile
        AT END
            MOVE 'O' TO FinPaiements
    END-READ.
    IF FinPaiements NOT = 'O'
       AND ReferenceFacturePay = ReferenceFacture
       AND DateFactureOrigPay = DateFacture
        ADD MontantPaiementJar TO TotalPaye
    END-IF.
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
    MOVE "PRELJAR" TO NomProgrammeCtl.
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
    COMPUTE NbPostesCtl = NbPrelevesPayes + NbCollectesPresentees.
    ADD NbPrelevesRejetes TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
