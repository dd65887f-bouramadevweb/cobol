           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRANSACTIONS.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT PrelevementJarFile
           ASSIGN TO 'PrelevementsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementJar
           FILE STATUS IS STATUS-PRELEVEMENTS.

DATA DIVISION.
FILE SECTION.
FD FacturesJardinsFile.
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
*> Zones TVA de la facture : voir CalculPerimetre.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
*> Client facturé, par son numéro de fiche ClientsJardins (0 sur une
*> facture que la conversion n'a pas rattachée).
   05 NumeroClientFac    PIC 9(6).

FD PaiementsJardinsFile.
*> Encaissements sur les factures de jardins : paiements partiels
   05 NbDetailsTotal         PIC 9(8).
   05 CumulMontantsTotal     PIC 9(15)V99.

FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

FD PrelevementJarFile.
*> Dessin de PrelevementsJardins : une facture de contrat dont le
*> prélèvement est revenu rejeté ('R') reste impayée et suit les
*> relances ; le motif du rejet s'imprime sur la lettre et le relevé.
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

WORKING-STORAGE SECTION.
77 STATUS-FACTURES     PIC XX.
77 STATUS-PAIEMENTS    PIC XX.
77 STATUS-RELANCES     PIC XX.
77 STATUS-PARAM        PIC XX.
77 STATUS-TRANSACTIONS PIC XX.
77 STATUS-CLIENTSJAR   PIC XX.
77 STATUS-PRELEVEMENTS PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFactures       PIC X.
01 FinPaiements      PIC X.
01 MontantSaisi      PIC 9(9)V99.
01 FactureTrouvee    PIC X.
01 MontantFactureLue PIC 9(9)V99.
01 MontantDuFacture  PIC 9(9)V99.
01 NomClientLu       PIC X(30).
01 TotalPaye         PIC 9(9)V99.
01 ResteDu           PIC S9(9)V99.
01 CompteJardins     PIC X(10) VALUE 'JARDIN0001'.

*> Balance âgée par client : encours ventilé en tranches 0-30,
*> 31-60, 61-90 et au-delà. Le client se reconnaît à son numéro de
*> fiche ; une facture non rattachée se range encore sous son nom.
01 BalanceAgee.
   02 BalanceClientLigne OCCURS 100 TIMES.
      03 NumeroClientBal PIC 9(6).
      03 NomClientBal   PIC X(30).
      03 Tranche30Bal   PIC 9(9)V99.
      03 Tranche60Bal   PIC 9(9)V99.
01 NbClientsBal      PIC 9(3).
01 IndexBal          PIC 9(3).
01 IndexBalTrouve    PIC 9(3).
01 NumeroClientRattache PIC 9(6).

*> Relevé de compte d'un client.
01 NumeroClientSaisi PIC 9(6).
01 ClientTrouve      PIC X.
01 DateEcheanceRel   PIC 9(8).
01 NbFacturesReleve  PIC 9(5).
01 TotalFactureReleve PIC 9(11)V99.
01 TotalPayeReleve   PIC 9(11)V99.
01 SoldeReleve       PIC S9(11)V99.
01 SoldeEchuReleve   PIC S9(11)V99.

*> Rejet de prélèvement d'une facture de contrat.
01 FinPrelevements   PIC X.
01 RejetTrouve       PIC X.
01 MotifRejetLu      PIC X(3).
01 DateRejetLu       PIC 9(8).
01 LibelleMotifRejet PIC X(32).

PROCEDURE DIVISION.

    DISPLAY "2. Balance âgée des impayés (30/60/90) par client".
    DISPLAY "3. Émettre les lettres de relance".
    DISPLAY "4. Déposer les encaissements du jour en banque".
    DISPLAY "5. Relevé de compte d'un client".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM EMETTRE-RELANCES
        WHEN "4"
            PERFORM DEPOSER-ENCAISSEMENTS
        WHEN "5"
            PERFORM RELEVE-CLIENT
        WHEN "0"
            CONTINUE
        WHEN OTHER
       AND ReferenceFacture = ReferenceSaisie
       AND DateFacture = DateFactureSaisie
        MOVE 'O' TO FactureTrouvee
        PERFORM DETERMINER-MONTANT-DU
        MOVE MontantDuFacture TO MontantFactureLue
        MOVE NomClientFacture TO NomClientLu
    END-IF.
    EXIT.

    DISPLAY "========================================================".
    DISPLAY "BALANCE ÂGÉE DES IMPAYÉS AU " DateDuJour.
    DISPLAY "N° client | Client | 0-30 | 31-60 | 61-90 | +90".
    DISPLAY "--------------------------------------------------------".
    IF NbClientsBal = 0
        DISPLAY "Aucun impayé : tous les clients sont à jour."
    END-IF.
    PERFORM VARYING IndexBal FROM 1 BY 1 UNTIL IndexBal > NbClientsBal
        DISPLAY NumeroClientBal(IndexBal) " | "
                NomClientBal(IndexBal) " | "
                Tranche30Bal(IndexBal) " | "
                Tranche60Bal(IndexBal) " | "
                Tranche90Bal(IndexBal) " | "
    MOVE ReferenceFacture TO ReferenceSaisie.
    MOVE DateFacture TO DateFactureSaisie.
    PERFORM CUMULER-PAIEMENTS-FACTURE.
    PERFORM DETERMINER-MONTANT-DU.
    COMPUTE ResteDu = MontantDuFacture - TotalPaye.
    IF ResteDu <= 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierJour = FUNCTION INTEGER-OF-DATE(DateDuJour).
    COMPUTE JoursAge = EntierJour - EntierFacture.

    MOVE 0 TO NumeroClientRattache.
    IF NumeroClientFac NUMERIC
        MOVE NumeroClientFac TO NumeroClientRattache
    END-IF.
    MOVE 0 TO IndexBalTrouve.
    PERFORM VARYING IndexBal FROM 1 BY 1 UNTIL IndexBal > NbClientsBal
        IF NumeroClientBal(IndexBal) = NumeroClientRattache
           AND (NumeroClientRattache NOT = 0
                OR NomClientBal(IndexBal) = NomClientFacture)
            MOVE IndexBal TO IndexBalTrouve
        END-IF
    END-PERFORM.
        END-IF
        ADD 1 TO NbClientsBal
        MOVE NbClientsBal TO IndexBalTrouve
        MOVE NumeroClientRattache TO NumeroClientBal(IndexBalTrouve)
        MOVE NomClientFacture TO NomClientBal(IndexBalTrouve)
        MOVE 0 TO Tranche30Bal(IndexBalTrouve)
        MOVE 0 TO Tranche60Bal(IndexBalTrouve)
    MOVE ReferenceFacture TO ReferenceSaisie.
    MOVE DateFacture TO DateFactureSaisie.
    PERFORM CUMULER-PAIEMENTS-FACTURE.
    PERFORM DETERMINER-MONTANT-DU.
    COMPUTE ResteDu = MontantDuFacture - TotalPaye.
    IF ResteDu <= 0
        EXIT PARAGRAPH
    END-IF.
                    " du " DateFacture
    END-EVALUATE.
    DISPLAY "Client : " NomClientFacture.
*>  La lettre part à l'adresse de la fiche client quand la facture
*>  y est rattachée.
    MOVE 0 TO NumeroClientSaisi.
    IF NumeroClientFac NUMERIC
        MOVE NumeroClientFac TO NumeroClientSaisi
    END-IF.
    PERFORM LIRE-CLIENT-JARDIN.
    IF ClientTrouve = 'O'
        DISPLAY "         " AdresseClientJar
    END-IF.
    PERFORM CHERCHER-REJET-PRELEVEMENT.
    IF RejetTrouve = 'O'
        DISPLAY "Prélèvement rejeté le " DateRejetLu " : "
                LibelleMotifRejet " (" MotifRejetLu ")."
    END-IF.
    DISPLAY "Reste dû : " ResteDu " (" JoursAge " jour(s) d'ancienneté).".
    DISPLAY "--------------------------------------------------------".
    EXIT.
        END-IF
    END-IF.
    EXIT.

RELEVE-CLIENT.
*> Relevé de compte : toutes les factures du client avec, sous
*> chacune, ses encaissements, le reste dû et l'échéance au délai de
*> paiement de la fiche ; en pied, le solde ouvert et sa part échue.
    DISPLAY "Numéro du client : ".
    ACCEPT NumeroClientSaisi.
    PERFORM LIRE-CLIENT-JARDIN.
    IF ClientTrouve = 'N'
        DISPLAY "Aucun client ne porte ce numéro."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NbFacturesReleve.
    MOVE 0 TO TotalFactureReleve.
    MOVE 0 TO TotalPayeReleve.
    MOVE 0 TO SoldeReleve.
    MOVE 0 TO SoldeEchuReleve.

    DISPLAY "========================================================".
    DISPLAY "RELEVÉ DE COMPTE AU " DateDuJour.
    DISPLAY "Client " NumeroClientJar " : " NomClientJar.
    DISPLAY "         " AdresseClientJar.
    DISPLAY "Contact : " ContactClientJar
            " | paiement à " DelaiPaiementJar " jour(s)".
    DISPLAY "--------------------------------------------------------".
    MOVE 'N' TO FinFactures.
    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES = "00"
        PERFORM RELEVER-UNE-FACTURE UNTIL FinFactures = 'O'
        CLOSE FacturesJardinsFile
    END-IF.
    IF NbFacturesReleve = 0
        DISPLAY "Aucune facture pour ce client."
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbFacturesReleve " facture(s) pour " TotalFactureReleve
            ", encaissé " TotalPayeReleve.
    DISPLAY "SOLDE OUVERT : " SoldeReleve " dont échu : " SoldeEchuReleve.
    DISPLAY "========================================================".
    EXIT.

RELEVER-UNE-FACTURE.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFactures
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientFac NOT NUMERIC
       OR NumeroClientFac NOT = NumeroClientJar
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbFacturesReleve.
    PERFORM DETERMINER-MONTANT-DU.
    ADD MontantDuFacture TO TotalFactureReleve.
    COMPUTE EntierFacture =
            FUNCTION INTEGER-OF-DATE(DateFacture) + DelaiPaiementJar.
    COMPUTE DateEcheanceRel = FUNCTION DATE-OF-INTEGER(EntierFacture).
    DISPLAY "Facture " ReferenceFacture " du " DateFacture
            " : " MontantDuFacture " | échéance " DateEcheanceRel.

    MOVE ReferenceFacture TO ReferenceSaisie.
    MOVE DateFacture TO DateFactureSaisie.
    MOVE 0 TO TotalPaye.
    MOVE 'N' TO FinPaiements.
    OPEN INPUT PaiementsJardinsFile.
    IF STATUS-PAIEMENTS = "00"
        PERFORM RELEVER-UN-PAIEMENT UNTIL FinPaiements = 'O'
        CLOSE PaiementsJardinsFile
    END-IF.
    ADD TotalPaye TO TotalPayeReleve.
    COMPUTE ResteDu = MontantDuFacture - TotalPaye.
    IF ResteDu > 0
        ADD ResteDu TO SoldeReleve
        IF DateEcheanceRel < DateDuJour
            ADD ResteDu TO SoldeEchuReleve
            DISPLAY "   reste dû " ResteDu " ÉCHU"
        ELSE
            DISPLAY "   reste dû " ResteDu
        END-IF
        PERFORM CHERCHER-REJET-PRELEVEMENT
        IF RejetTrouve = 'O'
            DISPLAY "   prélèvement rejeté le " DateRejetLu " : "
                    LibelleMotifRejet
        END-IF
    ELSE
        DISPLAY "   soldée"
    END-IF.
    EXIT.

RELEVER-UN-PAIEMENT.
    READ PaiementsJardinsFile
        AT END
            MOVE 'O' TO FinPaiements
            EXIT PARAGRAPH
    END-READ.
    IF ReferenceFacturePay = ReferenceSaisie
       AND DateFactureOrigPay = DateFactureSaisie
        ADD MontantPaiementJar TO TotalPaye
        DISPLAY "   encaissement du " DatePaiementJar " : "
                MontantPaiementJar
    END-IF.
    EXIT.

LIRE-CLIENT-JARDIN.
    MOVE 'N' TO ClientTrouve.
    IF NumeroClientSaisi NOT NUMERIC OR NumeroClientSaisi = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientSaisi TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO ClientTrouve
    END-READ.
    CLOSE ClientJardinFile.
    EXIT.

DETERMINER-MONTANT-DU.
*> Le client doit le TTC de la facture ; une facture d'avant la TVA
*> par catégorie n'en porte pas et se suit sur son montant.
    IF MontantTtcFacture NUMERIC AND MontantTtcFacture > 0
        MOVE MontantTtcFacture TO MontantDuFacture
    ELSE
        MOVE MontantFacture TO MontantDuFacture
    END-IF.
    EXIT.

CHERCHER-REJET-PRELEVEMENT.
*> Dernier rejet de prélèvement de la facture lue, s'il y en a un,
*> avec le libellé que la banque donne au client dans son avis.
    MOVE 'N' TO RejetTrouve.
    MOVE 'N' TO FinPrelevements.
    OPEN INPUT PrelevementJarFile.
    IF STATUS-PRELEVEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NumeroPrelevementJar.
    START PrelevementJarFile KEY IS GREATER THAN NumeroPrelevementJar
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM LIRE-UN-PRELEVEMENT UNTIL FinPrelevements = 'O'.
    CLOSE PrelevementJarFile.
    IF RejetTrouve NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    EVALUATE MotifRejetLu
        WHEN "SOL"
            MOVE "provision insuffisante" TO LibelleMotifRejet
        WHEN "MDT"
            MOVE "mandat absent ou révoqué" TO LibelleMotifRejet
        WHEN "REF"
            MOVE "référence de mandat erronée" TO LibelleMotifRejet
        WHEN "STA"
            MOVE "compte gelé ou clos" TO LibelleMotifRejet
        WHEN "DOR"
            MOVE "compte inactif" TO LibelleMotifRejet
        WHEN "CPT"
            MOVE "compte inconnu" TO LibelleMotifRejet
        WHEN "DCD"
            MOVE "titulaire décédé" TO LibelleMotifRejet
        WHEN OTHER
            MOVE "montant invalide" TO LibelleMotifRejet
    END-EVALUATE.
    EXIT.

LIRE-UN-PRELEVEMENT.
    READ PrelevementJarFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
            EXIT PARAGRAPH
    END-READ.
    IF StatutPrj = 'R'
       AND ReferenceFacturePrj = ReferenceFacture
       AND DateFacturePrj = DateFacture
        MOVE 'O' TO RejetTrouve
        MOVE MotifRejetPrj TO MotifRejetLu
        MOVE DateResultatPrj TO DateRejetLu
    END-IF.
    EXIT.
