IDENTIFICATION DIVISION.
PROGRAM-ID. FacturationComptesPro.

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

DATA DIVISION.
FILE SECTION.
FD CompteProFile.
*> Dessins des comptes, achats et factures : voir GestionComptesPro.
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
01 FactureProRecord.
   05 NumeroFacturePro    PIC X(10).
   05 CodeCompteFac       PIC X(8).
   05 DateFacturePro      PIC 9(8).
   05 DateEcheancePro     PIC 9(8).
   05 NbAchatsFac         PIC 9(4).
   05 MontantHtFac        PIC S9(9)V99.
   05 MontantTvaFac       PIC S9(9)V99.
   05 MontantTtcFac       PIC S9(9)V99.

WORKING-STORAGE SECTION.
77 STATUS-COMPTESPRO  PIC XX.
77 STATUS-ACHATSPRO   PIC XX.
77 STATUS-FACTURESPRO PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinComptes         PIC X VALUE 'N'.
01 FinAchats          PIC X.
01 FinFactures        PIC X.
01 EntierDate         PIC 9(7).
01 DateFinMois        PIC 9(8).
*> Numéro de facture : 'F', le mois facturé AAAAMM, un rang sur trois
*> chiffres repris après le plus haut déjà émis pour ce mois (une
*> relance du lot ne réutilise pas un numéro).
01 NumeroFactureCalcule.
   05 FILLER             PIC X VALUE 'F'.
   05 MoisFacture        PIC 9(6).
   05 RangFacture        PIC 9(3).
01 NumeroFactureLu.
   05 FILLER             PIC X.
   05 MoisFactureLu      PIC 9(6).
   05 RangFactureLu      PIC 9(3).
01 NbAchatsCompte     PIC 9(4).
01 HtCompte           PIC S9(9)V99.
01 TvaCompte          PIC S9(9)V99.
01 TtcCompte          PIC S9(9)V99.
01 SigneAchat         PIC S9 VALUE 1.
*> Récapitulatif de la facture par taux de TVA.
01 RecapitulatifTaux.
   02 RecapTaux OCCURS 10 TIMES.
      03 TauxRecap       PIC 9(2)V99.
      03 BaseRecap       PIC S9(9)V99.
      03 TvaRecap        PIC S9(9)V99.
01 NbTauxRecap        PIC 9(2).
01 IndexRecap         PIC 9(2).
01 RangRecap          PIC 9(2).
01 IndexVentil        PIC 9.
01 NbFacturesEmises   PIC 9(4) VALUE 0.
01 NbAchatsFactures   PIC 9(6) VALUE 0.
01 TotalFacture       PIC S9(11)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Facturation mensuelle des comptes professionnels (auto-conditionnée
*> au premier du mois) : pour chaque compte, une facture reprend tous
*> les achats en compte non encore facturés jusqu'à la fin du mois
*> écoulé, avoirs déduits, chacun avec sa TVA, puis le récapitulatif
*> par taux et l'échéance au délai de paiement du compte. Les achats
*> repris portent le numéro de la facture : une relance du lot ne les
*> facture pas deux fois.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : facturation des comptes différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateFinMois = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateFinMois(1:6) TO MoisFacture.
    PERFORM CHERCHER-DERNIER-RANG.

    OPEN INPUT CompteProFile.
    IF STATUS-COMPTESPRO NOT = "00"
        DISPLAY "Aucun compte professionnel : rien à facturer."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "FACTURATION DES COMPTES PROFESSIONNELS - ACHATS JUSQU'AU "
            DateFinMois.
    MOVE LOW-VALUES TO CodeComptePro.
    START CompteProFile KEY IS GREATER THAN CodeComptePro
        INVALID KEY
            MOVE 'O' TO FinComptes
    END-START.
    PERFORM FACTURER-UN-COMPTE UNTIL FinComptes = 'O'.
    CLOSE CompteProFile.

    DISPLAY "========================================================".
    DISPLAY NbFacturesEmises " facture(s) émise(s) pour "
            NbAchatsFactures " achat(s), total TTC " TotalFacture ".".
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CHERCHER-DERNIER-RANG.
    MOVE 0 TO RangFacture.
    MOVE 'N' TO FinFactures.
    OPEN INPUT FacturesProFile.
    IF STATUS-FACTURESPRO NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-UN-RANG UNTIL FinFactures = 'O'.
    CLOSE FacturesProFile.
    EXIT.

LIRE-UN-RANG.
    READ FacturesProFile
        AT END
            MOVE 'O' TO FinFactures
            EXIT PARAGRAPH
    END-READ.
    MOVE NumeroFacturePro TO NumeroFactureLu.
    IF MoisFactureLu = MoisFacture AND RangFactureLu > RangFacture
        MOVE RangFactureLu TO RangFacture
    END-IF.
    EXIT.

FACTURER-UN-COMPTE.
    READ CompteProFile NEXT RECORD
        AT END
            MOVE 'O' TO FinComptes
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO NbAchatsCompte.
    MOVE 0 TO HtCompte.
    MOVE 0 TO TvaCompte.
    MOVE 0 TO TtcCompte.
    MOVE 0 TO NbTauxRecap.
    MOVE 'N' TO FinAchats.
    OPEN I-O AchatsProFile.
    IF STATUS-ACHATSPRO NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM FACTURER-UN-ACHAT UNTIL FinAchats = 'O'.
    CLOSE AchatsProFile.
    IF NbAchatsCompte = 0
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "   ----------------------------------------------------".
    DISPLAY "   Récapitulatif par taux :".
    PERFORM AFFICHER-UN-TAUX-RECAP
       VARYING IndexRecap FROM 1 BY 1 UNTIL IndexRecap > NbTauxRecap.
    MOVE NumeroFactureCalcule TO NumeroFacturePro.
    MOVE CodeComptePro TO CodeCompteFac.
    MOVE DateTraitementJour TO DateFacturePro.
    COMPUTE DateEcheancePro = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) + DelaiPaiementPro).
    MOVE NbAchatsCompte TO NbAchatsFac.
    MOVE HtCompte TO MontantHtFac.
    MOVE TvaCompte TO MontantTvaFac.
    MOVE TtcCompte TO MontantTtcFac.
    DISPLAY "   TOTAL HT " HtCompte "  TVA " TvaCompte "  TTC " TtcCompte.
    DISPLAY "   À régler avant le " DateEcheancePro ".".

    OPEN EXTEND FacturesProFile.
    IF STATUS-FACTURESPRO = "35"
        OPEN OUTPUT FacturesProFile
    END-IF.
    IF STATUS-FACTURESPRO NOT = "00"
        DISPLAY "Impossible d'ouvrir FacturesPro. Code de statut : " STATUS-FACTURESPRO
        STOP RUN
    END-IF.
    WRITE FactureProRecord.
    CLOSE FacturesProFile.
    ADD 1 TO NbFacturesEmises.
    ADD TtcCompte TO TotalFacture.
    EXIT.

FACTURER-UN-ACHAT.
    READ AchatsProFile
        AT END
            MOVE 'O' TO FinAchats
            EXIT PARAGRAPH
    END-READ.
    IF CodeCompteAchat NOT = CodeComptePro
       OR NumeroFactureAchat NOT = SPACES
       OR DateAchatPro > DateFinMois
        EXIT PARAGRAPH
    END-IF.
*>  Premier achat du compte : en-tête de la facture.
    IF NbAchatsCompte = 0
        ADD 1 TO RangFacture
        DISPLAY " "
        DISPLAY "FACTURE " NumeroFactureCalcule " du " DateTraitementJour
        DISPLAY "Client : " CodeComptePro " " RaisonSocialePro
        DISPLAY "   Date     | HT         | TVA       | TTC"
    END-IF.
    ADD 1 TO NbAchatsCompte.
    ADD 1 TO NbAchatsFactures.
    IF SensAchatPro = 'A'
        MOVE -1 TO SigneAchat
        DISPLAY "   " DateAchatPro " AVOIR  " MontantHtAchat " | "
                MontantTvaAchat " | " MontantTtcAchat
    ELSE
        MOVE 1 TO SigneAchat
        DISPLAY "   " DateAchatPro " ACHAT  " MontantHtAchat " | "
                MontantTvaAchat " | " MontantTtcAchat
                " (" NbArticlesAchat " article(s))"
    END-IF.
    COMPUTE HtCompte = HtCompte + SigneAchat * MontantHtAchat.
    COMPUTE TvaCompte = TvaCompte + SigneAchat * MontantTvaAchat.
    COMPUTE TtcCompte = TtcCompte + SigneAchat * MontantTtcAchat.
    PERFORM RECAPITULER-UN-TAUX
       VARYING IndexVentil FROM 1 BY 1 UNTIL IndexVentil > 5.
    MOVE NumeroFactureCalcule TO NumeroFactureAchat.
    REWRITE AchatProRecord.
    IF STATUS-ACHATSPRO NOT = "00"
        DISPLAY "Erreur à la mise à jour de AchatsPro. Code de statut : " STATUS-ACHATSPRO
        STOP RUN
    END-IF.
    EXIT.

RECAPITULER-UN-TAUX.
    IF BaseAchat(IndexVentil) = 0 AND TvaAchat(IndexVentil) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO RangRecap.
    PERFORM COMPARER-TAUX-RECAP
       VARYING IndexRecap FROM 1 BY 1 UNTIL IndexRecap > NbTauxRecap.
    IF RangRecap = 0
        IF NbTauxRecap NOT < 10
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbTauxRecap
        MOVE NbTauxRecap TO RangRecap
        MOVE TauxAchat(IndexVentil) TO TauxRecap(RangRecap)
        MOVE 0 TO BaseRecap(RangRecap)
        MOVE 0 TO TvaRecap(RangRecap)
    END-IF.
    COMPUTE BaseRecap(RangRecap) = BaseRecap(RangRecap)
            + SigneAchat * BaseAchat(IndexVentil).
    COMPUTE TvaRecap(RangRecap) = TvaRecap(RangRecap)
            + SigneAchat * TvaAchat(IndexVentil).
    EXIT.

COMPARER-TAUX-RECAP.
    IF TauxRecap(IndexRecap) = TauxAchat(IndexVentil)
        MOVE IndexRecap TO RangRecap
    END-IF.
    EXIT.

AFFICHER-UN-TAUX-RECAP.
    DISPLAY "   TVA " TauxRecap(IndexRecap) "% : base "
            BaseRecap(IndexRecap) " taxe " TvaRecap(IndexRecap).
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
    MOVE "FACTPRO" TO NomProgrammeCtl.
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
    MOVE NbAchatsFactures TO NbLusCtl.
    MOVE NbFacturesEmises TO NbPostesCtl.
    MOVE TotalFacture TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
