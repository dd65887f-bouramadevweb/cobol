IDENTIFICATION DIVISION.
PROGRAM-ID. CouvertureGaranties.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT GarantiePretFile
           ASSIGN TO 'GarantiesPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroGarantie
           ALTERNATE RECORD KEY IS NumeroPretGarantie WITH DUPLICATES
           FILE STATUS IS STATUS-GARANTIES.

DATA DIVISION.
FILE SECTION.
FD PretFile.
COPY PretRecord.

FD GarantiePretFile.
COPY GarantiePretRecord.

WORKING-STORAGE SECTION.
77 STATUS-PRETS       PIC XX.
77 STATUS-GARANTIES   PIC XX.
01 FinPrets           PIC X VALUE 'N'.
01 FinGaranties       PIC X VALUE 'N'.
01 RegistreAbsent     PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 EntierJour         PIC 9(7).
01 DateLimiteEvaluation PIC 9(8).
01 NbPretsLus         PIC 9(6) VALUE 0.
01 NbPretsRapportes   PIC 9(6) VALUE 0.
01 NbPretsSansGarantie PIC 9(6) VALUE 0.
01 NbPretsDecouverts  PIC 9(6) VALUE 0.
01 NbEvaluationsAnciennes PIC 9(6) VALUE 0.
01 NbGarantiesPret    PIC 9(3).
01 ValeurGarantiesPret PIC 9(13)V99.
01 TauxCouverture     PIC 9(5)V99.
01 PartNonCouverte    PIC 9(11)V99.
01 TotalRestantDu     PIC 9(15)V99 VALUE 0.
01 TotalGaranties     PIC 9(15)V99 VALUE 0.
01 TotalNonCouvert    PIC 9(15)V99 VALUE 0.
01 TauxCouvertureGlobal PIC 9(5)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
01 DateTraitementJour  PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> État mensuel de couverture des prêts par leurs garanties : pour
*> chaque prêt en cours ou passé en perte, restant dû face à la
*> valeur des garanties actives du registre GarantiesPrets, taux de
*> couverture et part non couverte ; puis la liste des évaluations
*> de plus d'un an, à faire réexpertiser. Auto-conditionné au
*> premier du mois, comme le comité de crédit.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Couverture des garanties : état produit le premier du mois seulement."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierJour = FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 365.
    COMPUTE DateLimiteEvaluation = FUNCTION DATE-OF-INTEGER(EntierJour).

    OPEN INPUT PretFile.
    IF STATUS-PRETS NOT = "00"
        DISPLAY "Aucun prêt enregistré (fichier absent ou vide)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    OPEN INPUT GarantiePretFile.
    IF STATUS-GARANTIES NOT = "00"
        MOVE 'O' TO RegistreAbsent
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "COUVERTURE DES PRÊTS PAR LEURS GARANTIES AU " DateTraitementJour.
    DISPLAY "--------------------------------------------------------".

    PERFORM RAPPORTER-UN-PRET UNTIL FinPrets = 'O'.

    IF TotalRestantDu > 0
        COMPUTE TauxCouvertureGlobal ROUNDED =
                TotalGaranties * 100 / TotalRestantDu
            ON SIZE ERROR
                MOVE 99999.99 TO TauxCouvertureGlobal
        END-COMPUTE
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbPretsRapportes " prêt(s) pour un restant dû de " TotalRestantDu.
    DISPLAY "  garanties actives        : " TotalGaranties.
    DISPLAY "  couverture globale       : " TauxCouvertureGlobal " %".
    DISPLAY "  part non couverte        : " TotalNonCouvert.
    DISPLAY "  prêts sans garantie      : " NbPretsSansGarantie.
    DISPLAY "  prêts insuffisamment couverts : " NbPretsDecouverts.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "ÉVALUATIONS ANTÉRIEURES AU " DateLimiteEvaluation
            " (plus d'un an)".

    IF RegistreAbsent NOT = 'O'
        MOVE 'N' TO FinGaranties
        MOVE 0 TO NumeroGarantie
        START GarantiePretFile KEY IS NOT LESS THAN NumeroGarantie
            INVALID KEY
                MOVE 'O' TO FinGaranties
        END-START
        PERFORM SIGNALER-UNE-EVALUATION UNTIL FinGaranties = 'O'
        CLOSE GarantiePretFile
    END-IF.
    CLOSE PretFile.

    DISPLAY NbEvaluationsAnciennes " garantie(s) à réévaluer.".
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

RAPPORTER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrets
    END-READ.
    IF FinPrets = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbPretsLus.
    IF StatutPret NOT = 'O' AND StatutPret NOT = 'P'
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO NbPretsRapportes.
    MOVE 0 TO NbGarantiesPret.
    MOVE 0 TO ValeurGarantiesPret.
    IF RegistreAbsent NOT = 'O'
        MOVE 'N' TO FinGaranties
        MOVE NumeroPret TO NumeroPretGarantie
        START GarantiePretFile KEY IS NOT LESS THAN NumeroPretGarantie
            INVALID KEY
                MOVE 'O' TO FinGaranties
        END-START
        PERFORM CUMULER-UNE-GARANTIE UNTIL FinGaranties = 'O'
    END-IF.

    MOVE 0 TO PartNonCouverte.
    IF ValeurGarantiesPret < SoldeRestantPret
        COMPUTE PartNonCouverte = SoldeRestantPret - ValeurGarantiesPret
    END-IF.
    IF SoldeRestantPret > 0
        COMPUTE TauxCouverture ROUNDED =
                ValeurGarantiesPret * 100 / SoldeRestantPret
            ON SIZE ERROR
                MOVE 99999.99 TO TauxCouverture
        END-COMPUTE
    ELSE
        MOVE 0 TO TauxCouverture
    END-IF.
    IF NbGarantiesPret = 0
        ADD 1 TO NbPretsSansGarantie
    END-IF.
    IF PartNonCouverte > 0
        ADD 1 TO NbPretsDecouverts
    END-IF.
    ADD SoldeRestantPret TO TotalRestantDu.
    ADD ValeurGarantiesPret TO TotalGaranties.
    ADD PartNonCouverte TO TotalNonCouvert.

    DISPLAY "Prêt " NumeroPret " (" StatutPret ") compte " NumeroComptePret
            " : restant dû " SoldeRestantPret " | garanties "
            ValeurGarantiesPret " (" NbGarantiesPret ")".
    DISPLAY "    couverture " TauxCouverture " % | non couvert "
            PartNonCouverte.
    EXIT.

CUMULER-UNE-GARANTIE.
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
        ADD 1 TO NbGarantiesPret
        ADD ValeurGarantie TO ValeurGarantiesPret
    END-IF.
    EXIT.

SIGNALER-UNE-EVALUATION.
*> Seules comptent les garanties actives d'un prêt encore au bilan.
    READ GarantiePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinGaranties
    END-READ.
    IF FinGaranties = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutGarantie NOT = 'A'
       OR DateEvaluationGarantie NOT < DateLimiteEvaluation
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroPretGarantie TO NumeroPret.
    READ PretFile
        KEY IS NumeroPret
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF StatutPret NOT = 'O' AND StatutPret NOT = 'P'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEvaluationsAnciennes.
    DISPLAY "Garantie " NumeroGarantie " (" TypeGarantie ") prêt "
            NumeroPretGarantie " : " DescriptionGarantie " "
            ValeurGarantie " évaluée le " DateEvaluationGarantie.
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
    MOVE "COUVGAR" TO NomProgrammeCtl.
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
    MOVE NbPretsLus TO NbLusCtl.
    MOVE NbPretsRapportes TO NbPostesCtl.
    MOVE NbPretsDecouverts TO NbRejetesCtl.
    MOVE TotalNonCouvert TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
