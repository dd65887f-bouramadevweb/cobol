01 MontantArrete     PIC 9(11)V99.
01 NbComptesArretes  PIC 9(5) VALUE 0.
01 CompteArrete      PIC X(10).
*> Mouvements du trimestre dont la valeur diffère de l'opération :
*> l'instantané SoldeJournalier est un solde comptable, l'échelle se
*> corrige jour par jour de ce qui n'était pas encore (ou déjà) en
*> valeur ce jour-là.
01 DecalagesValeurTable.
   02 DecalageLigne OCCURS 3000 TIMES.
      03 CompteDecalTbl      PIC X(10).
      03 EntierOperationTbl  PIC 9(7).
      03 EntierValeurTbl     PIC 9(7).
      03 MontantSigneTbl     PIC S9(11)V99.
01 NbDecalages       PIC 9(4) VALUE 0.
01 IndexDecalage     PIC 9(4).
01 FinHistorique     PIC X.
01 SensMouvement     PIC X.
01 EntierOperation   PIC 9(7).
01 EntierValeurMvt   PIC 9(7).
01 EntierPremierJour PIC 9(7).
01 EntierDernierJour PIC 9(7).
01 IndexJour         PIC 9(3).
01 CorrectionsValeur.
   02 CorrectionJour OCCURS 92 TIMES PIC S9(11)V99.
01 SoldeValeurJour   PIC S9(11)V99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
*> débiteurs (nombres x taux / 360) et la commission du plus fort
*> découvert au-delà de la limite se débitent en UN mouvement, et
*> l'échelle d'intérêts qui justifie les chiffres s'imprime pour le
*> client. L'échelle est tenue en valeur : un retrait valeur veille
*> creuse le découvert dès la veille, une remise de chèque valeur
*> demain ne le comble qu'à partir de demain.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    END-EVALUATE.

    PERFORM CHARGER-PARAMETRES.
    PERFORM CHARGER-DECALAGES-VALEUR.

    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
    MOVE NumeroCompte TO CompteArrete.
    COMPUTE EntierDebut = FUNCTION INTEGER-OF-DATE(DateDebutTrimestre).
    COMPUTE EntierFin = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    MOVE ZEROES TO CorrectionsValeur.
    PERFORM CORRIGER-UN-DECALAGE
        VARYING IndexDecalage FROM 1 BY 1
        UNTIL IndexDecalage > NbDecalages.
    PERFORM CUMULER-UN-JOUR
        VARYING EntierCourant FROM EntierDebut BY 1
        UNTIL EntierCourant > EntierFin.
        NOT INVALID KEY
            MOVE SoldeJour TO SoldePorte
    END-READ.
    COMPUTE IndexJour = EntierCourant - EntierDebut + 1.
    COMPUTE SoldeValeurJour = SoldePorte + CorrectionJour(IndexJour).
    IF SoldeValeurJour < 0
        ADD 1 TO NbJoursDebiteurs
        SUBTRACT SoldeValeurJour FROM NombresDebiteurs
        COMPUTE ExcedentJour = 0 - SoldeValeurJour - LimiteDecouvert
        IF ExcedentJour > 0 AND ExcedentJour > PlusFortDecouvert
            MOVE ExcedentJour TO PlusFortDecouvert
        END-IF
    END-IF.
    EXIT.

CORRIGER-UN-DECALAGE.
*> Jours du trimestre entre l'opération et la valeur (la borne
*> haute exclue) : un mouvement valorisé après sa saisie est retiré
*> du solde comptable, un mouvement valorisé avant y est ajouté.
    IF CompteDecalTbl(IndexDecalage) NOT = CompteArrete
        EXIT PARAGRAPH
    END-IF.
    IF EntierOperationTbl(IndexDecalage) < EntierValeurTbl(IndexDecalage)
        MOVE EntierOperationTbl(IndexDecalage) TO EntierPremierJour
        COMPUTE EntierDernierJour = EntierValeurTbl(IndexDecalage) - 1
    ELSE
        MOVE EntierValeurTbl(IndexDecalage) TO EntierPremierJour
        COMPUTE EntierDernierJour = EntierOperationTbl(IndexDecalage) - 1
    END-IF.
    IF EntierPremierJour < EntierDebut
        MOVE EntierDebut TO EntierPremierJour
    END-IF.
    IF EntierDernierJour > EntierFin
        MOVE EntierFin TO EntierDernierJour
    END-IF.
    PERFORM CORRIGER-UN-JOUR
        VARYING EntierCourant FROM EntierPremierJour BY 1
        UNTIL EntierCourant > EntierDernierJour.
    EXIT.

CORRIGER-UN-JOUR.
    COMPUTE IndexJour = EntierCourant - EntierDebut + 1.
    IF EntierOperationTbl(IndexDecalage) < EntierValeurTbl(IndexDecalage)
        SUBTRACT MontantSigneTbl(IndexDecalage) FROM CorrectionJour(IndexJour)
    ELSE
        ADD MontantSigneTbl(IndexDecalage) TO CorrectionJour(IndexJour)
    END-IF.
    EXIT.

CHARGER-DECALAGES-VALEUR.
*> Lecture de l'historique avant son ouverture en ajout : seuls les
*> mouvements dont la valeur diffère de l'opération et dont l'écart
*> touche le trimestre sont retenus. Les lignes antérieures aux
*> dates de valeur (zone non numérique) n'en laissent aucun.
    MOVE 0 TO NbDecalages.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierDebut = FUNCTION INTEGER-OF-DATE(DateDebutTrimestre).
    COMPUTE EntierFin = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    MOVE 'N' TO FinHistorique.
    PERFORM RELEVER-UN-DECALAGE UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.
    EXIT.

RELEVER-UN-DECALAGE.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF DateValeurHisto NOT NUMERIC OR DateValeurHisto = 0
       OR DateValeurHisto = DateMouvement
       OR DateMouvement NOT NUMERIC OR DateMouvement = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierOperation = FUNCTION INTEGER-OF-DATE(DateMouvement).
    COMPUTE EntierValeurMvt = FUNCTION INTEGER-OF-DATE(DateValeurHisto).
    IF (EntierOperation <= EntierDebut AND EntierValeurMvt <= EntierDebut)
       OR (EntierOperation > EntierFin AND EntierValeurMvt > EntierFin)
        EXIT PARAGRAPH
    END-IF.
    PERFORM DETERMINER-SENS-MOUVEMENT.
    IF SensMouvement = SPACE
        EXIT PARAGRAPH
    END-IF.
    IF NbDecalages NOT < 3000
        DISPLAY "Table des dates de valeur pleine (3000). Mouvement compté à l'opération : "
                NumeroCompteHisto " " DateMouvement
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDecalages.
    MOVE NumeroCompteHisto TO CompteDecalTbl(NbDecalages).
    MOVE EntierOperation TO EntierOperationTbl(NbDecalages).
    MOVE EntierValeurMvt TO EntierValeurTbl(NbDecalages).
    IF SensMouvement = 'C'
        MOVE Montant TO MontantSigneTbl(NbDecalages)
    ELSE
        COMPUTE MontantSigneTbl(NbDecalages) = 0 - Montant
    END-IF.
    EXIT.

DETERMINER-SENS-MOUVEMENT.
*> Sens de chaque action (mêmes règles que InteretsBatch).
    EVALUATE Action
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
    EXIT.

DEBITER-ARRETE.
    SUBTRACT MontantArrete FROM SoldeCompte.
    REWRITE CompteRecord.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
