01 FinProduitsFile     PIC X.
01 ProduitCompteTrouve PIC X.

*> Écarts de valeur par compte, relevés dans l'historique avant le
*> calcul : la part du solde comptable pas encore en valeur ce soir
*> (mouvements valorisés après la date de traitement) et les nombres
*> à rattraper pour les mouvements passés ce jour avec une valeur
*> antérieure (retrait valeur veille).
01 EcartsValeurTable.
   02 EcartValeurLigne OCCURS 2000 TIMES.
      03 CompteEcartTbl      PIC X(10).
      03 EcartSoldeTbl       PIC S9(11)V99.
      03 NombresRetroTbl     PIC S9(13)V99.
01 NbEcartsValeur      PIC 9(4) VALUE 0.
01 IndexEcart          PIC 9(4).
01 EcartTrouve         PIC X.
01 CompteEcartCherche  PIC X(10).
01 FinHistorique       PIC X.
01 SensMouvement       PIC X.
01 MontantSigne        PIC S9(11)V99.
01 NbJoursRetro        PIC 9(5).
01 SoldeValeur         PIC S9(11)V99.
01 NombresJour         PIC S9(13)V99.

01 FinFichierCompte   PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 DernierCompteTraite PIC X(10) VALUE SPACES.

*> Parcourt tous les comptes de CompteFile et crédite l'intérêt
*> quotidien calculé sur le solde, en le journalisant dans
*> HistoriqueFile au même titre qu'un Dépôt ou un Retrait. Le solde
*> rémunéré est le solde en valeur : une remise de chèque valeur
*> demain ne rapporte rien ce soir, un retrait valeur veille réduit
*> aussi les nombres d'hier.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
*>  Les mouvements sont datés de la date de traitement officielle
*>  (fichier DateTraitement avancé par FinDeJournee), pas de
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    PERFORM CHARGER-CATALOGUE-PRODUITS.
    PERFORM CHARGER-ECARTS-VALEUR.

    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        IF ProduitCompteTrouve = 'O'
            MOVE TauxProduitTbl(IndexProduits) TO TauxApplicable
        END-IF
        PERFORM CALCULER-NOMBRES-VALEUR
        IF NombresJour > 0 AND TauxApplicable > 0
           AND StatutCompte NOT = 'G' AND StatutCompte NOT = 'C'
            COMPUTE MontantInteret ROUNDED =
                    NombresJour * TauxApplicable / 360
            IF MontantInteret > 0
                ADD MontantInteret TO SoldeCompte
                REWRITE CompteRecord
                MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
                MOVE DateTraitementJour TO DateMouvement
                MOVE DateHeureSysteme(9:6) TO HeureMouvement
                CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
                WRITE HistoriqueRecord
                IF STATUS-HISTORIQUE NOT = "00"
                    DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    END-IF.
    EXIT.

CALCULER-NOMBRES-VALEUR.
*> Nombres du jour : solde en valeur ce soir, plus le rattrapage des
*> jours passés pour les mouvements valorisés avant leur saisie.
    MOVE SoldeCompte TO SoldeValeur.
    MOVE SoldeCompte TO NombresJour.
    MOVE NumeroCompte TO CompteEcartCherche.
    MOVE 'N' TO EcartTrouve.
    MOVE 1 TO IndexEcart.
    PERFORM CHERCHER-ECART-COMPTE
        UNTIL IndexEcart > NbEcartsValeur OR EcartTrouve = 'O'.
    IF EcartTrouve = 'O'
        ADD EcartSoldeTbl(IndexEcart) TO SoldeValeur
        COMPUTE NombresJour = SoldeValeur + NombresRetroTbl(IndexEcart)
    END-IF.
    EXIT.

CHERCHER-ECART-COMPTE.
    IF CompteEcartTbl(IndexEcart) = CompteEcartCherche
        MOVE 'O' TO EcartTrouve
    ELSE
        ADD 1 TO IndexEcart
    END-IF.
    EXIT.

CHARGER-ECARTS-VALEUR.
*> Première lecture de l'historique, avant son ouverture en ajout :
*> seuls les mouvements dont la valeur diffère de l'opération
*> laissent un écart. Les lignes antérieures aux dates de valeur
*> (zone non numérique) n'en laissent aucun.
    MOVE 0 TO NbEcartsValeur.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinHistorique.
    PERFORM RELEVER-UN-ECART UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.
    EXIT.

RELEVER-UN-ECART.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF DateValeurHisto NOT NUMERIC OR DateValeurHisto = 0
       OR DateValeurHisto = DateMouvement
       OR DateMouvement > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    IF DateValeurHisto < DateMouvement
       AND DateMouvement NOT = DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    PERFORM DETERMINER-SENS-MOUVEMENT.
    IF SensMouvement = SPACE
        EXIT PARAGRAPH
    END-IF.
    IF SensMouvement = 'C'
        MOVE Montant TO MontantSigne
    ELSE
        COMPUTE MontantSigne = 0 - Montant
    END-IF.

    MOVE 'N' TO EcartTrouve.
    MOVE 1 TO IndexEcart.
    MOVE NumeroCompteHisto TO CompteEcartCherche.
    PERFORM CHERCHER-ECART-COMPTE
        UNTIL IndexEcart > NbEcartsValeur OR EcartTrouve = 'O'.
    IF EcartTrouve = 'N'
        IF NbEcartsValeur NOT < 2000
            DISPLAY "Table des écarts de valeur pleine (2000 comptes). Mouvement compté à l'opération : "
                    NumeroCompteHisto
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbEcartsValeur
        MOVE NbEcartsValeur TO IndexEcart
        MOVE NumeroCompteHisto TO CompteEcartTbl(IndexEcart)
        MOVE 0 TO EcartSoldeTbl(IndexEcart)
        MOVE 0 TO NombresRetroTbl(IndexEcart)
    END-IF.

    IF DateValeurHisto > DateTraitementJour
*>      Pas encore en valeur : retiré du solde rémunéré ce soir.
        SUBTRACT MontantSigne FROM EcartSoldeTbl(IndexEcart)
    ELSE
*>      Passé ce jour valeur antérieure : les nuits déjà rémunérées
*>      entre la valeur et l'opération sont rattrapées en nombres.
        COMPUTE NbJoursRetro =
                FUNCTION INTEGER-OF-DATE(DateMouvement)
              - FUNCTION INTEGER-OF-DATE(DateValeurHisto)
        COMPUTE NombresRetroTbl(IndexEcart) =
                NombresRetroTbl(IndexEcart) + MontantSigne * NbJoursRetro
    END-IF.
    EXIT.

DETERMINER-SENS-MOUVEMENT.
*> Sens de chaque action (mêmes règles que le rejeu de ReleveCompte).
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

CHARGER-CATALOGUE-PRODUITS.
*> Reprend en mémoire le catalogue des produits (tenu par
*> GestionProduitsBancaires) : un compte qui porte un code produit
                DISPLAY "Catalogue des produits plein (20). Produit ignoré : "
                        CodeProduitBancaire
            ELSE
*>              Un changement programmé dont la date d'effet est
*>              atteinte s'applique même si aucune approbation n'est
*>              passée depuis pour le reporter dans le catalogue.
                IF DateEffetProgramme NOT = 0
                   AND DateEffetProgramme <= DateTraitementJour
                    MOVE TauxProgramme TO TauxInteretProduit
                    MOVE DecouvertProgramme TO LimiteDecouvertProduit
                    MOVE SoldeMinProgramme TO SoldeMinimumProduit
                    MOVE FraisProgramme TO FraisTenueProduit
                END-IF
                ADD 1 TO NbProduits
                MOVE CodeProduitBancaire TO CodeProduitTbl(NbProduits)
                MOVE TauxInteretProduit TO TauxProduitTbl(NbProduits)
