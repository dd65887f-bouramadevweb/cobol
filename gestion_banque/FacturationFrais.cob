           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT ForfaitFile
           ASSIGN TO 'CatalogueForfaits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeForfait
           FILE STATUS IS STATUS-FORFAITS.

    SELECT ForfaitCompteFile
           ASSIGN TO 'ForfaitsComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteForfait
           FILE STATUS IS STATUS-FORFAITS-COMPTES.

DATA DIVISION.
FILE SECTION.
FD FraisOperationFile.
FD HistoriqueFile.
COPY HistoriqueRecord.

FD ForfaitFile.
COPY ForfaitRecord.

FD ForfaitCompteFile.
COPY ForfaitCompteRecord.

WORKING-STORAGE SECTION.
77 STATUS-FRAIS      PIC XX.
77 STATUS-TRAVAIL    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-FORFAITS   PIC XX.
77 STATUS-FORFAITS-COMPTES PIC XX.
01 FinFrais          PIC X.
01 DateHeureSysteme  PIC X(21).
01 PeriodeFacturee   PIC 9(6).
01 IndexDetail       PIC 9(4).

*> Totaux du mois par compte : un seul débit par compte, la facture
*> détaillée s'imprime en relisant les lignes du compte. Un compte
*> sous forfait part du prix du forfait et n'ajoute que les lignes
*> au-delà de ses quotas ; QuotaConsommeFact suit, emplacement par
*> emplacement du forfait, les opérations déjà imputées.
01 TotauxParCompte.
   02 FactureLigne OCCURS 1000 TIMES.
      03 NumeroCompteFact  PIC X(10).
      03 TotalFraisFact    PIC 9(11)V99.
      03 IndexForfaitFact  PIC 9(2).
      03 QuotaConsommeFact PIC 9(3) OCCURS 8 TIMES.
01 NbComptesFact     PIC 9(4) VALUE 0.

*> Catalogue des forfaits en mémoire, pour l'imputation des lignes.
01 CatalogueForfaits.
   02 ForfaitLigne OCCURS 20 TIMES.
      03 CodeForfaitTbl    PIC X(4).
      03 LibelleForfaitTbl PIC X(30).
      03 PrixForfaitTbl    PIC 9(5)V99.
      03 QuotaTbl OCCURS 8 TIMES.
         04 CodeQuotaTbl      PIC X(4).
         04 QuantiteQuotaTbl  PIC 9(3).
01 NbForfaits        PIC 9(2) VALUE 0.
01 IndexForfaits     PIC 9(2).
01 IndexQuota        PIC 9(2).
01 FinForfaits       PIC X.
01 LigneIncluse      PIC X.
01 NbBasculesForfait PIC 9(5) VALUE 0.
01 DepassementFact   PIC 9(11)V99.
*> Consommation recalculée à l'impression, dans le même ordre que la
*> totalisation, pour marquer chaque ligne comprise ou facturée.
01 ConsommeImpression.
   02 QuotaConsommeImp PIC 9(3) OCCURS 8 TIMES.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
*> mouvement du total de son mois, avec une facture détaillée
*> imprimée ligne à ligne — le client voit enfin ce qu'il paie. Les
*> lignes facturées sont purgées du compteur, celles d'autres
*> périodes conservées. Un compte sous forfait (ForfaitsComptes) est
*> débité du prix de son forfait plus les seules opérations au-delà
*> des quotas compris, la facture montrant le quota utilisé.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    END-IF.
    MOVE DateTraitementJour(1:6) TO PeriodeFacturee.

*>  Les comptes sous forfait entrent dans la table avant toute ligne
*>  d'opération : le prix du mois se facture même sans opération.
    PERFORM CHARGER-CATALOGUE-FORFAITS.
    PERFORM CHARGER-FORFAITS-COMPTES.

    OPEN INPUT FraisOperationFile.
    IF STATUS-FRAIS = "35"
        DISPLAY "Aucun frais d'opération cumulé (fichier absent)."
    ELSE
        IF STATUS-FRAIS NOT = "00"
            DISPLAY "Impossible d'ouvrir FraisOperations. Code de statut : " STATUS-FRAIS
            STOP RUN
        END-IF
*>      Première passe : totaux du mois par compte.
        MOVE 'N' TO FinFrais
        PERFORM TOTALISER-UNE-LIGNE UNTIL FinFrais = 'O'
        CLOSE FraisOperationFile
    END-IF.

    IF NbComptesFact = 0
        DISPLAY "Aucun frais d'opération ni forfait à facturer sur " PeriodeFacturee "."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
            ELSE
                ADD 1 TO NbComptesFact
                MOVE NbComptesFact TO IndexFactTrouve
                INITIALIZE FactureLigne(IndexFactTrouve)
                MOVE NumeroCompteFraisOp TO NumeroCompteFact(IndexFactTrouve)
            END-IF
        END-IF
        IF IndexFactTrouve NOT = 0
            MOVE IndexFactTrouve TO IndexFact
            PERFORM IMPUTER-SUR-FORFAIT
            IF LigneIncluse = 'N'
                ADD MontantFraisOp TO TotalFraisFact(IndexFactTrouve)
            END-IF
        END-IF
    END-IF.
    EXIT.
        DISPLAY "Compte " NumeroCompte " gelé ou clos : frais du mois abandonnés."
        EXIT PARAGRAPH
    END-IF.
*>  Forfait à prix nul sans dépassement : rien à débiter.
    IF TotalFraisFact(IndexFact) = 0
        EXIT PARAGRAPH
    END-IF.

    SUBTRACT TotalFraisFact(IndexFact) FROM SoldeCompte.
    REWRITE CompteRecord.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    DISPLAY "FACTURE DE FRAIS D'OPÉRATIONS - " PeriodeFacturee.
    DISPLAY "Compte " NumeroCompteFact(IndexFact) " (" Devise ")".
    DISPLAY "--------------------------------------------------------".
    MOVE TotalFraisFact(IndexFact) TO DepassementFact.
    IF IndexForfaitFact(IndexFact) NOT = 0
        MOVE IndexForfaitFact(IndexFact) TO IndexForfaits
        DISPLAY "Forfait " CodeForfaitTbl(IndexForfaits) " "
                LibelleForfaitTbl(IndexForfaits) " : "
                PrixForfaitTbl(IndexForfaits)
        SUBTRACT PrixForfaitTbl(IndexForfaits) FROM DepassementFact
        MOVE ZEROES TO ConsommeImpression
        DISPLAY "--------------------------------------------------------"
    END-IF.
    OPEN INPUT FraisOperationFile.
    IF STATUS-FRAIS = "00"
        MOVE 'N' TO FinFrais
        PERFORM IMPRIMER-UNE-LIGNE-FACTURE UNTIL FinFrais = 'O'
        CLOSE FraisOperationFile
    END-IF.
    IF IndexForfaitFact(IndexFact) NOT = 0
        DISPLAY "--------------------------------------------------------"
        DISPLAY "QUOTAS DU FORFAIT (utilisé / compris)"
        PERFORM IMPRIMER-UN-QUOTA
            VARYING IndexQuota FROM 1 BY 1 UNTIL IndexQuota > 8
        DISPLAY "DÉPASSEMENT AU TARIF UNITAIRE : " DepassementFact
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "TOTAL DÉBITÉ : " TotalFraisFact(IndexFact).
    DISPLAY "========================================================".
    IF FinFrais NOT = 'O'
       AND PeriodeFraisOp = PeriodeFacturee
       AND NumeroCompteFraisOp = NumeroCompteFact(IndexFact)
        MOVE 'N' TO LigneIncluse
        IF IndexForfaitFact(IndexFact) NOT = 0
            MOVE 1 TO IndexQuota
            PERFORM AVANCER-QUOTA-IMPRESSION
                UNTIL IndexQuota > 8 OR LigneIncluse = 'O'
        END-IF
        IF LigneIncluse = 'O'
            DISPLAY DateFraisOp " " CodeOperationFraisOp " compris au forfait"
        ELSE
            DISPLAY DateFraisOp " " CodeOperationFraisOp " " MontantFraisOp
        END-IF
    END-IF.
    EXIT.

AVANCER-QUOTA-IMPRESSION.
    IF CodeQuotaTbl(IndexForfaits, IndexQuota) = CodeOperationFraisOp
       AND QuotaConsommeImp(IndexQuota)
           < QuantiteQuotaTbl(IndexForfaits, IndexQuota)
        ADD 1 TO QuotaConsommeImp(IndexQuota)
        MOVE 'O' TO LigneIncluse
    ELSE
        ADD 1 TO IndexQuota
    END-IF.
    EXIT.

IMPRIMER-UN-QUOTA.
    IF CodeQuotaTbl(IndexForfaits, IndexQuota) NOT = SPACES
        DISPLAY "   " CodeQuotaTbl(IndexForfaits, IndexQuota) " : "
                QuotaConsommeFact(IndexFact, IndexQuota) " / "
                QuantiteQuotaTbl(IndexForfaits, IndexQuota)
    END-IF.
    EXIT.

IMPUTER-SUR-FORFAIT.
*> Une ligne d'opération est comprise au forfait quand le forfait du
*> compte porte un quota pour son code et que ce quota n'est pas
*> épuisé ; les lignes arrivent dans l'ordre chronologique, ce sont
*> donc les premières opérations du mois qui consomment le quota.
    MOVE 'N' TO LigneIncluse.
    IF IndexForfaitFact(IndexFact) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE IndexForfaitFact(IndexFact) TO IndexForfaits.
    MOVE 1 TO IndexQuota.
    PERFORM AVANCER-QUOTA-FORFAIT
        UNTIL IndexQuota > 8 OR LigneIncluse = 'O'.
    EXIT.

AVANCER-QUOTA-FORFAIT.
    IF CodeQuotaTbl(IndexForfaits, IndexQuota) = CodeOperationFraisOp
       AND QuotaConsommeFact(IndexFact, IndexQuota)
           < QuantiteQuotaTbl(IndexForfaits, IndexQuota)
        ADD 1 TO QuotaConsommeFact(IndexFact, IndexQuota)
        MOVE 'O' TO LigneIncluse
    ELSE
        ADD 1 TO IndexQuota
    END-IF.
    EXIT.

CHARGER-CATALOGUE-FORFAITS.
*> Catalogue absent : aucun forfait, tout se facture au tarif
*> unitaire comme avant.
    MOVE 0 TO NbForfaits.
    MOVE 'N' TO FinForfaits.
    OPEN INPUT ForfaitFile.
    IF STATUS-FORFAITS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-FORFAIT UNTIL FinForfaits = 'O'.
    CLOSE ForfaitFile.
    EXIT.

CHARGER-UN-FORFAIT.
    READ ForfaitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinForfaits
            EXIT PARAGRAPH
    END-READ.
    IF NbForfaits NOT < 20
        DISPLAY "Catalogue des forfaits plein (20). Forfait ignoré : " CodeForfait
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbForfaits.
    MOVE CodeForfait TO CodeForfaitTbl(NbForfaits).
    MOVE LibelleForfait TO LibelleForfaitTbl(NbForfaits).
    MOVE PrixMensuelForfait TO PrixForfaitTbl(NbForfaits).
    PERFORM COPIER-UN-QUOTA
        VARYING IndexQuota FROM 1 BY 1 UNTIL IndexQuota > 8.
    EXIT.

COPIER-UN-QUOTA.
    MOVE CodeOperationQuota(IndexQuota) TO CodeQuotaTbl(NbForfaits, IndexQuota).
    MOVE QuantiteIncluse(IndexQuota) TO QuantiteQuotaTbl(NbForfaits, IndexQuota).
    EXIT.

CHARGER-FORFAITS-COMPTES.
*> Bascule des changements de forfait arrivés à échéance (saisis le
*> mois précédent, effet sur la période facturée), puis inscription
*> de chaque compte sous forfait dans la table de facturation avec
*> le prix du forfait comme premier montant.
    MOVE 'N' TO FinForfaits.
    OPEN I-O ForfaitCompteFile.
    IF STATUS-FORFAITS-COMPTES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-FORFAIT-COMPTE UNTIL FinForfaits = 'O'.
    CLOSE ForfaitCompteFile.
    IF NbBasculesForfait > 0
        DISPLAY NbBasculesForfait " changement(s) de forfait pris en compte sur "
                PeriodeFacturee "."
    END-IF.
    EXIT.

CHARGER-UN-FORFAIT-COMPTE.
    READ ForfaitCompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinForfaits
            EXIT PARAGRAPH
    END-READ.
    IF ChangementPrevu = 'O'
       AND PeriodeEffetSuivant NOT > PeriodeFacturee
        MOVE CodeForfaitSuivant TO CodeForfaitActuel
        MOVE PeriodeEffetSuivant TO PeriodeEffetActuel
        MOVE 'N' TO ChangementPrevu
        MOVE SPACES TO CodeForfaitSuivant
        MOVE 0 TO PeriodeEffetSuivant
        REWRITE ForfaitCompteRecord
        IF STATUS-FORFAITS-COMPTES NOT = "00"
            DISPLAY "Erreur à la mise à jour de ForfaitsComptes. Code de statut : "
                    STATUS-FORFAITS-COMPTES
            STOP RUN
        END-IF
        ADD 1 TO NbBasculesForfait
    END-IF.
    IF CodeForfaitActuel = SPACES
        EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO IndexForfaits.
    PERFORM AVANCER-FORFAIT
        UNTIL IndexForfaits > NbForfaits
           OR CodeForfaitTbl(IndexForfaits) = CodeForfaitActuel.
    IF IndexForfaits > NbForfaits
        DISPLAY "Compte " NumeroCompteForfait " : forfait " CodeForfaitActuel
                " absent du catalogue, opérations au tarif unitaire."
        EXIT PARAGRAPH
    END-IF.
    IF NbComptesFact NOT < 1000
        DISPLAY "Table de facturation pleine (1000 comptes). Compte ignoré : "
                NumeroCompteForfait
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbComptesFact.
    INITIALIZE FactureLigne(NbComptesFact).
    MOVE NumeroCompteForfait TO NumeroCompteFact(NbComptesFact).
    MOVE IndexForfaits TO IndexForfaitFact(NbComptesFact).
    MOVE PrixForfaitTbl(IndexForfaits) TO TotalFraisFact(NbComptesFact).
    EXIT.

AVANCER-FORFAIT.
    ADD 1 TO IndexForfaits.
    EXIT.

PURGER-LIGNES-FACTUREES.
