           RECORD KEY IS CodeProduitBancaire
           FILE STATUS IS STATUS-PRODUITS.

    SELECT ForfaitCompteFile
           ASSIGN TO 'ForfaitsComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteForfait
           FILE STATUS IS STATUS-FORFAITS-COMPTES.

DATA DIVISION.
FILE SECTION.
FD CompteFile.
FD ProduitBancaireFile.
COPY ProduitBancaireRecord.

FD ForfaitCompteFile.
COPY ForfaitCompteRecord.

FD CheckpointFraisFile.
01 CheckpointFraisRecord.
   05 DernierCompteCheckpoint PIC X(10).
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-PRODUITS     PIC XX.
77 STATUS-CHECKPOINT   PIC XX.
77 STATUS-FORFAITS-COMPTES PIC XX.
01 ForfaitsOuverts     PIC X VALUE 'N'.
01 CompteSousForfait   PIC X.
01 PeriodeTraitement   PIC 9(6).
01 DernierCompteTraite PIC X(10) VALUE SPACES.
01 ReprisePossible     PIC X VALUE 'N'.
01 FraisTenueCompte   PIC 9(3)V99 VALUE 5.00.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    PERFORM CHARGER-CATALOGUE-PRODUITS.
    MOVE DateTraitementJour(1:6) TO PeriodeTraitement.
    OPEN INPUT ForfaitCompteFile.
    IF STATUS-FORFAITS-COMPTES = "00"
        MOVE 'O' TO ForfaitsOuverts
    END-IF.

    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"

    CLOSE CompteFile.
    CLOSE HistoriqueFile.
    IF ForfaitsOuverts = 'O'
        CLOSE ForfaitCompteFile
    END-IF.

*>  Lot terminé sans incident : on repart de zéro la prochaine fois.
    MOVE SPACES TO DernierCompteTraite.
            MOVE SoldeMinProduitTbl(IndexProduits) TO SoldeMinimumApplicable
            MOVE FraisProduitTbl(IndexProduits) TO FraisApplicables
        END-IF
*>      Le prix d'un forfait comprend la tenue de compte : un compte
*>      sous forfait pour le mois n'est pas facturé une seconde fois.
        PERFORM RECHERCHER-FORFAIT-COMPTE
        IF CompteSousForfait = 'O'
            MOVE 'N' TO FraisApplicables
        END-IF
        IF FraisApplicables = 'O'
           AND SoldeCompte < SoldeMinimumApplicable
           AND StatutCompte NOT = 'G' AND StatutCompte NOT = 'C'
            MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
            MOVE DateTraitementJour TO DateMouvement
            MOVE DateHeureSysteme(9:6) TO HeureMouvement
            CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
            WRITE HistoriqueRecord
            IF STATUS-HISTORIQUE NOT = "00"
                DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
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
        END-IF
    END-PERFORM.
    EXIT.

RECHERCHER-FORFAIT-COMPTE.
*> Forfait en vigueur sur la période : le changement en attente s'il
*> a pris effet (FacturationFrais ne le bascule qu'en fin de mois),
*> sinon le forfait en cours.
    MOVE 'N' TO CompteSousForfait.
    IF ForfaitsOuverts NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteForfait.
    READ ForfaitCompteFile
        KEY IS NumeroCompteForfait
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF ChangementPrevu = 'O'
       AND PeriodeEffetSuivant NOT > PeriodeTraitement
        IF CodeForfaitSuivant NOT = SPACES
            MOVE 'O' TO CompteSousForfait
        END-IF
    ELSE
        IF CodeForfaitActuel NOT = SPACES
            MOVE 'O' TO CompteSousForfait
        END-IF
    END-IF.
    EXIT.
