01 FraisSaisiProd     PIC X.
01 TauxEdite          PIC 9.9(4).
01 MontantEdite       PIC 9(11).99.
01 DateEffetSaisie    PIC 9(8).
01 MoisEffetMinimum   PIC 9(6).
01 DateEffetMinimum   PIC 9(8).

PROCEDURE DIVISION.

            DISPLAY "Indicateur invalide (O ou N attendus)."
            EXIT PARAGRAPH
        END-IF
        INITIALIZE ChangementProgramme
        WRITE ProduitBancaireRecord
        IF STATUS-PRODUITS NOT = "00"
            DISPLAY "Erreur à l'écriture de CatalogueProduits. Code de statut : " STATUS-PRODUITS
        DISPLAY "Indicateur invalide (O ou N attendus)."
        EXIT PARAGRAPH
    END-IF.
*>  Date d'effet : zéro pour une application dès l'approbation ;
*>  sinon au moins deux mois plus tard, le délai de préavis des
*>  clients, qui reçoivent une lettre à l'approbation.
    DISPLAY "Date d'effet AAAAMMJJ (0 = immédiat) : ".
    ACCEPT DateEffetSaisie.
    IF DateEffetSaisie NOT = 0
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:6) TO MoisEffetMinimum
        IF MoisEffetMinimum(5:2) > "10"
            ADD 90 TO MoisEffetMinimum
        ELSE
            ADD 2 TO MoisEffetMinimum
        END-IF
        MOVE MoisEffetMinimum TO DateEffetMinimum(1:6)
        MOVE DateHeureSysteme(7:2) TO DateEffetMinimum(7:2)
        IF DateEffetSaisie < DateEffetMinimum
            DISPLAY "Préavis insuffisant : date d'effet au plus tôt le "
                    DateEffetMinimum "."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    PERFORM OUVRIR-CHANGEMENTS.
    IF STATUS-CHANGEMENTS NOT = "00"
    MOVE "PRODUIT" TO FichierChangeRef.
    MOVE SPACES TO CleChangementRef.
    MOVE CodeProduitBancaire TO CleChangementRef(1:4).
    IF DateEffetSaisie NOT = 0
        MOVE DateEffetSaisie TO CleChangementRef(5:8)
    END-IF.
    MOVE SPACES TO AncienneValeurRef.
    MOVE TauxInteretProduit TO TauxEdite.
    MOVE TauxEdite TO AncienneValeurRef(1:6).
                    " | découvert " LimiteDecouvertProduit
                    " | solde min. " SoldeMinimumProduit
                    " | frais " FraisTenueProduit
            IF DateEffetProgramme NOT = 0
                DISPLAY "     à compter du " DateEffetProgramme
                        " : taux " TauxProgramme
                        " | découvert " DecouvertProgramme
                        " | solde min. " SoldeMinProgramme
                        " | frais " FraisProgramme
            END-IF
    END-READ.
    EXIT.

    MOVE 500.00 TO LimiteDecouvertProduit.
    MOVE 0 TO SoldeMinimumProduit.
    MOVE 'O' TO FraisTenueProduit.
    INITIALIZE ChangementProgramme.
    WRITE ProduitBancaireRecord.
    MOVE "LIV1" TO CodeProduitBancaire.
    MOVE "Livret d'épargne" TO LibelleProduit.
    MOVE 0 TO LimiteDecouvertProduit.
    MOVE 10.00 TO SoldeMinimumProduit.
    MOVE 'N' TO FraisTenueProduit.
    INITIALIZE ChangementProgramme.
    WRITE ProduitBancaireRecord.
    MOVE "CJ01" TO CodeProduitBancaire.
    MOVE "Compte jeune" TO LibelleProduit.
    MOVE 0 TO LimiteDecouvertProduit.
    MOVE 0 TO SoldeMinimumProduit.
    MOVE 'N' TO FraisTenueProduit.
    INITIALIZE ChangementProgramme.
    WRITE ProduitBancaireRecord.
    CLOSE ProduitBancaireFile.
    DISPLAY "CatalogueProduits amorcé avec CC01, LIV1 et CJ01.".
