IDENTIFICATION DIVISION.
PROGRAM-ID. CodeBarreUtil.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 IndexCode         PIC 9(2).
01 ChiffreCourant    PIC 9.
01 ChiffreDouble     PIC 9(2).
01 SommePonderee     PIC 9(4).
01 CleAttendue       PIC 9.
01 ResteCle          PIC 9(2).

LINKAGE SECTION.
*> FonctionCodeBarre 'C' composer le code d'un exemplaire (livre +
*> exemplaire) ou d'une carte (membre) selon TypeCodeBarre ;
*> 'V' valider un code lu et en extraire les numéros, TypeCodeBarre
*> portant le type attendu ('E' exemplaire, 'M' membre).
01 ZoneCodeBarre.
   05 FonctionCodeBarre   PIC X.
   05 CodeBarre           PIC X(10).
   05 TypeCodeBarre       PIC X.
   05 NumeroLivreCB       PIC 9(4).
   05 NumeroExemplaireCB  PIC 9(3).
   05 NumeroMembreCB      PIC 9(4).
01 StatutCodeBarre        PIC XX.

PROCEDURE DIVISION USING ZoneCodeBarre StatutCodeBarre.
TRAITER-CODE-BARRE.
*> Code-barres des étiquettes d'exemplaire et des cartes de membre,
*> sur le modèle de NumeroCompteUtil : dix chiffres, le dernier
*> étant la clé (complément à 10 de la somme pondérée 2-1-2-1... des
*> neuf premiers, chaque produit à deux chiffres réduit par la somme
*> de ses chiffres). Exemplaire : '2' + '0' + livre (4) + exemplaire
*> (3) + clé ; carte : '1' + '0000' + membre (4) + clé. Le code se
*> déduit de la clé de l'enregistrement, il n'est stocké nulle part :
*> tout exemplaire et toute carte en ont un, y compris ceux d'avant
*> les étiquettes. Un chiffre interverti à la saisie ne prête plus
*> le mauvais exemplaire. Statuts : "00" code valide, "01" code non
*> numérique, "02" clé de contrôle fausse, "03" code d'un autre type
*> (carte présentée à la place d'un exemplaire, par exemple).
    MOVE "00" TO StatutCodeBarre.

    IF FonctionCodeBarre = 'C'
        PERFORM COMPOSER-CODE-BARRE
    ELSE
        PERFORM VALIDER-CODE-BARRE
    END-IF.
    GOBACK.

COMPOSER-CODE-BARRE.
    IF TypeCodeBarre = 'M'
        MOVE "10000" TO CodeBarre(1:5)
        MOVE NumeroMembreCB TO CodeBarre(6:4)
    ELSE
        MOVE "20" TO CodeBarre(1:2)
        MOVE NumeroLivreCB TO CodeBarre(3:4)
        MOVE NumeroExemplaireCB TO CodeBarre(7:3)
    END-IF.
    PERFORM CALCULER-CLE.
    MOVE CleAttendue TO CodeBarre(10:1).
    EXIT.

VALIDER-CODE-BARRE.
    IF CodeBarre NOT NUMERIC
        MOVE "01" TO StatutCodeBarre
        EXIT PARAGRAPH
    END-IF.

    PERFORM CALCULER-CLE.
    MOVE CodeBarre(10:1) TO ChiffreCourant.
    IF ChiffreCourant NOT = CleAttendue
        MOVE "02" TO StatutCodeBarre
        EXIT PARAGRAPH
    END-IF.

    IF TypeCodeBarre = 'M'
        IF CodeBarre(1:5) NOT = "10000"
            MOVE "03" TO StatutCodeBarre
            EXIT PARAGRAPH
        END-IF
        MOVE CodeBarre(6:4) TO NumeroMembreCB
    ELSE
        IF CodeBarre(1:2) NOT = "20"
            MOVE "03" TO StatutCodeBarre
            EXIT PARAGRAPH
        END-IF
        MOVE CodeBarre(3:4) TO NumeroLivreCB
        MOVE CodeBarre(7:3) TO NumeroExemplaireCB
    END-IF.
    EXIT.

CALCULER-CLE.
    MOVE 0 TO SommePonderee.
    PERFORM CUMULER-UN-CHIFFRE
        VARYING IndexCode FROM 1 BY 1 UNTIL IndexCode > 9.
    COMPUTE ResteCle = FUNCTION MOD(SommePonderee 10).
    COMPUTE CleAttendue = FUNCTION MOD(10 - ResteCle 10).
    EXIT.

CUMULER-UN-CHIFFRE.
*> Poids 2 sur les positions impaires, 1 sur les paires.
    MOVE CodeBarre(IndexCode:1) TO ChiffreCourant.
    IF FUNCTION MOD(IndexCode 2) = 1
        COMPUTE ChiffreDouble = ChiffreCourant * 2
        IF ChiffreDouble > 9
            SUBTRACT 9 FROM ChiffreDouble
        END-IF
        ADD ChiffreDouble TO SommePonderee
    ELSE
        ADD ChiffreCourant TO SommePonderee
    END-IF.
    EXIT.
