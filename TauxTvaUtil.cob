IDENTIFICATION DIVISION.
PROGRAM-ID. TauxTvaUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TauxTvaFile
           ASSIGN TO 'TauxTVA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxTva
           FILE STATUS IS STATUS-TVA.

DATA DIVISION.
FILE SECTION.
FD TauxTvaFile.
*> Taux de TVA par catégorie avec date d'effet (GestionTva) : le taux
*> retenu est celui dont la date d'effet est la plus récente sans
*> dépasser la date de l'opération, même règle que PrixProduits. La
*> ligne du formulaire de déclaration est portée avec le taux.
*> Catégories d'origine : 'N' normal, 'I' intermédiaire, 'R' réduit
*> (livres, alimentation), 'P' particulier.
01 TauxTvaRecord.
   05 CleTauxTva.
      10 CategorieTva      PIC X.
      10 DateEffetTva      PIC 9(8).
   05 TauxTvaPct           PIC 9(2)V99.
   05 LibelleTva           PIC X(20).
   05 LigneFormulaireTva   PIC X(3).

WORKING-STORAGE SECTION.
77 STATUS-TVA        PIC XX.
01 FinTaux           PIC X.
01 CategorieCherchee PIC X.
01 TauxRencontre     PIC X.
01 MeilleureDateEffet PIC 9(8).

LINKAGE SECTION.
*> En entrée la catégorie (blanc = 'N') et la date de l'opération ;
*> en sortie le taux, son libellé et la ligne du formulaire.
01 ZoneTauxTva.
   05 CategorieTvaDemandee PIC X.
   05 DateTvaDemandee      PIC 9(8).
   05 TauxTvaRendu         PIC 9(2)V99.
   05 LibelleTvaRendu      PIC X(20).
   05 LigneTvaRendue       PIC X(3).
01 StatutTauxTva           PIC XX.

PROCEDURE DIVISION USING ZoneTauxTva StatutTauxTva.
TRAITER-TAUX-TVA.
*> Statuts : "00" taux trouvé ; "01" catégorie sans taux en vigueur à
*> la date, le taux normal est rendu à la place ; "02" table
*> illisible, 20 % rendu (l'ancien taux unique de la caisse).
    MOVE "00" TO StatutTauxTva.
    MOVE 20.00 TO TauxTvaRendu.
    MOVE "TAUX NORMAL" TO LibelleTvaRendu.
    MOVE "08" TO LigneTvaRendue.
    IF CategorieTvaDemandee = SPACE
        MOVE 'N' TO CategorieTvaDemandee
    END-IF.

    OPEN INPUT TauxTvaFile.
    IF STATUS-TVA = "35"
        PERFORM CREER-TAUX-PAR-DEFAUT
        OPEN INPUT TauxTvaFile
    END-IF.
    IF STATUS-TVA NOT = "00"
        MOVE "02" TO StatutTauxTva
        GOBACK
    END-IF.

    MOVE CategorieTvaDemandee TO CategorieCherchee.
    PERFORM CHERCHER-TAUX.
    IF TauxRencontre = 'N' AND CategorieCherchee NOT = 'N'
        MOVE "01" TO StatutTauxTva
        MOVE 'N' TO CategorieCherchee
        PERFORM CHERCHER-TAUX
    END-IF.
    IF TauxRencontre = 'N'
        MOVE "02" TO StatutTauxTva
    END-IF.
    CLOSE TauxTvaFile.
    GOBACK.

CHERCHER-TAUX.
    MOVE 'N' TO TauxRencontre.
    MOVE 0 TO MeilleureDateEffet.
    MOVE CategorieCherchee TO CategorieTva.
    MOVE 0 TO DateEffetTva.
    MOVE 'N' TO FinTaux.
    START TauxTvaFile KEY IS NOT LESS THAN CleTauxTva
        INVALID KEY
            MOVE 'O' TO FinTaux
    END-START.
    PERFORM EXAMINER-UN-TAUX UNTIL FinTaux = 'O'.
    EXIT.

EXAMINER-UN-TAUX.
    READ TauxTvaFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTaux
    END-READ.
    IF FinTaux NOT = 'O'
       AND CategorieTva NOT = CategorieCherchee
        MOVE 'O' TO FinTaux
    END-IF.
    IF FinTaux NOT = 'O'
       AND DateEffetTva <= DateTvaDemandee
       AND DateEffetTva >= MeilleureDateEffet
        MOVE TauxTvaPct TO TauxTvaRendu
        MOVE LibelleTva TO LibelleTvaRendu
        MOVE LigneFormulaireTva TO LigneTvaRendue
        MOVE DateEffetTva TO MeilleureDateEffet
        MOVE 'O' TO TauxRencontre
    END-IF.
    EXIT.

CREER-TAUX-PAR-DEFAUT.
*> Au premier accès, les taux en vigueur, effectifs depuis toujours :
*> tant que personne n'a classé les produits, tout reste au taux
*> normal de 20 % que la caisse appliquait.
    OPEN OUTPUT TauxTvaFile.
    MOVE 0 TO DateEffetTva.
    MOVE 'N' TO CategorieTva.
    MOVE 20.00 TO TauxTvaPct.
    MOVE "TAUX NORMAL" TO LibelleTva.
    MOVE "08" TO LigneFormulaireTva.
    WRITE TauxTvaRecord.
    MOVE 'I' TO CategorieTva.
    MOVE 10.00 TO TauxTvaPct.
    MOVE "TAUX INTERMEDIAIRE" TO LibelleTva.
    MOVE "9B" TO LigneFormulaireTva.
    WRITE TauxTvaRecord.
    MOVE 'R' TO CategorieTva.
    MOVE 5.50 TO TauxTvaPct.
    MOVE "TAUX REDUIT" TO LibelleTva.
    MOVE "09" TO LigneFormulaireTva.
    WRITE TauxTvaRecord.
    MOVE 'P' TO CategorieTva.
    MOVE 2.10 TO TauxTvaPct.
    MOVE "TAUX PARTICULIER" TO LibelleTva.
    MOVE "11" TO LigneFormulaireTva.
    WRITE TauxTvaRecord.
    CLOSE TauxTvaFile.
    EXIT.
