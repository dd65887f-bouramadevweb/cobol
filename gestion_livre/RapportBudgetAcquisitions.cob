IDENTIFICATION DIVISION.
PROGRAM-ID. RapportBudgetAcquisitions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BudgetFile
           ASSIGN TO 'BudgetsAcquisitions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleFonds
           FILE STATUS IS STATUS-BUDGETS.

DATA DIVISION.
FILE SECTION.
FD BudgetFile.
01 BudgetRecord.
   05 CleFonds.
      10 ExerciceFonds    PIC 9(4).
      10 GenreFonds       PIC X(4).
      10 SiteFonds        PIC X(2).
   05 LibelleFonds        PIC X(30).
   05 DotationFonds       PIC 9(7)V99.
   05 EngageFonds         PIC 9(7)V99.
   05 DepenseFonds        PIC 9(7)V99.

WORKING-STORAGE SECTION.
77 STATUS-BUDGETS    PIC XX.
01 FinFonds          PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 EntierDate        PIC 9(7).
01 DateArrete        PIC 9(8).
01 ExerciceRapport   PIC 9(4).
01 NbFonds           PIC 9(4) VALUE 0.
01 NbFondsDepasses   PIC 9(4) VALUE 0.
01 DisponibleFonds   PIC S9(8)V99.
01 TauxConsommation  PIC 9(3)V9.
01 TotalDotation     PIC 9(9)V99 VALUE 0.
01 TotalEngage       PIC 9(9)V99 VALUE 0.
01 TotalDepense      PIC 9(9)V99 VALUE 0.
01 TotalDisponible   PIC S9(10)V99.
01 DotationEdite     PIC Z(8)9.99.
01 EngageEdite       PIC Z(8)9.99.
01 DepenseEdite      PIC Z(8)9.99.
01 DisponibleEdite   PIC -(9)9.99.
01 TauxEdite         PIC ZZ9.9.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> État mensuel du budget des acquisitions (auto-conditionné au
*> premier du mois, comme les autres états mensuels) : pour chaque
*> fonds de l'exercice, la dotation, l'engagé des commandes
*> confirmées non encore payées, le dépensé des factures payées et
*> le disponible — la question « que reste-t-il du budget livres
*> cette année ? » trouve enfin sa réponse. L'arrêté porte sur la
*> veille : le rapport du premier janvier clôt l'exercice écoulé.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : état du budget des acquisitions différé."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateArrete = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateArrete(1:4) TO ExerciceRapport.

    OPEN INPUT BudgetFile.
    IF STATUS-BUDGETS = "35"
        DISPLAY "Aucun budget des acquisitions enregistré."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Impossible d'ouvrir BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "BUDGET DES ACQUISITIONS - EXERCICE " ExerciceRapport
            " - ARRÊTÉ AU " DateArrete.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Fonds          Libellé                            Dotation"
            "       Engagé      Dépensé   Disponible  Conso %".

    MOVE ExerciceRapport TO ExerciceFonds.
    MOVE LOW-VALUES TO GenreFonds.
    MOVE LOW-VALUES TO SiteFonds.
    START BudgetFile KEY IS NOT LESS THAN CleFonds
        INVALID KEY
            MOVE 'O' TO FinFonds
    END-START.
    PERFORM EDITER-UN-FONDS UNTIL FinFonds = 'O'.
    CLOSE BudgetFile.

    DISPLAY "--------------------------------------------------------".
    IF NbFonds = 0
        DISPLAY "Aucun fonds doté pour l'exercice " ExerciceRapport "."
    ELSE
        COMPUTE TotalDisponible = TotalDotation - TotalEngage - TotalDepense
        MOVE TotalDotation TO DotationEdite
        MOVE TotalEngage TO EngageEdite
        MOVE TotalDepense TO DepenseEdite
        MOVE TotalDisponible TO DisponibleEdite
        DISPLAY "TOTAL " NbFonds " fonds                                 "
                DotationEdite " " EngageEdite " " DepenseEdite " "
                DisponibleEdite
        DISPLAY NbFondsDepasses " fonds en dépassement (dérogations accordées)."
    END-IF.
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

EDITER-UN-FONDS.
    READ BudgetFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFonds
    END-READ.
    IF FinFonds = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF ExerciceFonds NOT = ExerciceRapport
        MOVE 'O' TO FinFonds
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    ADD 1 TO NbFonds.

    COMPUTE DisponibleFonds = DotationFonds - EngageFonds - DepenseFonds.
    IF DisponibleFonds < 0
        ADD 1 TO NbFondsDepasses
    END-IF.
    IF DotationFonds = 0
        MOVE 0 TO TauxConsommation
    ELSE
        COMPUTE TauxConsommation ROUNDED =
                (EngageFonds + DepenseFonds) * 100 / DotationFonds
            ON SIZE ERROR
                MOVE 999.9 TO TauxConsommation
        END-COMPUTE
    END-IF.
    ADD DotationFonds TO TotalDotation.
    ADD EngageFonds TO TotalEngage.
    ADD DepenseFonds TO TotalDepense.
    ADD DepenseFonds TO MontantTotalCtl.

    MOVE DotationFonds TO DotationEdite.
    MOVE EngageFonds TO EngageEdite.
    MOVE DepenseFonds TO DepenseEdite.
    MOVE DisponibleFonds TO DisponibleEdite.
    MOVE TauxConsommation TO TauxEdite.
    DISPLAY GenreFonds " " SiteFonds "        " LibelleFonds " "
            DotationEdite " " EngageEdite " " DepenseEdite " "
            DisponibleEdite "  " TauxEdite.
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
    MOVE "BUDGACQ" TO NomProgrammeCtl.
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
    MOVE NbFonds TO NbPostesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
