IDENTIFICATION DIVISION.
PROGRAM-ID. RapportReparations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReparationFile
           ASSIGN TO 'Reparations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReparation
           FILE STATUS IS STATUS-REPARATIONS.

DATA DIVISION.
FILE SECTION.
FD ReparationFile.
01 ReparationRecord.
   05 NumeroReparation     PIC 9(5).
   05 NumeroLivreRep       PIC 9(4).
   05 NumeroExemplaireRep  PIC 9(3).
   05 SiteRep              PIC X(2).
   05 DescriptionDommage   PIC X(40).
   05 DateEnvoiRep         PIC 9(8).
   05 TypeReparateur       PIC X.
   05 CodeReparateur       PIC X(8).
   05 DateRetourPrevue     PIC 9(8).
   05 CoutReparation       PIC 9(5)V99.
   05 DateRetourRep        PIC 9(8).
   05 NumeroMembreRep      PIC 9(4).
   05 MontantRefacture     PIC 9(5)V99.
   05 NumeroFactureRep     PIC 9(6).
   05 StatutRep            PIC X.

WORKING-STORAGE SECTION.
77 STATUS-REPARATIONS PIC XX.
01 FinReparations    PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 EntierDuJour      PIC 9(7).
01 EntierPrevu       PIC 9(7).
01 NbJoursRetard     PIC 9(5).
01 NbEnCours         PIC 9(5) VALUE 0.
01 NbEnRetard        PIC 9(5) VALUE 0.
01 CoutEnRetard      PIC 9(7)V99 VALUE 0.
01 CoutEdite         PIC Z(6)9.99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Liste mensuelle des réparations en retard (auto-conditionnée au
*> premier du mois, comme les autres états mensuels) : chaque fiche
*> encore en cours dont le retour prévu est dépassé, avec le
*> réparateur à relancer et le nombre de jours de retard — un
*> exemplaire parti chez le relieur ne s'oublie plus sur l'étagère
*> de l'atelier.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : liste des réparations en retard différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateTraitementJour).

    OPEN INPUT ReparationFile.
    IF STATUS-REPARATIONS = "35"
        DISPLAY "Aucune réparation enregistrée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-REPARATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir Reparations. Code de statut : " STATUS-REPARATIONS
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "RÉPARATIONS EN RETARD AU " DateTraitementJour.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Fiche  Livre Ex. Site Réparateur  Parti le  Prévu le  Jours"
            "  Dommage".

    MOVE 0 TO NumeroReparation.
    START ReparationFile KEY IS GREATER THAN NumeroReparation
        INVALID KEY
            MOVE 'O' TO FinReparations
    END-START.
    PERFORM EXAMINER-UNE-REPARATION UNTIL FinReparations = 'O'.
    CLOSE ReparationFile.

    DISPLAY "--------------------------------------------------------".
    IF NbEnRetard = 0
        DISPLAY "Aucune réparation en retard sur " NbEnCours " en cours."
    ELSE
        MOVE CoutEnRetard TO CoutEdite
        DISPLAY NbEnRetard " réparation(s) en retard sur " NbEnCours
                " en cours, coût estimé " CoutEdite "."
    END-IF.
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

EXAMINER-UNE-REPARATION.
    READ ReparationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinReparations
    END-READ.
    IF FinReparations = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLusCtl.
    IF StatutRep NOT = 'E'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEnCours.
    IF DateRetourPrevue NOT < DateTraitementJour
        EXIT PARAGRAPH
    END-IF.

    COMPUTE EntierPrevu = FUNCTION INTEGER-OF-DATE(DateRetourPrevue).
    COMPUTE NbJoursRetard = EntierDuJour - EntierPrevu.
    ADD 1 TO NbEnRetard.
    ADD CoutReparation TO CoutEnRetard.
    ADD CoutReparation TO MontantTotalCtl.
    DISPLAY NumeroReparation "  " NumeroLivreRep "  " NumeroExemplaireRep
            " " SiteRep "   " TypeReparateur " " CodeReparateur "  "
            DateEnvoiRep " " DateRetourPrevue " " NbJoursRetard
            "  " DescriptionDommage.
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
    MOVE "REPARAT" TO NomProgrammeCtl.
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
    MOVE NbEnRetard TO NbPostesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
