IDENTIFICATION DIVISION.
PROGRAM-ID. StatistiquesReclamations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReclamationFile
           ASSIGN TO 'Reclamations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReclamation
           FILE STATUS IS STATUS-RECLAMATIONS.

DATA DIVISION.
FILE SECTION.
FD ReclamationFile.
COPY ReclamationRecord.

WORKING-STORAGE SECTION.
77 STATUS-RECLAMATIONS PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinReclamations    PIC X VALUE 'N'.
01 MoisTraitement     PIC 9(2).
01 AnneeTraitement    PIC 9(4).
01 DateLendemain      PIC 9(8).
01 EntierDate         PIC 9(7).
01 DateDebutTrimestre PIC 9(8).

*> Les six catégories du registre, dans l'ordre d'impression. Une
*> catégorie inconnue (saisie antérieure, zone abîmée) se cumule
*> sur AUT plutôt que d'être perdue.
01 CategoriesReclam.
   02 CategorieValeurs.
      03 FILLER PIC X(33) VALUE "FRAFrais et tarification".
      03 FILLER PIC X(33) VALUE "OPEOpération contestée".
      03 FILLER PIC X(33) VALUE "CRTCarte".
      03 FILLER PIC X(33) VALUE "CRDCrédit".
      03 FILLER PIC X(33) VALUE "SRVQualité de service".
      03 FILLER PIC X(33) VALUE "AUTAutre".
   02 CategoriesRedef REDEFINES CategorieValeurs.
      03 CategorieLigne OCCURS 6 TIMES.
         04 CodeCategorieTbl    PIC X(3).
         04 LibelleCategorieTbl PIC X(30).
01 CumulsCategories.
   02 CumulCategorie OCCURS 6 TIMES.
      03 NbRecuesCategorieTbl   PIC 9(6).
      03 NbClosesCategorieTbl   PIC 9(6).
      03 NbFondeesCategorieTbl  PIC 9(6).
01 IndexCategories    PIC 9(2).

01 AgencesTable.
   02 AgenceLigne OCCURS 50 TIMES.
      03 CodeAgenceTbl          PIC X(3).
      03 NbRecuesAgenceTbl      PIC 9(6).
      03 NbClosesAgenceTbl      PIC 9(6).
      03 NbHorsDelaiAgenceTbl   PIC 9(6).
01 NbAgences         PIC 9(2) VALUE 0.
01 IndexAgences      PIC 9(2).
01 AgenceAnalyse     PIC X(3).

01 NbRecues           PIC 9(6) VALUE 0.
01 NbCloses           PIC 9(6) VALUE 0.
01 NbReponduesDelai   PIC 9(6) VALUE 0.
01 NbReponduesRetard  PIC 9(6) VALUE 0.
01 NbAccusesRetard    PIC 9(6) VALUE 0.
01 NbIssueRemb        PIC 9(6) VALUE 0.
01 NbIssueFondee      PIC 9(6) VALUE 0.
01 NbIssueNonFondee   PIC 9(6) VALUE 0.
01 NbIssueAbandon     PIC 9(6) VALUE 0.
01 TotalRembourse     PIC 9(11)V99 VALUE 0.
01 MontantEdite       PIC Z(10)9.99.
01 ClotureTrimestre   PIC X.
01 ReponseHorsDelai   PIC X.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Statistique trimestrielle des réclamations, remise au service
*> conformité pour le rapport au régulateur : réclamations reçues
*> dans le trimestre par catégorie et par agence, réclamations
*> closes dans le trimestre (quelle que soit leur date de réception)
*> avec le respect des délais de réponse et la répartition des
*> issues, accusés de réception partis en retard, et le montant
*> total rendu aux clients.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  Auto-conditionnement au dernier jour d'un trimestre civil, comme
*>  l'arrêté des comptes.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour) + 1.
    COMPUTE DateLendemain = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateTraitementJour(5:2) TO MoisTraitement.
    IF DateLendemain(1:6) = DateTraitementJour(1:6)
       OR (MoisTraitement NOT = 03 AND MoisTraitement NOT = 06
           AND MoisTraitement NOT = 09 AND MoisTraitement NOT = 12)
        DISPLAY "Pas le dernier jour d'un trimestre : statistique différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    MOVE DateTraitementJour(1:4) TO AnneeTraitement.
    EVALUATE MoisTraitement
        WHEN 03
            COMPUTE DateDebutTrimestre = AnneeTraitement * 10000 + 0101
        WHEN 06
            COMPUTE DateDebutTrimestre = AnneeTraitement * 10000 + 0401
        WHEN 09
            COMPUTE DateDebutTrimestre = AnneeTraitement * 10000 + 0701
        WHEN 12
            COMPUTE DateDebutTrimestre = AnneeTraitement * 10000 + 1001
    END-EVALUATE.

    INITIALIZE CumulsCategories.
    OPEN INPUT ReclamationFile.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Aucune réclamation enregistrée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    PERFORM CUMULER-UNE-RECLAMATION UNTIL FinReclamations = 'O'.
    CLOSE ReclamationFile.

    PERFORM IMPRIMER-STATISTIQUE.
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CUMULER-UNE-RECLAMATION.
    READ ReclamationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinReclamations
            EXIT PARAGRAPH
    END-READ.

*>  Clôture dans le trimestre : la réponse est partie entre le
*>  premier jour du trimestre et ce soir.
    MOVE 'N' TO ClotureTrimestre.
    MOVE 'N' TO ReponseHorsDelai.
    IF StatutReclam = 'C'
       AND DateReponseReclam NOT < DateDebutTrimestre
       AND DateReponseReclam NOT > DateTraitementJour
        MOVE 'O' TO ClotureTrimestre
        IF DateReponseReclam > DateLimiteReponse
            MOVE 'O' TO ReponseHorsDelai
        END-IF
    END-IF.

    IF DateReceptionReclam < DateDebutTrimestre
       OR DateReceptionReclam > DateTraitementJour
        IF ClotureTrimestre = 'N'
            EXIT PARAGRAPH
        END-IF
    ELSE
        ADD 1 TO NbRecues
*>      Accusé en retard : parti après l'échéance, ou toujours pas
*>      parti alors que l'échéance est passée.
        IF (DateAccuseReclam > 0 AND DateAccuseReclam > DateLimiteAccuse)
           OR (DateAccuseReclam = 0 AND DateLimiteAccuse < DateTraitementJour)
            ADD 1 TO NbAccusesRetard
        END-IF
    END-IF.

    MOVE 1 TO IndexCategories.
    PERFORM AVANCER-CATEGORIE
        UNTIL IndexCategories > 6
           OR CodeCategorieTbl(IndexCategories) = CategorieReclam.
    IF IndexCategories > 6
        MOVE 6 TO IndexCategories
    END-IF.
    PERFORM CUMULER-AGENCE.

    IF DateReceptionReclam NOT < DateDebutTrimestre
       AND DateReceptionReclam NOT > DateTraitementJour
        ADD 1 TO NbRecuesCategorieTbl(IndexCategories)
        ADD 1 TO NbRecuesAgenceTbl(IndexAgences)
    END-IF.

    IF ClotureTrimestre = 'N'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCloses.
    ADD 1 TO NbClosesCategorieTbl(IndexCategories).
    ADD 1 TO NbClosesAgenceTbl(IndexAgences).
    IF ReponseHorsDelai = 'O'
        ADD 1 TO NbReponduesRetard
        ADD 1 TO NbHorsDelaiAgenceTbl(IndexAgences)
    ELSE
        ADD 1 TO NbReponduesDelai
    END-IF.
    EVALUATE IssueReclam
        WHEN 'R'
            ADD 1 TO NbIssueRemb
            ADD 1 TO NbFondeesCategorieTbl(IndexCategories)
            ADD MontantRembourse TO TotalRembourse
            ADD MontantRembourse TO MontantTotalCtl
        WHEN 'F'
            ADD 1 TO NbIssueFondee
            ADD 1 TO NbFondeesCategorieTbl(IndexCategories)
        WHEN 'N'
            ADD 1 TO NbIssueNonFondee
        WHEN OTHER
            ADD 1 TO NbIssueAbandon
    END-EVALUATE.
    EXIT.

AVANCER-CATEGORIE.
    ADD 1 TO IndexCategories.
    EXIT.

CUMULER-AGENCE.
    MOVE CodeAgenceReclam TO AgenceAnalyse.
    MOVE 1 TO IndexAgences.
    PERFORM AVANCER-AGENCE
        UNTIL IndexAgences > NbAgences
           OR CodeAgenceTbl(IndexAgences) = AgenceAnalyse.
    IF IndexAgences > NbAgences
        IF NbAgences NOT < 50
            DISPLAY "Table des agences pleine (50). Agence cumulée en dernière ligne : "
                    AgenceAnalyse
            MOVE 50 TO IndexAgences
        ELSE
            ADD 1 TO NbAgences
            INITIALIZE AgenceLigne(NbAgences)
            MOVE AgenceAnalyse TO CodeAgenceTbl(NbAgences)
            MOVE NbAgences TO IndexAgences
        END-IF
    END-IF.
    EXIT.

AVANCER-AGENCE.
    ADD 1 TO IndexAgences.
    EXIT.

IMPRIMER-STATISTIQUE.
    DISPLAY "========================================================".
    DISPLAY "STATISTIQUE TRIMESTRIELLE DES RÉCLAMATIONS".
    DISPLAY "Période du " DateDebutTrimestre " au " DateTraitementJour.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Réclamations reçues               : " NbRecues.
    DISPLAY "Accusés de réception en retard    : " NbAccusesRetard.
    DISPLAY "Réclamations closes               : " NbCloses.
    DISPLAY "   dont réponse dans le délai     : " NbReponduesDelai.
    DISPLAY "   dont réponse hors délai        : " NbReponduesRetard.
    DISPLAY "Issues des réclamations closes :".
    DISPLAY "   remboursement                  : " NbIssueRemb.
    DISPLAY "   fondée sans remboursement      : " NbIssueFondee.
    DISPLAY "   non fondée                     : " NbIssueNonFondee.
    DISPLAY "   abandonnée                     : " NbIssueAbandon.
    MOVE TotalRembourse TO MontantEdite.
    DISPLAY "Total remboursé aux clients       : " MontantEdite.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR CATÉGORIE (reçues / closes / fondées)".
    PERFORM IMPRIMER-UNE-CATEGORIE
        VARYING IndexCategories FROM 1 BY 1 UNTIL IndexCategories > 6.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR AGENCE (reçues / closes / hors délai)".
    PERFORM IMPRIMER-UNE-AGENCE
        VARYING IndexAgences FROM 1 BY 1 UNTIL IndexAgences > NbAgences.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UNE-CATEGORIE.
    DISPLAY CodeCategorieTbl(IndexCategories) " "
            LibelleCategorieTbl(IndexCategories) " "
            NbRecuesCategorieTbl(IndexCategories) " "
            NbClosesCategorieTbl(IndexCategories) " "
            NbFondeesCategorieTbl(IndexCategories).
    EXIT.

IMPRIMER-UNE-AGENCE.
    DISPLAY "Agence " CodeAgenceTbl(IndexAgences) " : "
            NbRecuesAgenceTbl(IndexAgences) " "
            NbClosesAgenceTbl(IndexAgences) " "
            NbHorsDelaiAgenceTbl(IndexAgences).
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
    MOVE "RECLSTAT" TO NomProgrammeCtl.
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
    MOVE NbRecues TO NbLusCtl.
    MOVE NbCloses TO NbPostesCtl.
    MOVE NbReponduesRetard TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
