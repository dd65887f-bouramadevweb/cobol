IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancierReclamations.

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
01 EntierDate         PIC 9(7).
01 JourSemaineNum     PIC 9(1).
01 DateEcheanceSuivie PIC 9(8).
01 LibelleEcheance    PIC X(8).
01 JoursRestants      PIC S9(5).
01 MentionEcheance    PIC X(10).
*> Horizon de l'échéancier : une réclamation dont l'échéance en
*> cours tombe dans les quinze jours (ou est dépassée) est listée.
01 HorizonProcheJours PIC 9(3) VALUE 15.

01 NbOuvertes         PIC 9(6) VALUE 0.
01 NbProches          PIC 9(6) VALUE 0.
01 NbDepassees        PIC 9(6) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Échéancier hebdomadaire des réclamations ouvertes : pour chacune,
*> l'échéance en cours — l'accusé de réception tant qu'il n'est pas
*> parti, la réponse ensuite — et les jours qui restent avant elle.
*> Sont listées celles dont l'échéance tombe dans l'horizon ou est
*> déjà dépassée, pour que le service relance l'opérateur affecté
*> avant que le délai réglementaire ne soit manqué.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  Lancé toutes les nuits par la fenêtre mais ne travaille que le
*>  lundi, comme l'audit d'intégrité.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierDate, 7).
    IF JourSemaineNum NOT = 1
        DISPLAY "Échéancier des réclamations : pas lundi, rien à faire."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    OPEN INPUT ReclamationFile.
    IF STATUS-RECLAMATIONS NOT = "00"
        DISPLAY "Aucune réclamation enregistrée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "ÉCHÉANCIER DES RÉCLAMATIONS DU " DateTraitementJour.
    DISPLAY "(échéance dans les " HorizonProcheJours " jours ou dépassée)".
    DISPLAY "--------------------------------------------------------".

    PERFORM EXAMINER-UNE-RECLAMATION UNTIL FinReclamations = 'O'.
    CLOSE ReclamationFile.

    DISPLAY "--------------------------------------------------------".
    DISPLAY NbOuvertes " réclamation(s) ouverte(s), dont " NbProches
            " proche(s) de l'échéance et " NbDepassees " hors délai.".
    DISPLAY "========================================================".
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbDepassees > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

EXAMINER-UNE-RECLAMATION.
    READ ReclamationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinReclamations
            EXIT PARAGRAPH
    END-READ.
    IF StatutReclam = 'C'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbOuvertes.
    IF StatutReclam = 'O'
        MOVE DateLimiteAccuse TO DateEcheanceSuivie
        MOVE "ACCUSÉ" TO LibelleEcheance
    ELSE
        MOVE DateLimiteReponse TO DateEcheanceSuivie
        MOVE "RÉPONSE" TO LibelleEcheance
    END-IF.
    COMPUTE JoursRestants =
            FUNCTION INTEGER-OF-DATE(DateEcheanceSuivie)
            - FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    IF JoursRestants > HorizonProcheJours
        EXIT PARAGRAPH
    END-IF.
    IF JoursRestants < 0
        MOVE "DÉPASSÉ" TO MentionEcheance
        ADD 1 TO NbDepassees
    ELSE
        MOVE "PROCHE" TO MentionEcheance
        ADD 1 TO NbProches
    END-IF.
    DISPLAY NumeroReclamation " " CategorieReclam
            " compte " NumeroCompteReclam
            " agence " CodeAgenceReclam
            " | reçue " DateReceptionReclam
            " | " LibelleEcheance " " DateEcheanceSuivie
            " (" JoursRestants " j) " MentionEcheance
            " | " OperateurAssigne.
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
    MOVE "RECLECH" TO NomProgrammeCtl.
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
    MOVE NbOuvertes TO NbLusCtl.
    MOVE NbProches TO NbPostesCtl.
    MOVE NbDepassees TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
