IDENTIFICATION DIVISION.
PROGRAM-ID. FileConformiteUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AlerteFile
           ASSIGN TO 'FileConformite'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAlerteFichier
           FILE STATUS IS STATUS-ALERTES.

DATA DIVISION.
FILE SECTION.
FD AlerteFile.
*> Même dessin que AlerteConformiteRecord, passé par l'appelant.
01 AlerteFichierEnrg.
   05 NumeroAlerteFichier PIC 9(6).
   05 FILLER              PIC X(289).

WORKING-STORAGE SECTION.
77 STATUS-ALERTES    PIC XX.
01 FinAlertes        PIC X.
01 ProchaineAlerte   PIC 9(6).
01 DateHeureSysteme  PIC X(21).

LINKAGE SECTION.
COPY AlerteConformiteRecord.
01 StatutFileConformite PIC XX.

PROCEDURE DIVISION USING AlerteConformiteRecord StatutFileConformite.
DEPOSER-ALERTE.
*> Paragraphe partagé sur le modèle de JournalUtil : dépose dans la
*> file de conformité l'opération arrêtée par le criblage des
*> sanctions, sous le numéro qui suit le plus grand numéro déjà
*> attribué. L'appelant renseigne l'origine, le nom criblé, la
*> référence rapprochée et les données de l'opération ; la date,
*> l'heure et le statut 'A' (en attente) sont posés ici. Le numéro
*> attribué est rendu dans NumeroAlerte.
    OPEN I-O AlerteFile.
    IF STATUS-ALERTES = "35"
        OPEN OUTPUT AlerteFile
        CLOSE AlerteFile
        OPEN I-O AlerteFile
    END-IF.
    IF STATUS-ALERTES NOT = "00"
        MOVE STATUS-ALERTES TO StatutFileConformite
        GOBACK
    END-IF.

    MOVE 1 TO ProchaineAlerte.
    MOVE 'N' TO FinAlertes.
    PERFORM EXAMINER-UNE-ALERTE UNTIL FinAlertes = 'O'.

    MOVE ProchaineAlerte TO NumeroAlerte.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateAlerte.
    MOVE DateHeureSysteme(9:6) TO HeureAlerte.
    MOVE 'A' TO StatutAlerte.
    MOVE SPACES TO OperateurDecisionAlerte.
    MOVE 0 TO DateDecisionAlerte.
    WRITE AlerteFichierEnrg FROM AlerteConformiteRecord.
    MOVE STATUS-ALERTES TO StatutFileConformite.
    CLOSE AlerteFile.
    GOBACK.

EXAMINER-UNE-ALERTE.
    READ AlerteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinAlertes
        NOT AT END
            IF NumeroAlerteFichier >= ProchaineAlerte
                COMPUTE ProchaineAlerte = NumeroAlerteFichier + 1
            END-IF
    END-READ.
    EXIT.
