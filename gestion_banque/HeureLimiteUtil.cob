IDENTIFICATION DIVISION.
PROGRAM-ID. HeureLimiteUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HeureLimiteFile
           ASSIGN TO 'HeuresLimites'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-LIMITES.

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

DATA DIVISION.
FILE SECTION.
FD HeureLimiteFile.
*> Heures limites d'exécution dans la journée, propriété du service
*> des opérations : une ligne par type d'opération. VEXT virement
*> externe, SALA lot de paie, PREL présentation de prélèvements. Un
*> type absent du fichier n'a pas d'heure limite (seul le jour
*> ouvré compte).
01 HeureLimiteEnrg.
   05 CodeOperationHL   PIC X(4).
   05 HeureLimiteHL     PIC 9(6).
   05 LibelleHL         PIC X(30).

FD CalendrierFile.
COPY JourFerieRecord.

WORKING-STORAGE SECTION.
77 STATUS-LIMITES    PIC XX.
77 STATUS-CALENDRIER PIC XX.
01 LimitesChargees   PIC X VALUE 'N'.
01 FinLimites        PIC X.
01 LimitesTable.
   02 LimiteLigne OCCURS 20 TIMES.
      03 CodeOperationTbl PIC X(4).
      03 HeureLimiteTbl   PIC 9(6).
01 NbLimites         PIC 9(2) VALUE 0.
01 IndexLimite       PIC 9(2).
01 LimiteTrouvee     PIC X.
01 CalendrierOuvert  PIC X.
01 EntierExecution   PIC 9(7).
01 JourSemaineNum    PIC 9(1).
01 JourOuvre         PIC X.

LINKAGE SECTION.
01 CodeOperationLimite  PIC X(4).
01 DateSaisieLimite     PIC 9(8).
01 HeureSaisieLimite    PIC 9(6).
01 DateExecutionLimite  PIC 9(8).
*> 'O' si l'opération est reportée à un jour ouvré ultérieur.
01 OperationReportee    PIC X.

PROCEDURE DIVISION USING CodeOperationLimite DateSaisieLimite
                         HeureSaisieLimite DateExecutionLimite
                         OperationReportee.
CALCULER-DATE-EXECUTION.
*> Paragraphe partagé sur le modèle de DateValeurUtil : chaque point
*> de saisie d'un virement externe, d'un lot de paie ou d'une
*> présentation de prélèvements demande ici sa date d'exécution. Un
*> ordre saisi un jour ouvré avant l'heure limite de son type part
*> le jour même ; saisi après l'heure limite, un samedi, un dimanche
*> ou un férié de CalendrierFeries, il part le jour ouvré suivant et
*> attend jusque-là. Sur une date de saisie invalide, la date
*> d'exécution est la date de saisie : le sous-programme rend
*> toujours une date.
    MOVE DateSaisieLimite TO DateExecutionLimite.
    MOVE 'N' TO OperationReportee.
    IF DateSaisieLimite NOT NUMERIC OR DateSaisieLimite = 0
        GOBACK
    END-IF.

    IF LimitesChargees = 'N'
        PERFORM CHARGER-LIMITES
    END-IF.

    MOVE 'N' TO LimiteTrouvee.
    MOVE 1 TO IndexLimite.
    PERFORM CHERCHER-UNE-LIMITE
        UNTIL IndexLimite > NbLimites OR LimiteTrouvee = 'O'.

    MOVE 'N' TO CalendrierOuvert.
    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER = "00"
        MOVE 'O' TO CalendrierOuvert
    END-IF.

    COMPUTE EntierExecution = FUNCTION INTEGER-OF-DATE(DateSaisieLimite).
    PERFORM CONTROLER-JOUR-OUVRE.
    IF JourOuvre = 'O' AND LimiteTrouvee = 'O'
       AND HeureSaisieLimite NUMERIC
       AND HeureSaisieLimite > HeureLimiteTbl(IndexLimite)
        MOVE 'N' TO JourOuvre
    END-IF.
    IF JourOuvre = 'N'
        MOVE 'O' TO OperationReportee
        PERFORM AVANCER-UN-JOUR UNTIL JourOuvre = 'O'
        COMPUTE DateExecutionLimite = FUNCTION DATE-OF-INTEGER(EntierExecution)
    END-IF.

    IF CalendrierOuvert = 'O'
        CLOSE CalendrierFile
    END-IF.
    GOBACK.

CHERCHER-UNE-LIMITE.
    IF CodeOperationTbl(IndexLimite) = CodeOperationLimite
        MOVE 'O' TO LimiteTrouvee
    ELSE
        ADD 1 TO IndexLimite
    END-IF.
    EXIT.

AVANCER-UN-JOUR.
    ADD 1 TO EntierExecution.
    PERFORM CONTROLER-JOUR-OUVRE.
    EXIT.

CONTROLER-JOUR-OUVRE.
*>  Reste entier d'INTEGER-OF-DATE par 7 : 0 pour dimanche, 6 pour
*>  samedi (même convention que ControleJourOuvre).
    MOVE 'O' TO JourOuvre.
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierExecution, 7).
    IF JourSemaineNum = 0 OR JourSemaineNum = 6
        MOVE 'N' TO JourOuvre
    END-IF.
    IF JourOuvre = 'O' AND CalendrierOuvert = 'O'
        COMPUTE DateFerie = FUNCTION DATE-OF-INTEGER(EntierExecution)
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvre
        END-READ
    END-IF.
    EXIT.

CHARGER-LIMITES.
*> Heures tenues en mémoire au premier appel. Au premier accès le
*> fichier n'existe pas encore : on l'amorce avec les heures de la
*> convention de compensation (même idiome que ReglesDateValeur).
    MOVE 'O' TO LimitesChargees.
    MOVE 0 TO NbLimites.
    OPEN INPUT HeureLimiteFile.
    IF STATUS-LIMITES = "35"
        OPEN OUTPUT HeureLimiteFile
        IF STATUS-LIMITES NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "VEXT" TO CodeOperationHL
        MOVE 163000 TO HeureLimiteHL
        MOVE "Virement externe" TO LibelleHL
        WRITE HeureLimiteEnrg
        MOVE "SALA" TO CodeOperationHL
        MOVE 150000 TO HeureLimiteHL
        MOVE "Lot de paie" TO LibelleHL
        WRITE HeureLimiteEnrg
        MOVE "PREL" TO CodeOperationHL
        MOVE 140000 TO HeureLimiteHL
        MOVE "Présentation de prélèvements" TO LibelleHL
        WRITE HeureLimiteEnrg
        CLOSE HeureLimiteFile
        OPEN INPUT HeureLimiteFile
    END-IF.
    IF STATUS-LIMITES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinLimites.
    PERFORM CHARGER-UNE-LIMITE UNTIL FinLimites = 'O'.
    CLOSE HeureLimiteFile.
    EXIT.

CHARGER-UNE-LIMITE.
    READ HeureLimiteFile
        AT END
            MOVE 'O' TO FinLimites
        NOT AT END
            IF NbLimites NOT < 20
                DISPLAY "Table des heures limites pleine (20). Ligne ignorée : "
                        CodeOperationHL
            ELSE
                IF HeureLimiteHL NUMERIC
                    ADD 1 TO NbLimites
                    MOVE CodeOperationHL TO CodeOperationTbl(NbLimites)
                    MOVE HeureLimiteHL TO HeureLimiteTbl(NbLimites)
                END-IF
            END-IF
    END-READ.
    EXIT.
