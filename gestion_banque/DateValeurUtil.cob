IDENTIFICATION DIVISION.
PROGRAM-ID. DateValeurUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RegleValeurFile
           ASSIGN TO 'ReglesDateValeur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REGLES.

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

DATA DIVISION.
FILE SECTION.
FD RegleValeurFile.
*> Règles de date de valeur, propriété de la direction financière :
*> une ligne par type de mouvement (libellé Action de l'historique),
*> le sens et le nombre de jours ouvrés de décalage entre la date
*> d'opération et la date de valeur. Un type absent du fichier est
*> valorisé le jour même de l'opération.
01 RegleValeurEnrg.
   05 ActionRegle       PIC X(20).
   05 SensRegle         PIC X.
   05 NbJoursRegle      PIC 9(2).

FD CalendrierFile.
COPY JourFerieRecord.

WORKING-STORAGE SECTION.
77 STATUS-REGLES     PIC XX.
77 STATUS-CALENDRIER PIC XX.
01 ReglesChargees    PIC X VALUE 'N'.
01 FinRegles         PIC X.
01 ReglesTable.
   02 RegleLigne OCCURS 50 TIMES.
      03 ActionTbl       PIC X(20).
      03 SensTbl         PIC X.
      03 NbJoursTbl      PIC 9(2).
01 NbRegles          PIC 9(2) VALUE 0.
01 IndexRegle        PIC 9(2).
01 RegleTrouvee      PIC X.
01 CalendrierOuvert  PIC X.
01 EntierValeur      PIC 9(7).
01 JourSemaineNum    PIC 9(1).
01 JourOuvre         PIC X.

LINKAGE SECTION.
01 ActionValeur         PIC X(20).
01 DateOperationValeur  PIC 9(8).
01 DateValeurCalculee   PIC 9(8).

PROCEDURE DIVISION USING ActionValeur DateOperationValeur
                         DateValeurCalculee.
CALCULER-DATE-VALEUR.
*> Paragraphe partagé sur le modèle de FraisOperationUtil : chaque
*> point de comptabilisation date ici la valeur du mouvement qu'il
*> va écrire dans l'historique, au lieu de laisser les intérêts
*> courir comme si tout mouvement était effectif le jour de sa
*> saisie. La règle du type de mouvement (ReglesDateValeur) donne
*> un décalage en jours ouvrés — ni samedi, ni dimanche, ni férié
*> du calendrier CalendrierFeries : une remise de chèque au crédit
*> ne compte qu'à J+1 ouvré, un retrait d'espèces dès la veille
*> ouvrée. Un débit n'est jamais valorisé après son opération.
*> Sans règle, sans décalage ou sur une date d'opération invalide,
*> la valeur est la date d'opération : le sous-programme rend
*> toujours une date.
    MOVE DateOperationValeur TO DateValeurCalculee.
    IF DateOperationValeur NOT NUMERIC OR DateOperationValeur = 0
        GOBACK
    END-IF.

    IF ReglesChargees = 'N'
        PERFORM CHARGER-REGLES
    END-IF.

    MOVE 'N' TO RegleTrouvee.
    MOVE 1 TO IndexRegle.
    PERFORM CHERCHER-UNE-REGLE
        UNTIL IndexRegle > NbRegles OR RegleTrouvee = 'O'.
    IF RegleTrouvee = 'N' OR NbJoursTbl(IndexRegle) = 0
        GOBACK
    END-IF.

    MOVE 'N' TO CalendrierOuvert.
    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER = "00"
        MOVE 'O' TO CalendrierOuvert
    END-IF.

    COMPUTE EntierValeur = FUNCTION INTEGER-OF-DATE(DateOperationValeur).
    PERFORM DECALER-UN-JOUR-OUVRE NbJoursTbl(IndexRegle) TIMES.
    COMPUTE DateValeurCalculee = FUNCTION DATE-OF-INTEGER(EntierValeur).

    IF CalendrierOuvert = 'O'
        CLOSE CalendrierFile
    END-IF.
    GOBACK.

CHERCHER-UNE-REGLE.
    IF ActionTbl(IndexRegle) = ActionValeur
        MOVE 'O' TO RegleTrouvee
    ELSE
        ADD 1 TO IndexRegle
    END-IF.
    EXIT.

DECALER-UN-JOUR-OUVRE.
    MOVE 'N' TO JourOuvre.
    PERFORM DECALER-UN-JOUR UNTIL JourOuvre = 'O'.
    EXIT.

DECALER-UN-JOUR.
*>  Reste entier d'INTEGER-OF-DATE par 7 : 0 pour dimanche, 6 pour
*>  samedi (même convention que ControleJourOuvre).
    IF SensTbl(IndexRegle) = '-'
        SUBTRACT 1 FROM EntierValeur
    ELSE
        ADD 1 TO EntierValeur
    END-IF.
    MOVE 'O' TO JourOuvre.
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierValeur, 7).
    IF JourSemaineNum = 0 OR JourSemaineNum = 6
        MOVE 'N' TO JourOuvre
    END-IF.
    IF JourOuvre = 'O' AND CalendrierOuvert = 'O'
        COMPUTE DateFerie = FUNCTION DATE-OF-INTEGER(EntierValeur)
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvre
        END-READ
    END-IF.
    EXIT.

CHARGER-REGLES.
*> Règles tenues en mémoire au premier appel. Au premier accès le
*> fichier n'existe pas encore : on l'amorce avec les règles votées
*> par la direction (même idiome que ParamArrete).
    MOVE 'O' TO ReglesChargees.
    MOVE 0 TO NbRegles.
    OPEN INPUT RegleValeurFile.
    IF STATUS-REGLES = "35"
        OPEN OUTPUT RegleValeurFile
        IF STATUS-REGLES NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "Remise chèque" TO ActionRegle
        MOVE '+' TO SensRegle
        MOVE 1 TO NbJoursRegle
        WRITE RegleValeurEnrg
        MOVE "Retrait" TO ActionRegle
        MOVE '-' TO SensRegle
        MOVE 1 TO NbJoursRegle
        WRITE RegleValeurEnrg
        CLOSE RegleValeurFile
        OPEN INPUT RegleValeurFile
    END-IF.
    IF STATUS-REGLES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinRegles.
    PERFORM CHARGER-UNE-REGLE UNTIL FinRegles = 'O'.
    CLOSE RegleValeurFile.
    EXIT.

CHARGER-UNE-REGLE.
    READ RegleValeurFile
        AT END
            MOVE 'O' TO FinRegles
        NOT AT END
            IF NbRegles NOT < 50
                DISPLAY "Table des règles de date de valeur pleine (50). Règle ignorée : "
                        ActionRegle
            ELSE
                IF NbJoursRegle NUMERIC
                   AND (SensRegle = '+' OR SensRegle = '-')
                    ADD 1 TO NbRegles
                    MOVE ActionRegle TO ActionTbl(NbRegles)
                    MOVE SensRegle TO SensTbl(NbRegles)
                    MOVE NbJoursRegle TO NbJoursTbl(NbRegles)
                END-IF
            END-IF
    END-READ.
    EXIT.
