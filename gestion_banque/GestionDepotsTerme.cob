           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT GarantiePretFile
           ASSIGN TO 'GarantiesPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroGarantie
           ALTERNATE RECORD KEY IS NumeroPretGarantie WITH DUPLICATES
           FILE STATUS IS STATUS-GARANTIES.

    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
FD HistoriqueFile.
COPY HistoriqueRecord.

FD GarantiePretFile.
COPY GarantiePretRecord.

FD PretFile.
COPY PretRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
77 STATUS-COMPTES    PIC XX.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-SESSION    PIC XX.
77 STATUS-GARANTIES  PIC XX.
77 STATUS-PRETS      PIC XX.
01 FinGaranties      PIC X.
01 DepotNanti        PIC X.
01 PretNantissement  PIC 9(6).
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
        DISPLAY "Ce dépôt à terme est déjà clos."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CONTROLER-NANTISSEMENT.
    IF DepotNanti = 'O'
        DISPLAY "Dépôt à terme nanti en garantie du prêt "
                PretNantissement " : retrait anticipé refusé."
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteTerme TO NumeroCompte.
    READ CompteFile
            " re-crédités.".
    EXIT.

CONTROLER-NANTISSEMENT.
*> Un dépôt à terme nanti (registre GarantiesPrets) reste bloqué tant
*> que le prêt qu'il garantit est en cours ou passé en perte (la
*> banque réalise alors le gage) ; une fois le prêt soldé ou la
*> garantie levée, il redevient retirable. Registre ou fichier
*> des prêts absent : aucun nantissement possible.
    MOVE 'N' TO DepotNanti.
    MOVE 0 TO PretNantissement.
    OPEN INPUT GarantiePretFile.
    IF STATUS-GARANTIES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PretFile.
    IF STATUS-PRETS NOT = "00"
        CLOSE GarantiePretFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinGaranties.
    PERFORM EXAMINER-UNE-GARANTIE UNTIL FinGaranties = 'O'.
    CLOSE GarantiePretFile.
    CLOSE PretFile.
    EXIT.

EXAMINER-UNE-GARANTIE.
    READ GarantiePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinGaranties
    END-READ.
    IF FinGaranties = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF TypeGarantie NOT = 'N' OR StatutGarantie NOT = 'A'
       OR NumeroDepotGarantie NOT = NumeroDepotTerme
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroPretGarantie TO NumeroPret.
    READ PretFile
        KEY IS NumeroPret
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF StatutPret = 'O' OR StatutPret = 'P'
        MOVE 'O' TO DepotNanti
        MOVE NumeroPret TO PretNantissement
        MOVE 'O' TO FinGaranties
    END-IF.
    EXIT.

ECRIRE-HISTORIQUE-TERME.
*> Même idiome d'ouverture à la demande que ECRIRE-VIREMENT-EXTERNE
*> dans Banque.cob.
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:8) TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
