IDENTIFICATION DIVISION.
PROGRAM-ID. ImportSanctions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ListeOfficielleFile
           ASSIGN TO 'ListeSanctionsOfficielle'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-OFFICIELLE.

    SELECT SanctionFile
           ASSIGN TO 'ListeSanctions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ReferenceSanction
           FILE STATUS IS STATUS-SANCTIONS.

DATA DIVISION.
FILE SECTION.
FD ListeOfficielleFile.
*> Liste consolidée des personnes, entités et pays visés par les
*> mesures de gel des avoirs et d'embargo, telle que publiée : une
*> ligne par inscription, même dessin que SanctionRecord.
01 SanctionOfficielleRecord.
   05 ReferenceOfficielle     PIC X(12).
   05 TypeOfficiel            PIC X.
   05 NomOfficiel             PIC X(40).
   05 ProgrammeOfficiel       PIC X(10).
   05 DateInscriptionOff      PIC 9(8).

FD SanctionFile.
COPY SanctionRecord.

WORKING-STORAGE SECTION.
77 STATUS-OFFICIELLE PIC XX.
77 STATUS-SANCTIONS  PIC XX.
01 FinOfficielle     PIC X.
01 DateHeureSysteme  PIC X(21).
01 InscriptionValide PIC X.
01 NbInscriptionsValides PIC 9(6) VALUE 0.
01 NbSanctionsChargees   PIC 9(6) VALUE 0.
01 NbSanctionsRefusees   PIC 9(6) VALUE 0.

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
*> Identité reportée sur les lignes d'audit : un lot de nuit n'a
*> pas d'opérateur au terminal, il signe de son nom de programme.
01 CodeOperateurSession  PIC X(8) VALUE "IMPSANC".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Chargement de la liste officielle des sanctions et embargos dans
*> ListeSanctions, sur le modèle de l'import des taux de la chambre :
*> chaque publication remplace la liste EN ENTIER (une radiation
*> doit disparaître du criblage dès la nuit suivante). Pas de
*> publication cette nuit : la liste en vigueur est conservée, ce
*> n'est pas une anomalie. Une première passe compte les
*> inscriptions recevables ; une remise qui n'en contient aucune
*> (fichier tronqué ou altéré) est refusée et ne vide jamais la
*> liste en vigueur.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    PERFORM COMPTER-INSCRIPTIONS.
    IF STATUS-OFFICIELLE = "35" OR NbLusCtl = 0
        DISPLAY "Aucune nouvelle publication de la liste des sanctions :"
                " liste en vigueur conservée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF NbInscriptionsValides = 0
        DISPLAY "*** Liste des sanctions reçue sans aucune inscription recevable :"
                " remise refusée, liste en vigueur conservée. ***"
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT ListeOfficielleFile.
    IF STATUS-OFFICIELLE NOT = "00"
        DISPLAY "Impossible d'ouvrir ListeSanctionsOfficielle. Code de statut : " STATUS-OFFICIELLE
        STOP RUN
    END-IF.
    OPEN OUTPUT SanctionFile.
    IF STATUS-SANCTIONS NOT = "00"
        DISPLAY "Impossible de recréer ListeSanctions. Code de statut : " STATUS-SANCTIONS
        CLOSE ListeOfficielleFile
        STOP RUN
    END-IF.

    MOVE 'N' TO FinOfficielle.
    PERFORM CHARGER-UNE-INSCRIPTION UNTIL FinOfficielle = 'O'.

    CLOSE ListeOfficielleFile.
    CLOSE SanctionFile.

*>  La publication repart vide : la suivante la remplacera.
    OPEN OUTPUT ListeOfficielleFile.
    IF STATUS-OFFICIELLE = "00"
        CLOSE ListeOfficielleFile
    END-IF.

    PERFORM JOURNALISER-CHARGEMENT.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Liste des sanctions rechargée : " NbSanctionsChargees
            " inscription(s), " NbSanctionsRefusees " refusée(s).".
    IF NbSanctionsRefusees > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

COMPTER-INSCRIPTIONS.
*> Première passe, en lecture seule.
    OPEN INPUT ListeOfficielleFile.
    IF STATUS-OFFICIELLE = "35"
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-OFFICIELLE NOT = "00"
        DISPLAY "Impossible d'ouvrir ListeSanctionsOfficielle. Code de statut : " STATUS-OFFICIELLE
        STOP RUN
    END-IF.
    MOVE 'N' TO FinOfficielle.
    PERFORM COMPTER-UNE-INSCRIPTION UNTIL FinOfficielle = 'O'.
    CLOSE ListeOfficielleFile.
    EXIT.

COMPTER-UNE-INSCRIPTION.
    READ ListeOfficielleFile
        AT END
            MOVE 'O' TO FinOfficielle
    END-READ.
    IF FinOfficielle NOT = 'O'
        ADD 1 TO NbLusCtl
        PERFORM CONTROLER-INSCRIPTION
        IF InscriptionValide = 'O'
            ADD 1 TO NbInscriptionsValides
        END-IF
    END-IF.
    EXIT.

CONTROLER-INSCRIPTION.
*> Une inscription sans référence, de type inconnu ou sans nom (ou
*> sans code pays pour un embargo) ne peut pas être criblée.
    MOVE 'O' TO InscriptionValide.
    IF ReferenceOfficielle = SPACES
       OR (TypeOfficiel NOT = 'N' AND TypeOfficiel NOT = 'P')
       OR NomOfficiel = SPACES
        MOVE 'N' TO InscriptionValide
    END-IF.
    IF TypeOfficiel = 'P'
       AND (NomOfficiel(1:1) < 'A' OR NomOfficiel(1:1) > 'Z'
            OR NomOfficiel(2:1) < 'A' OR NomOfficiel(2:1) > 'Z')
        MOVE 'N' TO InscriptionValide
    END-IF.
    EXIT.

CHARGER-UNE-INSCRIPTION.
    READ ListeOfficielleFile
        AT END
            MOVE 'O' TO FinOfficielle
    END-READ.
    IF FinOfficielle = 'O'
        EXIT PARAGRAPH
    END-IF.

    PERFORM CONTROLER-INSCRIPTION.
    IF InscriptionValide = 'N'
        ADD 1 TO NbSanctionsRefusees
        DISPLAY "Inscription refusée (référence, type ou nom invalide) : "
                ReferenceOfficielle " " NomOfficiel
        EXIT PARAGRAPH
    END-IF.

    MOVE ReferenceOfficielle TO ReferenceSanction.
    MOVE TypeOfficiel TO TypeSanction.
    MOVE NomOfficiel TO NomSanctionne.
    MOVE ProgrammeOfficiel TO ProgrammeSanction.
    IF DateInscriptionOff NUMERIC
        MOVE DateInscriptionOff TO DateInscription
    ELSE
        MOVE DateTraitementJour TO DateInscription
    END-IF.
    WRITE SanctionRecord
        INVALID KEY
            ADD 1 TO NbSanctionsRefusees
            DISPLAY "Inscription en double ignorée : " ReferenceOfficielle
            EXIT PARAGRAPH
    END-WRITE.
    IF STATUS-SANCTIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de ListeSanctions. Code de statut : " STATUS-SANCTIONS
        STOP RUN
    END-IF.
    ADD 1 TO NbSanctionsChargees.
    EXIT.

JOURNALISER-CHARGEMENT.
*> Le rechargement de la liste fait partie de la piste d'audit de
*> conformité : un criblage se juge sur la liste en vigueur ce
*> jour-là.
    MOVE SPACES TO LigneAuditBanque.
    STRING "LISTE SANCTIONS RECHARGEE " DELIMITED BY SIZE
           NbSanctionsChargees DELIMITED BY SIZE
           " inscriptions " DELIMITED BY SIZE
           NbSanctionsRefusees DELIMITED BY SIZE
           " refusees " DELIMITED BY SIZE
           DateTraitementJour DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
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
    MOVE "IMPSANC" TO NomProgrammeCtl.
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
    MOVE NbSanctionsChargees TO NbPostesCtl.
    MOVE NbSanctionsRefusees TO NbRejetesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
