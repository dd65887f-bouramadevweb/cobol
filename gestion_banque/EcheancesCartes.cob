IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancesCartes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CarteFile
           ASSIGN TO 'CartesBancaires'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCarte
           FILE STATUS IS STATUS-CARTES.

    SELECT RenouvellementFile
           ASSIGN TO 'RenouvellementsCartes'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-RENOUVELLEMENTS.

DATA DIVISION.
FILE SECTION.
FD CarteFile.
COPY CarteRecord.

FD RenouvellementFile.
*> Liste de travail du service cartes, refaite chaque nuit : les
*> cartes actives pas encore renouvelées qui expirent à la fin du
*> mois prochain au plus tard. Une carte en sort dès que son
*> renouvellement est saisi dans GestionCartes.
01 RenouvellementRecord.
   05 DateListeRenouv        PIC 9(8).
   05 NumeroCarteRenouv      PIC X(16).
   05 NumeroCompteRenouv     PIC X(10).
   05 NomPorteurRenouv       PIC X(30).
   05 DateExpirationRenouv   PIC 9(6).

WORKING-STORAGE SECTION.
77 STATUS-CARTES          PIC XX.
77 STATUS-RENOUVELLEMENTS PIC XX.
01 FinCartes          PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 MoisCourant        PIC 9(6).
01 MoisSuivant        PIC 9(6).
01 NbCartesLues       PIC 9(6) VALUE 0.
01 NbCartesExpirees   PIC 9(6) VALUE 0.
01 NbCartesARenouveler PIC 9(6) VALUE 0.

01 NomAuditBanque        PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque      PIC X(200).
01 StatutAudit           PIC XX.
01 CodeOperateurSession  PIC X(8) VALUE "ECHCARTE".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Échéances des cartes de débit : une carte active dont le mois
*> d'expiration est passé devient expirée ('E') et les autorisations
*> la refusent dès lors sans autre contrôle. Les cartes qui expirent
*> d'ici la fin du mois prochain sans avoir été renouvelées sont
*> listées pour le service cartes, qui a ainsi un mois pour faire
*> fabriquer et poster la nouvelle carte. La liste est refaite
*> chaque nuit plutôt qu'au premier du mois : un premier du mois
*> chômé ne fait sauter aucun renouvellement.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    MOVE DateTraitementJour(1:6) TO MoisCourant.
    IF DateTraitementJour(5:2) = "12"
        COMPUTE MoisSuivant = MoisCourant + 89
    ELSE
        COMPUTE MoisSuivant = MoisCourant + 1
    END-IF.

    OPEN I-O CarteFile.
    IF STATUS-CARTES = "35"
        DISPLAY "Aucune carte émise (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-CARTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CartesBancaires. Code de statut : " STATUS-CARTES
        STOP RUN
    END-IF.
    OPEN OUTPUT RenouvellementFile.
    IF STATUS-RENOUVELLEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir RenouvellementsCartes. Code de statut : " STATUS-RENOUVELLEMENTS
        CLOSE CarteFile
        STOP RUN
    END-IF.

    PERFORM EXAMINER-UNE-CARTE UNTIL FinCartes = 'O'.

    CLOSE CarteFile.
    CLOSE RenouvellementFile.

    IF NbCartesExpirees > 0
        PERFORM JOURNALISER-EXPIRATIONS
    END-IF.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Échéances des cartes terminées : " NbCartesExpirees
            " carte(s) expirée(s), " NbCartesARenouveler
            " à renouveler, sur " NbCartesLues " lue(s).".
    GOBACK.

EXAMINER-UNE-CARTE.
    READ CarteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinCartes
    END-READ.
    IF FinCartes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCartesLues.
    IF StatutCarte NOT = 'A'
        EXIT PARAGRAPH
    END-IF.

    IF DateExpirationCarte < MoisCourant
        MOVE 'E' TO StatutCarte
        REWRITE CarteRecord
        IF STATUS-CARTES NOT = "00"
            DISPLAY "Erreur à la mise à jour de la carte " NumeroCarte
                    ". Code de statut : " STATUS-CARTES
            STOP RUN
        END-IF
        ADD 1 TO NbCartesExpirees
        EXIT PARAGRAPH
    END-IF.

    IF DateExpirationCarte <= MoisSuivant
       AND CarteRemplacante = SPACES
        MOVE DateTraitementJour TO DateListeRenouv
        MOVE NumeroCarte TO NumeroCarteRenouv
        MOVE NumeroCompteCarte TO NumeroCompteRenouv
        MOVE NomPorteurCarte TO NomPorteurRenouv
        MOVE DateExpirationCarte TO DateExpirationRenouv
        WRITE RenouvellementRecord
        IF STATUS-RENOUVELLEMENTS NOT = "00"
            DISPLAY "Erreur à l'écriture de RenouvellementsCartes. Code de statut : " STATUS-RENOUVELLEMENTS
            STOP RUN
        END-IF
        ADD 1 TO NbCartesARenouveler
    END-IF.
    EXIT.

JOURNALISER-EXPIRATIONS.
    MOVE SPACES TO LigneAuditBanque.
    STRING "CARTES EXPIREES " DELIMITED BY SIZE
           NbCartesExpirees DELIMITED BY SIZE
           " fin " DELIMITED BY SIZE
           MoisCourant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
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
    MOVE "ECHCARTE" TO NomProgrammeCtl.
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
    MOVE NbCartesLues TO NbLusCtl.
    COMPUTE NbPostesCtl = NbCartesExpirees + NbCartesARenouveler.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
