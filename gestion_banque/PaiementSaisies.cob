IDENTIFICATION DIVISION.
PROGRAM-ID. PaiementSaisies.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SaisieFile
           ASSIGN TO 'RegistreSaisies'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroSaisie
           FILE STATUS IS STATUS-SAISIES.

    SELECT SaisieCompteFile
           ASSIGN TO 'SaisiesComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSaisieCompte
           FILE STATUS IS STATUS-SAISIESCPT.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT BlocageFile
           ASSIGN TO 'BlocagesFonds'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT VirementExterneFile
           ASSIGN TO 'VirementExterne'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-VIREXT.

    SELECT CourrierSaisieFile
           ASSIGN TO 'CourriersSaisies'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COURRIERS.

DATA DIVISION.
FILE SECTION.
FD SaisieFile.
COPY SaisieRecord.

FD SaisieCompteFile.
COPY SaisieCompteRecord.

FD CompteFile.
COPY CompteRecord.

FD BlocageFile.
COPY BlocageRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD VirementExterneFile.
01 VirementExterneRecord.
   05 NumeroCompteSourceExt       PIC X(10).
   05 CodeBanqueDestinataire      PIC X(11).
   05 NumeroCompteDestinataireExt PIC X(20).
   05 MontantVirementExterne      PIC 9(11)V99.
   05 DeviseVirementExterne       PIC X(3).
   05 DateVirementExterne         PIC 9(8).
   05 ReferenceVirExt             PIC X(14).
   05 StatutVirExt                PIC X.

FD CourrierSaisieFile.
COPY CourrierSaisieRecord.

WORKING-STORAGE SECTION.
77 STATUS-SAISIES      PIC XX.
77 STATUS-SAISIESCPT   PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-BLOCAGES     PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
77 STATUS-VIREXT       PIC XX.
77 STATUS-COURRIERS    PIC XX.
01 FinSaisies         PIC X VALUE 'N'.
01 FinDetail          PIC X.
01 DateHeureSysteme   PIC X(21).
01 NbSaisiesLues      PIC 9(6) VALUE 0.
01 NbSaisiesPayees    PIC 9(6) VALUE 0.
01 NbPaiementsRejetes PIC 9(6) VALUE 0.
01 MontantPayeCourant PIC 9(11)V99.
*> Compteur d'émission de la course, comme dans PaiementsSalaires :
*> plusieurs paiements partent dans la même seconde.
01 CompteurRefVirExt  PIC 9(4) VALUE 0.

01 NomAuditBanque     PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque   PIC X(200).
01 StatutAudit        PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "PAIESAIS".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Paiement des créanciers saisissants : une saisie active dont le
*> délai de contestation est écoulé à la date de traitement est
*> dénouée. Pour chaque compte à part gelée, le blocage "SAISIE" est
*> levé, le compte débité de la part gelée et la somme virée au
*> créancier par la compensation (VirementExterneFile), puis l'avis
*> de paiement part au tiers saisissant. Une saisie contestée ('C')
*> attend la décision du juge et n'est pas touchée.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    OPEN I-O SaisieFile.
    IF STATUS-SAISIES = "35"
        DISPLAY "Aucune saisie enregistrée (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Impossible d'ouvrir RegistreSaisies. Code de statut : " STATUS-SAISIES
        STOP RUN
    END-IF.
    OPEN I-O SaisieCompteFile.
    IF STATUS-SAISIESCPT NOT = "00"
        DISPLAY "Impossible d'ouvrir SaisiesComptes. Code de statut : " STATUS-SAISIESCPT
        STOP RUN
    END-IF.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        STOP RUN
    END-IF.
    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Impossible d'ouvrir HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.

    PERFORM TRAITER-UNE-SAISIE UNTIL FinSaisies = 'O'.

    CLOSE SaisieFile.
    CLOSE SaisieCompteFile.
    CLOSE CompteFile.
    CLOSE BlocageFile.
    CLOSE HistoriqueFile.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Paiement des saisies terminé : " NbSaisiesPayees
            " saisie(s) payée(s) sur " NbSaisiesLues " lue(s), "
            NbPaiementsRejetes " paiement(s) de compte rejeté(s).".
    GOBACK.

TRAITER-UNE-SAISIE.
    READ SaisieFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSaisies
    END-READ.
    IF FinSaisies = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbSaisiesLues.
    IF StatutSaisie NOT = 'A'
       OR DateFinContestation > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO MontantPayeCourant.
    MOVE 'N' TO FinDetail.
    MOVE NumeroSaisie TO NumeroSaisieCpt.
    MOVE LOW-VALUES TO NumeroCompteSaisieCpt.
    START SaisieCompteFile KEY IS NOT LESS THAN CleSaisieCompte
        INVALID KEY
            MOVE 'O' TO FinDetail
    END-START.
    PERFORM PAYER-UN-COMPTE UNTIL FinDetail = 'O'.

    ADD MontantPayeCourant TO MontantPayeSaisie.
    MOVE 'P' TO StatutSaisie.
    MOVE DateTraitementJour TO DateDenouementSaisie.
    REWRITE SaisieRecord.
    IF STATUS-SAISIES NOT = "00"
        DISPLAY "Erreur à la mise à jour de la saisie " NumeroSaisie
                ". Code de statut : " STATUS-SAISIES
        STOP RUN
    END-IF.
    ADD 1 TO NbSaisiesPayees.
    ADD 1 TO NbPostesCtl.
    ADD MontantPayeCourant TO MontantTotalCtl.
    PERFORM EDITER-AVIS-PAIEMENT.
    PERFORM JOURNALISER-PAIEMENT.
    DISPLAY "Saisie " NumeroSaisie " payée : " MontantPayeCourant
            " à " NomCreancierSaisie ".".
    EXIT.

PAYER-UN-COMPTE.
    READ SaisieCompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDetail
    END-READ.
    IF FinDetail = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroSaisieCpt NOT = NumeroSaisie
        MOVE 'O' TO FinDetail
        EXIT PARAGRAPH
    END-IF.
    IF StatutSaisieCpt NOT = 'G'
        EXIT PARAGRAPH
    END-IF.

*> Le blocage est levé avant le débit : les fonds qu'il réservait
*> sont ceux qui partent au créancier.
    MOVE NumeroBlocageSaisieCpt TO NumeroBlocage.
    READ BlocageFile
        KEY IS NumeroBlocage
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutBlocage = 'A'
                MOVE 'L' TO StatutBlocage
                REWRITE BlocageRecord
                IF STATUS-BLOCAGES NOT = "00"
                    DISPLAY "Erreur à la levée du blocage " NumeroBlocage
                            ". Code de statut : " STATUS-BLOCAGES
                    STOP RUN
                END-IF
            END-IF
    END-READ.

    MOVE NumeroCompteSaisieCpt TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Saisie " NumeroSaisie " : compte " NumeroCompteSaisieCpt
                    " introuvable, part non payée."
            ADD 1 TO NbPaiementsRejetes
            ADD 1 TO NbRejetesCtl
            EXIT PARAGRAPH
    END-READ.
    SUBTRACT MontantGeleCpt FROM SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE NumeroSaisie TO ReferenceHisto.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE MontantGeleCpt TO Montant.
    MOVE "Paiement saisie" TO Action.
    PERFORM HORODATER-ET-ECRIRE.

    MOVE NumeroCompte TO NumeroCompteSourceExt.
    MOVE BicCreancierSaisie TO CodeBanqueDestinataire.
    MOVE IbanCreancierSaisie TO NumeroCompteDestinataireExt.
    MOVE MontantGeleCpt TO MontantVirementExterne.
    MOVE Devise TO DeviseVirementExterne.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateVirementExterne.
    MOVE DateHeureSysteme(1:14) TO ReferenceVirExt.
    ADD 1 TO CompteurRefVirExt.
    MOVE CompteurRefVirExt TO ReferenceVirExt(11:4).
    MOVE 'E' TO StatutVirExt.
    PERFORM ECRIRE-VIREMENT-EXTERNE.

    MOVE 'P' TO StatutSaisieCpt.
    REWRITE SaisieCompteRecord.
    IF STATUS-SAISIESCPT NOT = "00"
        DISPLAY "Erreur à la mise à jour de SaisiesComptes. Code de statut : " STATUS-SAISIESCPT
        STOP RUN
    END-IF.
    ADD 1 TO NbLusCtl.
    ADD MontantGeleCpt TO MontantPayeCourant.
    EXIT.

EDITER-AVIS-PAIEMENT.
    OPEN EXTEND CourrierSaisieFile.
    IF STATUS-COURRIERS = "35"
        OPEN OUTPUT CourrierSaisieFile
    END-IF.
    IF STATUS-COURRIERS NOT = "00"
        DISPLAY "Impossible d'ouvrir CourriersSaisies. Code de statut : " STATUS-COURRIERS
        EXIT PARAGRAPH
    END-IF.
    MOVE DateTraitementJour TO DateCourrierSaisie.
    MOVE 'P' TO TypeCourrierSaisie.
    MOVE NumeroSaisie TO NumeroSaisieCourrier.
    MOVE ReferenceActeSaisie TO ReferenceActeCourrier.
    MOVE NomHuissierSaisie TO DestinataireCourrier.
    MOVE AdresseHuissierSaisie TO AdresseCourrier.
    MOVE SPACES TO NumeroCompteCourrier.
    MOVE 0 TO SoldeCourrier.
    MOVE MontantPayeCourant TO MontantCourrier.
    MOVE SPACES TO DeviseCourrier.
    WRITE CourrierSaisieRecord.
    CLOSE CourrierSaisieFile.
    EXIT.

HORODATER-ET-ECRIRE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    EXIT.

ECRIRE-VIREMENT-EXTERNE.
    OPEN EXTEND VirementExterneFile.
    IF STATUS-VIREXT = "35"
        OPEN OUTPUT VirementExterneFile
    END-IF.
    IF STATUS-VIREXT NOT = "00"
        DISPLAY "Erreur à l'écriture de VirementExterneFile. Code de statut : " STATUS-VIREXT
        STOP RUN
    END-IF.
    WRITE VirementExterneRecord.
    CLOSE VirementExterneFile.
    EXIT.

JOURNALISER-PAIEMENT.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroClientSaisie DELIMITED BY SIZE
           " SAISIE " DELIMITED BY SIZE
           NumeroSaisie DELIMITED BY SIZE
           " payée " DELIMITED BY SIZE
           MontantPayeCourant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BicCreancierSaisie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IbanCreancierSaisie DELIMITED BY SIZE
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
    MOVE "PAIESAIS" TO NomProgrammeCtl.
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
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
