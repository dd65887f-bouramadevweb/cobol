IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancesDecouverts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FaciliteDecouvertFile
           ASSIGN TO 'FacilitesDecouvert'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteFacilite
           FILE STATUS IS STATUS-FACILITES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

DATA DIVISION.
FILE SECTION.
FD FaciliteDecouvertFile.
COPY FaciliteDecouvertRecord.

FD CompteFile.
COPY CompteRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

WORKING-STORAGE SECTION.
77 STATUS-FACILITES    PIC XX.
77 STATUS-COMPTES      PIC XX.
77 STATUS-HISTORIQUE   PIC XX.
01 FinFacilites        PIC X VALUE 'N'.
01 CompteTrouve        PIC X.
01 DateHeureSysteme    PIC X(21).
01 PeriodeTraitement   PIC 9(6).
01 MoisHorizon         PIC 9(6).
01 DateHorizonRevision PIC 9(8).
01 CommissionMois      PIC 9(11)V99.
01 PremierDuMois       PIC X VALUE 'N'.

01 NbFacilitesLues     PIC 9(6) VALUE 0.
01 NbFacilitesEchues   PIC 9(6) VALUE 0.
01 NbComptesHorsLimite PIC 9(6) VALUE 0.
01 NbRevisionsProches  PIC 9(6) VALUE 0.
01 NbCommissions       PIC 9(6) VALUE 0.
01 TotalCommissions    PIC 9(13)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Échéances des autorisations de découvert, avant la comptabilisation
*> de la nuit : une facilité arrivée à expiration retombe à zéro sur
*> le compte, une facilité différée prend effet le jour de son début,
*> et le premier du mois la commission d'engagement est prélevée.
*> Deux listes pour le chargé de clientèle : les comptes que la
*> remise à zéro laisse au-delà de leur limite, et les facilités à
*> réviser dans le mois qui vient.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    MOVE DateTraitementJour(1:6) TO PeriodeTraitement.
    IF DateTraitementJour(7:2) = "01"
        MOVE 'O' TO PremierDuMois
    END-IF.
*>  Horizon de révision : même jour du mois suivant.
    MOVE PeriodeTraitement TO MoisHorizon.
    IF MoisHorizon(5:2) = "12"
        ADD 89 TO MoisHorizon
    ELSE
        ADD 1 TO MoisHorizon
    END-IF.
    MOVE MoisHorizon TO DateHorizonRevision(1:6).
    MOVE DateTraitementJour(7:2) TO DateHorizonRevision(7:2).

    OPEN I-O FaciliteDecouvertFile.
    IF STATUS-FACILITES = "35"
        DISPLAY "Aucune autorisation de découvert (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Impossible d'ouvrir FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        STOP RUN
    END-IF.

    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE FaciliteDecouvertFile
        STOP RUN
    END-IF.

    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Impossible d'ouvrir HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        CLOSE FaciliteDecouvertFile CompteFile
        STOP RUN
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "ÉCHÉANCES DES AUTORISATIONS DE DÉCOUVERT DU " DateTraitementJour.
    DISPLAY "--------------------------------------------------------".

    PERFORM TRAITER-UNE-FACILITE UNTIL FinFacilites = 'O'.

    CLOSE FaciliteDecouvertFile.
    CLOSE CompteFile.
    CLOSE HistoriqueFile.

    DISPLAY "--------------------------------------------------------".
    DISPLAY NbFacilitesEchues " facilité(s) échue(s), dont "
            NbComptesHorsLimite " compte(s) désormais hors limite ; "
            NbRevisionsProches " révision(s) dans le mois.".
    IF PremierDuMois = 'O'
        DISPLAY NbCommissions " commission(s) d'engagement prélevée(s) pour "
                TotalCommissions "."
    END-IF.
    DISPLAY "========================================================".
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbComptesHorsLimite > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

TRAITER-UNE-FACILITE.
    READ FaciliteDecouvertFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFacilites
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO NbFacilitesLues.
    IF StatutFacilite NOT = 'A'
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteFacilite TO NumeroCompte.
    MOVE 'O' TO CompteTrouve.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE 'N' TO CompteTrouve
    END-READ.

    IF DateExpirationFacilite < DateTraitementJour
        PERFORM ECHOIR-FACILITE
        EXIT PARAGRAPH
    END-IF.

    IF DateDebutFacilite <= DateTraitementJour AND CompteTrouve = 'O'
*>      Facilité différée arrivée à son début, ou reflet perdu sur le
*>      compte : la limite du compte est celle de la facilité.
        IF LimiteDecouvert NOT = MontantFacilite
            MOVE MontantFacilite TO LimiteDecouvert
            PERFORM REECRIRE-COMPTE
            DISPLAY "EN VIGUEUR  " NumeroCompteFacilite
                    " : limite portée à " MontantFacilite "."
        END-IF
        IF PremierDuMois = 'O'
           AND TauxCommissionFacilite > 0
           AND PeriodeCommissionFacilite NOT = PeriodeTraitement
           AND StatutCompte NOT = 'G' AND StatutCompte NOT = 'C'
            PERFORM PRELEVER-COMMISSION
        END-IF
    END-IF.

    IF DateRevisionFacilite >= DateTraitementJour
       AND DateRevisionFacilite <= DateHorizonRevision
        ADD 1 TO NbRevisionsProches
        DISPLAY "À RÉVISER   " NumeroCompteFacilite
                " le " DateRevisionFacilite
                " | " MontantFacilite
                " jusqu'au " DateExpirationFacilite
    END-IF.
    EXIT.

ECHOIR-FACILITE.
    MOVE 'E' TO StatutFacilite.
    MOVE DateTraitementJour TO DateMajFacilite.
    MOVE "BATCH" TO OperateurFacilite.
    REWRITE FaciliteDecouvertRecord.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Erreur à la mise à jour de FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        STOP RUN
    END-IF.
    ADD 1 TO NbFacilitesEchues.
    IF CompteTrouve = 'N'
        DISPLAY "ÉCHUE       " NumeroCompteFacilite " (compte introuvable)."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO LimiteDecouvert.
    PERFORM REECRIRE-COMPTE.
    IF SoldeCompte < 0
        ADD 1 TO NbComptesHorsLimite
        DISPLAY "HORS LIMITE " NumeroCompteFacilite
                " | solde " SoldeCompte
                " | facilité de " MontantFacilite
                " échue le " DateExpirationFacilite
    ELSE
        DISPLAY "ÉCHUE       " NumeroCompteFacilite
                " | solde " SoldeCompte " : limite ramenée à zéro."
    END-IF.
    EXIT.

PRELEVER-COMMISSION.
*> Douzième de la commission annuelle sur le montant accordé, qu'il
*> soit utilisé ou non : c'est le prix de l'engagement de la banque.
    COMPUTE CommissionMois ROUNDED =
            MontantFacilite * TauxCommissionFacilite / 12.
    IF CommissionMois = 0
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT CommissionMois FROM SoldeCompte.
    PERFORM REECRIRE-COMPTE.
    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE SPACES TO ReferenceHisto.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE CommissionMois TO Montant.
    MOVE "Commission engag." TO Action.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    MOVE PeriodeTraitement TO PeriodeCommissionFacilite.
    REWRITE FaciliteDecouvertRecord.
    IF STATUS-FACILITES NOT = "00"
        DISPLAY "Erreur à la mise à jour de FacilitesDecouvert. Code de statut : " STATUS-FACILITES
        STOP RUN
    END-IF.
    ADD 1 TO NbCommissions.
    ADD CommissionMois TO TotalCommissions.
    EXIT.

REECRIRE-COMPTE.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        STOP RUN
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
    MOVE "ECHDECOU" TO NomProgrammeCtl.
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
    MOVE NbFacilitesLues TO NbLusCtl.
    MOVE NbCommissions TO NbPostesCtl.
    MOVE NbComptesHorsLimite TO NbRejetesCtl.
    MOVE TotalCommissions TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
