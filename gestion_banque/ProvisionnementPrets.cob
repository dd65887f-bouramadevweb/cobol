IDENTIFICATION DIVISION.
PROGRAM-ID. ProvisionnementPrets.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT ProvisionPretFile
           ASSIGN TO 'ProvisionsPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPretProv
           FILE STATUS IS STATUS-PROVISIONS.

    SELECT TauxProvisionFile
           ASSIGN TO 'TauxProvisionPrets'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TAUXPROV.

    SELECT GrandLivreFile
           ASSIGN TO 'GrandLivre'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-GRANDLIVRE.

DATA DIVISION.
FILE SECTION.
FD PretFile.
COPY PretRecord.

FD CompteFile.
COPY CompteRecord.

FD ProvisionPretFile.
*> Mémoire de provision par prêt : la provision constituée au
*> dernier arrêté, pour que le mois suivant ne poste que la
*> VARIATION (même principe que ReevaluationDevises). Statut 'O'
*> provision vivante, 'P' prêt passé en perte et soldé en
*> comptabilité (plus rien à poster).
01 ProvisionPretRecord.
   05 NumeroPretProv      PIC 9(6).
   05 MontantProvision    PIC 9(11)V99.
   05 TrancheProvision    PIC 9.
   05 DateProvision       PIC 9(8).
   05 StatutProvision     PIC X.

FD TauxProvisionFile.
*> Barème de provisionnement, propriété de la direction des
*> risques : un taux par tranche de retard (0 à jour, 1 de 1 à 30
*> jours, 2 de 31 à 60, 3 de 61 à 90, 4 au-delà de 90 — mêmes
*> tranches que RecouvrementPrets), appliqué au restant dû.
01 TauxProvisionEnrg.
   05 TrancheTauxProv     PIC 9.
   05 TauxProvisionTranche PIC 9V9(4).

FD GrandLivreFile.
*> Même dessin d'écriture que GrandLivreExtraction.
01 GrandLivreRecord.
   05 DateEcriture        PIC 9(8).
   05 NumeroPiece         PIC 9(8).
   05 CompteGL            PIC X(6).
   05 SensEcriture        PIC X.
   05 MontantEcriture     PIC 9(11)V99.
   05 LibelleEcriture     PIC X(20).

WORKING-STORAGE SECTION.
77 STATUS-PRETS      PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-PROVISIONS PIC XX.
77 STATUS-TAUXPROV   PIC XX.
77 STATUS-GRANDLIVRE PIC XX.
01 FinPrets          PIC X VALUE 'N'.
01 FinTaux           PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 DateLendemain     PIC 9(8).
01 EntierDate        PIC 9(7).
01 EntierEcheance    PIC 9(7).
01 JoursRetard       PIC S9(5).
01 TrancheRetard     PIC 9.
01 IndexTranche      PIC 9.
01 ProvisionCible    PIC 9(11)V99.
01 ProvisionAncienne PIC 9(11)V99.
01 MemoireExiste     PIC X.
01 MontantEcart      PIC 9(11)V99.
01 CompteDebit       PIC X(6).
01 CompteCredit      PIC X(6).
01 LibellePaire      PIC X(20).
01 NatureLibelle     PIC X(12).
01 ProchainePiece    PIC 9(8) VALUE 91000001.
01 NbEcrituresPostees PIC 9(5) VALUE 0.
01 NbPretsLus        PIC 9(6) VALUE 0.
01 NbPassagesPerte   PIC 9(5) VALUE 0.
01 TotalDotations    PIC 9(13)V99 VALUE 0.
01 TotalReprises     PIC 9(13)V99 VALUE 0.
01 TotalPertes       PIC 9(13)V99 VALUE 0.
01 TotalEncours      PIC 9(13)V99 VALUE 0.
01 TotalProvisions   PIC 9(13)V99 VALUE 0.
01 AgencePret        PIC X(3).

*> Barème chargé en mémoire ; indice = tranche + 1.
01 BaremeProvision.
   02 TauxTranche OCCURS 5 TIMES PIC 9V9(4).

*> Rapport par agence et par tranche.
01 TableAgences.
   02 AgenceLigne OCCURS 50 TIMES.
      03 CodeAgenceTbl    PIC X(3).
      03 TrancheLigne OCCURS 5 TIMES.
         04 NbPretsTbl      PIC 9(5).
         04 EncoursTbl      PIC 9(13)V99.
         04 ProvisionTbl    PIC 9(13)V99.
01 NbAgences         PIC 9(2) VALUE 0.
01 IndexAgence       PIC 9(2).
01 IndexAgenceTrouve PIC 9(2).

*> Plan de comptes : 102000 prêts à la clientèle, 291000 provisions
*> sur prêts (en déduction de l'actif), 681000 dotations aux
*> provisions, 781000 reprises de provisions, 654000 pertes sur
*> créances irrécouvrables.
01 ComptePrets       PIC X(6) VALUE "102000".
01 CompteProvisions  PIC X(6) VALUE "291000".
01 CompteDotations   PIC X(6) VALUE "681000".
01 CompteReprises    PIC X(6) VALUE "781000".
01 ComptePertes      PIC X(6) VALUE "654000".

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Provisionnement mensuel des prêts : RecouvrementPrets classe les
*> prêts en retard par tranche mais les livres les portaient tous à
*> leur valeur pleine. Au dernier jour du mois, AVANT la clôture
*> comptable, chaque prêt en cours reçoit la provision de sa tranche
*> (barème TauxProvisionPrets appliqué au restant dû) ; seule la
*> variation depuis le mois précédent part au grand livre (dotation
*> ou reprise). Un prêt soldé libère sa provision ; un prêt passé en
*> perte (GestionPrets) voit sa provision reprise et son restant dû
*> passé en perte. Le rapport se coupe par agence et par tranche.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  Auto-conditionnement au dernier jour du mois.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour) + 1.
    COMPUTE DateLendemain = FUNCTION DATE-OF-INTEGER(EntierDate).
    IF DateLendemain(1:6) = DateTraitementJour(1:6)
        DISPLAY "Pas le dernier jour du mois : provisionnement différé."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    PERFORM CHARGER-BAREME.

    OPEN INPUT PretFile.
    IF STATUS-PRETS = "35"
        DISPLAY "Aucun prêt (fichier absent)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-PRETS NOT = "00"
        DISPLAY "Impossible d'ouvrir PretFile. Code de statut : " STATUS-PRETS
        STOP RUN
    END-IF.

    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE PretFile
        STOP RUN
    END-IF.

    OPEN I-O ProvisionPretFile.
    IF STATUS-PROVISIONS = "35"
        OPEN OUTPUT ProvisionPretFile
        CLOSE ProvisionPretFile
        OPEN I-O ProvisionPretFile
    END-IF.
    IF STATUS-PROVISIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir ProvisionsPrets. Code de statut : " STATUS-PROVISIONS
        CLOSE PretFile
        CLOSE CompteFile
        STOP RUN
    END-IF.

    OPEN EXTEND GrandLivreFile.
    IF STATUS-GRANDLIVRE = "35"
        OPEN OUTPUT GrandLivreFile
    END-IF.
    IF STATUS-GRANDLIVRE NOT = "00"
        DISPLAY "Impossible d'ouvrir GrandLivre. Code de statut : " STATUS-GRANDLIVRE
        CLOSE PretFile
        CLOSE CompteFile
        CLOSE ProvisionPretFile
        STOP RUN
    END-IF.

    PERFORM PROVISIONNER-UN-PRET UNTIL FinPrets = 'O'.

    CLOSE PretFile.
    CLOSE CompteFile.
    CLOSE ProvisionPretFile.
    CLOSE GrandLivreFile.

    PERFORM IMPRIMER-RAPPORT.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Provisionnement terminé : " NbPretsLus " prêt(s), "
            NbEcrituresPostees " écriture(s) au grand livre, "
            NbPassagesPerte " passage(s) en perte.".
    GOBACK.

CHARGER-BAREME.
*> Au premier passage le barème n'existe pas encore : on l'amorce
*> avec les taux usuels (même idiome que ParamPrets).
    MOVE 0 TO TauxTranche(1).
    MOVE 0.0200 TO TauxTranche(2).
    MOVE 0.1000 TO TauxTranche(3).
    MOVE 0.2500 TO TauxTranche(4).
    MOVE 0.5000 TO TauxTranche(5).
    OPEN INPUT TauxProvisionFile.
    IF STATUS-TAUXPROV = "35"
        OPEN OUTPUT TauxProvisionFile
        PERFORM ECRIRE-UN-TAUX-DEFAUT
            VARYING IndexTranche FROM 1 BY 1 UNTIL IndexTranche > 5
        CLOSE TauxProvisionFile
        OPEN INPUT TauxProvisionFile
    END-IF.
    IF STATUS-TAUXPROV NOT = "00"
        DISPLAY "Barème TauxProvisionPrets illisible (" STATUS-TAUXPROV
                ") : taux par défaut appliqués."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHARGER-UN-TAUX UNTIL FinTaux = 'O'.
    CLOSE TauxProvisionFile.
    EXIT.

ECRIRE-UN-TAUX-DEFAUT.
    COMPUTE TrancheTauxProv = IndexTranche - 1.
    MOVE TauxTranche(IndexTranche) TO TauxProvisionTranche.
    WRITE TauxProvisionEnrg.
    EXIT.

CHARGER-UN-TAUX.
    READ TauxProvisionFile
        AT END
            MOVE 'O' TO FinTaux
        NOT AT END
            IF TrancheTauxProv NUMERIC AND TrancheTauxProv <= 4
               AND TauxProvisionTranche NUMERIC
                MOVE TauxProvisionTranche TO TauxTranche(TrancheTauxProv + 1)
            END-IF
    END-READ.
    EXIT.

PROVISIONNER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrets
    END-READ.
    IF FinPrets = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbPretsLus.

    MOVE 'N' TO MemoireExiste.
    MOVE 0 TO ProvisionAncienne.
    MOVE NumeroPret TO NumeroPretProv.
    READ ProvisionPretFile
        KEY IS NumeroPretProv
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO MemoireExiste
            MOVE MontantProvision TO ProvisionAncienne
    END-READ.
    IF MemoireExiste = 'O' AND StatutProvision = 'P'
        EXIT PARAGRAPH
    END-IF.

    EVALUATE StatutPret
        WHEN 'O'
            PERFORM PROVISIONNER-PRET-EN-COURS
        WHEN 'P'
            PERFORM PASSER-PRET-EN-PERTE
        WHEN OTHER
*>          Prêt soldé : la provision éventuelle est libérée.
            IF ProvisionAncienne > 0
                MOVE 0 TO ProvisionCible
                MOVE 0 TO TrancheRetard
                PERFORM POSTER-VARIATION
                PERFORM MEMORISER-PROVISION
            END-IF
    END-EVALUATE.
    EXIT.

PROVISIONNER-PRET-EN-COURS.
*> Même mesure du retard que RecouvrementPrets : l'échéance impayée
*> reste à sa date.
    COMPUTE EntierEcheance =
            FUNCTION INTEGER-OF-DATE(DateProchaineEcheance).
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    COMPUTE JoursRetard = EntierDate - EntierEcheance.
    EVALUATE TRUE
        WHEN JoursRetard > 90
            MOVE 4 TO TrancheRetard
        WHEN JoursRetard > 60
            MOVE 3 TO TrancheRetard
        WHEN JoursRetard > 30
            MOVE 2 TO TrancheRetard
        WHEN JoursRetard > 0
            MOVE 1 TO TrancheRetard
        WHEN OTHER
            MOVE 0 TO TrancheRetard
    END-EVALUATE.
    COMPUTE ProvisionCible ROUNDED =
            SoldeRestantPret * TauxTranche(TrancheRetard + 1).

    PERFORM POSTER-VARIATION.
    IF MemoireExiste = 'O' OR ProvisionCible > 0
        PERFORM MEMORISER-PROVISION
    END-IF.
    PERFORM CUMULER-RAPPORT.
    EXIT.

PASSER-PRET-EN-PERTE.
*> Passage en perte : la provision constituée est reprise en entier
*> et tout le restant dû part en perte, contre l'encours de prêts.
    MOVE 0 TO ProvisionCible.
    MOVE 0 TO TrancheRetard.
    PERFORM POSTER-VARIATION.
    IF SoldeRestantPret > 0
        MOVE ComptePertes TO CompteDebit
        MOVE ComptePrets TO CompteCredit
        MOVE SoldeRestantPret TO MontantEcart
        MOVE "Perte prêt " TO NatureLibelle
        PERFORM CONSTRUIRE-LIBELLE
        PERFORM ECRIRE-PAIRE
        ADD SoldeRestantPret TO TotalPertes
    END-IF.
    ADD 1 TO NbPassagesPerte.
    DISPLAY "Prêt " NumeroPret " passé en perte : restant dû "
            SoldeRestantPret ", provision reprise " ProvisionAncienne.
    PERFORM MEMORISER-PROVISION.
    MOVE 'P' TO StatutProvision.
    REWRITE ProvisionPretRecord.
    IF STATUS-PROVISIONS NOT = "00"
        DISPLAY "Erreur à la mise à jour de ProvisionsPrets. Code de statut : " STATUS-PROVISIONS
        STOP RUN
    END-IF.
    EXIT.

POSTER-VARIATION.
    IF ProvisionCible > ProvisionAncienne
        COMPUTE MontantEcart = ProvisionCible - ProvisionAncienne
        MOVE CompteDotations TO CompteDebit
        MOVE CompteProvisions TO CompteCredit
        MOVE "Prov. prêt " TO NatureLibelle
        PERFORM CONSTRUIRE-LIBELLE
        PERFORM ECRIRE-PAIRE
        ADD MontantEcart TO TotalDotations
    END-IF.
    IF ProvisionCible < ProvisionAncienne
        COMPUTE MontantEcart = ProvisionAncienne - ProvisionCible
        MOVE CompteProvisions TO CompteDebit
        MOVE CompteReprises TO CompteCredit
        MOVE "Repr. prêt " TO NatureLibelle
        PERFORM CONSTRUIRE-LIBELLE
        PERFORM ECRIRE-PAIRE
        ADD MontantEcart TO TotalReprises
    END-IF.
    EXIT.

CONSTRUIRE-LIBELLE.
    MOVE SPACES TO LibellePaire.
    STRING NatureLibelle DELIMITED BY SIZE
           NumeroPret DELIMITED BY SIZE
           INTO LibellePaire
    END-STRING.
    EXIT.

MEMORISER-PROVISION.
    MOVE NumeroPret TO NumeroPretProv.
    MOVE ProvisionCible TO MontantProvision.
    MOVE TrancheRetard TO TrancheProvision.
    MOVE DateTraitementJour TO DateProvision.
    MOVE 'O' TO StatutProvision.
    IF MemoireExiste = 'O'
        REWRITE ProvisionPretRecord
    ELSE
        WRITE ProvisionPretRecord
        MOVE 'O' TO MemoireExiste
    END-IF.
    IF STATUS-PROVISIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de ProvisionsPrets. Code de statut : " STATUS-PROVISIONS
        STOP RUN
    END-IF.
    EXIT.

ECRIRE-PAIRE.
    MOVE DateTraitementJour TO DateEcriture.
    MOVE ProchainePiece TO NumeroPiece.
    MOVE MontantEcart TO MontantEcriture.
    MOVE LibellePaire TO LibelleEcriture.

    MOVE CompteDebit TO CompteGL.
    MOVE 'D' TO SensEcriture.
    WRITE GrandLivreRecord.
    IF STATUS-GRANDLIVRE NOT = "00"
        DISPLAY "Erreur à l'écriture de GrandLivre. Code de statut : " STATUS-GRANDLIVRE
        STOP RUN
    END-IF.

    MOVE CompteCredit TO CompteGL.
    MOVE 'C' TO SensEcriture.
    WRITE GrandLivreRecord.
    IF STATUS-GRANDLIVRE NOT = "00"
        DISPLAY "Erreur à l'écriture de GrandLivre. Code de statut : " STATUS-GRANDLIVRE
        STOP RUN
    END-IF.

    ADD 2 TO NbEcrituresPostees.
    ADD MontantEcart TO MontantTotalCtl.
    ADD 1 TO ProchainePiece.
    EXIT.

CUMULER-RAPPORT.
    MOVE "???" TO AgencePret.
    MOVE NumeroComptePret TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CodeAgenceCompte NOT = SPACES
                MOVE CodeAgenceCompte TO AgencePret
            END-IF
    END-READ.

    MOVE 0 TO IndexAgenceTrouve.
    PERFORM COMPARER-UNE-AGENCE
        VARYING IndexAgence FROM 1 BY 1 UNTIL IndexAgence > NbAgences.
    IF IndexAgenceTrouve = 0
        IF NbAgences NOT < 50
            DISPLAY "Table des agences pleine (50) : prêt " NumeroPret " hors rapport."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbAgences
        MOVE NbAgences TO IndexAgenceTrouve
        MOVE AgencePret TO CodeAgenceTbl(IndexAgenceTrouve)
        PERFORM INITIALISER-UNE-TRANCHE
            VARYING IndexTranche FROM 1 BY 1 UNTIL IndexTranche > 5
    END-IF.
    ADD 1 TO NbPretsTbl(IndexAgenceTrouve, TrancheRetard + 1).
    ADD SoldeRestantPret TO EncoursTbl(IndexAgenceTrouve, TrancheRetard + 1).
    ADD ProvisionCible TO ProvisionTbl(IndexAgenceTrouve, TrancheRetard + 1).
    ADD SoldeRestantPret TO TotalEncours.
    ADD ProvisionCible TO TotalProvisions.
    EXIT.

COMPARER-UNE-AGENCE.
    IF CodeAgenceTbl(IndexAgence) = AgencePret
        MOVE IndexAgence TO IndexAgenceTrouve
    END-IF.
    EXIT.

INITIALISER-UNE-TRANCHE.
    MOVE 0 TO NbPretsTbl(IndexAgenceTrouve, IndexTranche).
    MOVE 0 TO EncoursTbl(IndexAgenceTrouve, IndexTranche).
    MOVE 0 TO ProvisionTbl(IndexAgenceTrouve, IndexTranche).
    EXIT.

IMPRIMER-RAPPORT.
    DISPLAY "========================================================".
    DISPLAY "PROVISIONS SUR PRÊTS AU " DateTraitementJour.
    DISPLAY "Tranches : 0 à jour, 1 1-30 j, 2 31-60 j, 3 61-90 j, 4 +90 j".
    DISPLAY "--------------------------------------------------------".
    PERFORM IMPRIMER-UNE-AGENCE
        VARYING IndexAgence FROM 1 BY 1 UNTIL IndexAgence > NbAgences.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Encours total      : " TotalEncours.
    DISPLAY "Provisions totales : " TotalProvisions.
    DISPLAY "Dotations du mois  : " TotalDotations.
    DISPLAY "Reprises du mois   : " TotalReprises.
    DISPLAY "Pertes du mois     : " TotalPertes
            " (" NbPassagesPerte " prêt(s))".
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UNE-AGENCE.
    DISPLAY "Agence " CodeAgenceTbl(IndexAgence).
    PERFORM IMPRIMER-UNE-TRANCHE
        VARYING IndexTranche FROM 1 BY 1 UNTIL IndexTranche > 5.
    EXIT.

IMPRIMER-UNE-TRANCHE.
    IF NbPretsTbl(IndexAgence, IndexTranche) > 0
        COMPUTE TrancheRetard = IndexTranche - 1
        DISPLAY "  tranche " TrancheRetard " : "
                NbPretsTbl(IndexAgence, IndexTranche) " prêt(s), encours "
                EncoursTbl(IndexAgence, IndexTranche) ", provision "
                ProvisionTbl(IndexAgence, IndexTranche)
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
    MOVE "PROVPRET" TO NomProgrammeCtl.
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
    MOVE NbPretsLus TO NbLusCtl.
    MOVE NbEcrituresPostees TO NbPostesCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
