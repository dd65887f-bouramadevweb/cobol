IDENTIFICATION DIVISION.
PROGRAM-ID. RapportActiviteGuichet.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFile
           ASSIGN DYNAMIC NomJournalLu
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JOURNAL.

    SELECT OperateurFile
           ASSIGN TO 'OperateurFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateur
           FILE STATUS IS STATUS-OPERATEURS.

    SELECT AbsenceFile
           ASSIGN TO 'AbsencesOperateurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAbsence
           FILE STATUS IS STATUS-ABSENCES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
01 LigneJournalFile  PIC X(220).

FD OperateurFile.
COPY OperateurRecord.

FD AbsenceFile.
*> Vue de lecture des absences tenues par GestionAbsences (même
*> dessin que dans JoursSemaine).
01 AbsenceRecord.
   05 NumeroAbsence       PIC 9(6).
   05 CodeOperateurAbs    PIC X(8).
   05 TypeAbsence         PIC X.
   05 DateDebutAbs        PIC 9(8).
   05 DateFinAbs          PIC 9(8).
   05 NbJoursAbs          PIC 9(3).
   05 StatutAbsence       PIC X.
   05 OperateurDecisionAbs PIC X(8).

FD CompteFile.
COPY CompteRecord.

FD CalendrierFile.
COPY JourFerieRecord.

WORKING-STORAGE SECTION.
77 STATUS-JOURNAL    PIC XX.
77 STATUS-OPERATEURS PIC XX.
77 STATUS-ABSENCES   PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-CALENDRIER PIC XX.
01 NomJournalLu      PIC X(100).
01 FinJournal        PIC X.
01 FinOperateurs     PIC X.
01 FinAbsences       PIC X.
01 DateHeureSysteme  PIC X(21).
01 CalendrierOuvert  PIC X.
01 ComptesOuverts    PIC X.

COPY PlanningEquipes.

*> Charge horaire par agent prévu au-delà de laquelle l'heure est en
*> sous-effectif, en deçà de laquelle elle est en sureffectif, et
*> nombre de semaines sur lesquelles se calcule la moyenne par jour
*> de la semaine (la semaine du rapport comprise).
01 SeuilChargeHaute  PIC 9(3)V9 VALUE 12.
01 SeuilChargeBasse  PIC 9(3)V9 VALUE 2.
01 NbSemainesMoyenne PIC 9 VALUE 4.

*> Bornes de la semaine du rapport (lundi à la date de traitement)
*> et de la fenêtre des moyennes.
01 EntierJour        PIC 9(7).
01 EntierLundi       PIC 9(7).
01 EntierDebutFenetre PIC 9(7).
01 EntierEssai       PIC 9(7).
01 DateLundi         PIC 9(8).
01 DateDebutFenetre  PIC 9(8).
01 DateEssai         PIC 9(8).
01 JourSemaineNum    PIC 9.
01 IndexJourSem      PIC 9.
01 JourOuvre         PIC X.
01 DernierJourSemaine PIC X.
01 MoisFenetre       PIC X(6).

01 NomsJoursValeurs.
   05 FILLER PIC X(8) VALUE "Lundi".
   05 FILLER PIC X(8) VALUE "Mardi".
   05 FILLER PIC X(8) VALUE "Mercredi".
   05 FILLER PIC X(8) VALUE "Jeudi".
   05 FILLER PIC X(8) VALUE "Vendredi".
   05 FILLER PIC X(8) VALUE "Samedi".
   05 FILLER PIC X(8) VALUE "Dimanche".
01 NomsJours REDEFINES NomsJoursValeurs.
   05 NomJourTbl PIC X(8) OCCURS 7 TIMES.

*> Ligne de journal en cours : date et heure par la même
*> heuristique que ConsultationJournaux et AnalyseSecurite.
01 DateLigne         PIC 9(8).
01 HeureLigne        PIC 9(6).
01 ZoneDate          PIC X(8).
01 ZoneHeure         PIC X(6).
01 IndexBalayage     PIC 9(3).
01 PositionDate      PIC 9(3).
01 OperateurLigne    PIC X(8).
01 TypeLigne         PIC X(20).
01 AgenceLigne       PIC X(3).
01 IndexHeure        PIC 9(2).
01 HeureAffichee     PIC 9(2).

*> Agents du guichet : profils guichetier et superviseur.
01 OperateursGuichet.
   02 OperateurGuichetLigne OCCURS 100 TIMES.
      03 CodeOpTbl       PIC X(8).
      03 NomOpTbl        PIC X(30).
      03 NbOpsOpTbl      PIC 9(7).
01 NbOperateursGuichet PIC 9(3) VALUE 0.
01 IndexOp           PIC 9(3).
01 OperateurTrouve   PIC X.

01 PairesOpAgence.
   02 PaireLigne OCCURS 500 TIMES.
      03 OpPaireTbl      PIC X(8).
      03 AgencePaireTbl  PIC X(3).
      03 NbPaireTbl      PIC 9(7).
01 NbPaires          PIC 9(3) VALUE 0.
01 IndexPaire        PIC 9(3).

01 AgencesActivite.
   02 AgenceLigneTbl OCCURS 50 TIMES.
      03 AgenceTbl       PIC X(3).
      03 NbOpsAgenceTbl  PIC 9(7).
01 NbAgences         PIC 9(2) VALUE 0.
01 IndexAgence       PIC 9(2).

01 TypesOperation.
   02 TypeLigneTbl OCCURS 50 TIMES.
      03 TypeTbl         PIC X(20).
      03 NbOpsTypeTbl    PIC 9(7).
01 NbTypes           PIC 9(2) VALUE 0.
01 IndexType         PIC 9(2).

01 HeuresSemaine.
   02 NbOpsHeureTbl PIC 9(7) OCCURS 24 TIMES.

*> Activité de la fenêtre par jour de la semaine et par heure, et
*> nombre de jours ouvrés observés pour chaque jour de la semaine.
01 ActiviteFenetre.
   02 JourActivite OCCURS 7 TIMES.
      03 NbJoursObservesTbl PIC 9(2).
      03 EffectifPrevuTbl   PIC 9(3).
      03 NbOpsFenetreTbl    PIC 9(7) OCCURS 24 TIMES.

*> Absences approuvées qui touchent la semaine du rapport.
01 AbsencesSemaine.
   02 AbsenceLigneTbl OCCURS 200 TIMES.
      03 OpAbsTbl        PIC X(8).
      03 DebutAbsTbl     PIC 9(8).
      03 FinAbsTbl       PIC 9(8).
01 NbAbsencesSemaine PIC 9(3) VALUE 0.
01 IndexAbs          PIC 9(3).
01 OperateurAbsent   PIC X.
01 EffectifJour      PIC 9(3).

01 IndexEquipe       PIC 9.
01 HeureDebutPrevue  PIC 9(2).
01 HeureFinPrevue    PIC 9(2).
01 EffectifHeure     PIC 9(3).
01 MoyenneHeure      PIC 9(5)V9.
01 ChargeAgent       PIC 9(5)V9.
01 MoyenneAffichee   PIC ZZZZ9.9.
01 ChargeAffichee    PIC ZZZZ9.9.
01 VerdictHeure      PIC X(30).
01 NbHeuresSousEffectif PIC 9(4) VALUE 0.
01 NbHeuresSurEffectif  PIC 9(4) VALUE 0.
01 NbLignesSemaine   PIC 9(7) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Charge du guichet et effectifs, rapport hebdomadaire : les agences
*> se dotaient au jugé. Le journal AuditBanque dit qui a fait quoi et
*> quand (opérateur signé en colonnes 190-197) ; l'agence est celle
*> du compte mouvementé, comme CodeAgenceHisto dans l'historique.
*> Le rapport ventile les opérations de la semaine par opérateur,
*> agence, heure et type d'opération, puis confronte la moyenne par
*> jour de la semaine et par heure des NbSemainesMoyenne dernières
*> semaines à l'effectif prévu : équipe du jour au planning partagé
*> avec JoursSemaine, moins les absences approuvées dans
*> GestionAbsences. Auto-conditionné au dernier jour ouvré de la
*> semaine ; le journal roulé en début de mois par ArchivageJournaux
*> est relu quand la fenêtre chevauche deux mois.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    MOVE 'N' TO CalendrierOuvert.
    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER = "00"
        MOVE 'O' TO CalendrierOuvert
    END-IF.

    PERFORM CALCULER-BORNES-SEMAINE.
    PERFORM CONTROLER-DERNIER-JOUR.
    IF DernierJourSemaine = 'N'
        DISPLAY "Rapport d'activité du guichet : pas le dernier jour ouvré de la semaine, rien à faire."
        IF CalendrierOuvert = 'O'
            CLOSE CalendrierFile
        END-IF
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    PERFORM CHARGER-OPERATEURS-GUICHET.
    IF NbOperateursGuichet = 0
        DISPLAY "Aucun agent de guichet dans OperateurFile (" STATUS-OPERATEURS
                ") : rapport impossible."
        IF CalendrierOuvert = 'O'
            CLOSE CalendrierFile
        END-IF
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHARGER-ABSENCES-SEMAINE.
    INITIALIZE ActiviteFenetre.
    INITIALIZE HeuresSemaine.
    PERFORM PREPARER-JOURS-SEMAINE
        VARYING IndexJourSem FROM 1 BY 1 UNTIL IndexJourSem > 7.
    IF CalendrierOuvert = 'O'
        CLOSE CalendrierFile
    END-IF.

    MOVE 'N' TO ComptesOuverts.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES = "00"
        MOVE 'O' TO ComptesOuverts
    END-IF.
    MOVE DateDebutFenetre(1:6) TO MoisFenetre.
    IF MoisFenetre < DateTraitementJour(1:6)
        MOVE SPACES TO NomJournalLu
        STRING "AuditBanque." DELIMITED BY SIZE
               MoisFenetre DELIMITED BY SIZE
               INTO NomJournalLu
        END-STRING
        PERFORM LIRE-JOURNAL
    END-IF.
    MOVE "AuditBanque" TO NomJournalLu.
    PERFORM LIRE-JOURNAL.
    IF ComptesOuverts = 'O'
        CLOSE CompteFile
    END-IF.

    PERFORM IMPRIMER-RAPPORT.

    MOVE NbLignesSemaine TO NbPostesCtl.
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

CALCULER-BORNES-SEMAINE.
*>  Reste entier d'INTEGER-OF-DATE par 7 : 0 pour dimanche, 1 à 6
*>  pour lundi à samedi (même convention que JoursSemaine).
    COMPUTE EntierJour = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierJour, 7).
    IF JourSemaineNum = 0
        COMPUTE EntierLundi = EntierJour - 6
    ELSE
        COMPUTE EntierLundi = EntierJour - JourSemaineNum + 1
    END-IF.
    COMPUTE EntierDebutFenetre = EntierLundi - 7 * (NbSemainesMoyenne - 1).
    COMPUTE DateLundi = FUNCTION DATE-OF-INTEGER(EntierLundi).
    COMPUTE DateDebutFenetre = FUNCTION DATE-OF-INTEGER(EntierDebutFenetre).
    EXIT.

CONTROLER-DERNIER-JOUR.
*> Le rapport part la nuit du dernier jour ouvré de la semaine : un
*> vendredi férié le fait partir le jeudi.
    MOVE 'O' TO DernierJourSemaine.
    COMPUTE EntierEssai = EntierJour + 1.
    PERFORM CONTROLER-UN-JOUR-SUIVANT
        UNTIL EntierEssai > EntierLundi + 6 OR DernierJourSemaine = 'N'.
    EXIT.

CONTROLER-UN-JOUR-SUIVANT.
    PERFORM CONTROLER-JOUR-OUVRE.
    IF JourOuvre = 'O'
        MOVE 'N' TO DernierJourSemaine
    END-IF.
    ADD 1 TO EntierEssai.
    EXIT.

CONTROLER-JOUR-OUVRE.
    MOVE 'O' TO JourOuvre.
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierEssai, 7).
    IF JourSemaineNum = 0 OR JourSemaineNum = 6
        MOVE 'N' TO JourOuvre
        EXIT PARAGRAPH
    END-IF.
    IF CalendrierOuvert = 'O'
        COMPUTE DateFerie = FUNCTION DATE-OF-INTEGER(EntierEssai)
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvre
        END-READ
    END-IF.
    EXIT.

CHARGER-OPERATEURS-GUICHET.
    MOVE 0 TO NbOperateursGuichet.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinOperateurs.
    PERFORM CHARGER-UN-OPERATEUR UNTIL FinOperateurs = 'O'.
    CLOSE OperateurFile.
    EXIT.

CHARGER-UN-OPERATEUR.
    READ OperateurFile NEXT RECORD
        AT END
            MOVE 'O' TO FinOperateurs
            EXIT PARAGRAPH
    END-READ.
    IF ProfilOperateur NOT = 'G' AND ProfilOperateur NOT = 'S'
        EXIT PARAGRAPH
    END-IF.
    IF NbOperateursGuichet NOT < 100
        DISPLAY "Table des agents pleine (100). Agent ignoré : " CodeOperateur
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbOperateursGuichet.
    MOVE CodeOperateur TO CodeOpTbl(NbOperateursGuichet).
    MOVE NomOperateur TO NomOpTbl(NbOperateursGuichet).
    MOVE 0 TO NbOpsOpTbl(NbOperateursGuichet).
    EXIT.

CHARGER-ABSENCES-SEMAINE.
    MOVE 0 TO NbAbsencesSemaine.
    OPEN INPUT AbsenceFile.
    IF STATUS-ABSENCES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinAbsences.
    PERFORM CHARGER-UNE-ABSENCE UNTIL FinAbsences = 'O'.
    CLOSE AbsenceFile.
    EXIT.

CHARGER-UNE-ABSENCE.
    READ AbsenceFile NEXT RECORD
        AT END
            MOVE 'O' TO FinAbsences
            EXIT PARAGRAPH
    END-READ.
    IF StatutAbsence NOT = 'A'
       OR DateFinAbs < DateLundi
       OR DateDebutAbs > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    IF NbAbsencesSemaine NOT < 200
        DISPLAY "Table des absences pleine (200). Absence ignorée : " NumeroAbsence
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbAbsencesSemaine.
    MOVE CodeOperateurAbs TO OpAbsTbl(NbAbsencesSemaine).
    MOVE DateDebutAbs TO DebutAbsTbl(NbAbsencesSemaine).
    MOVE DateFinAbs TO FinAbsTbl(NbAbsencesSemaine).
    EXIT.

PREPARER-JOURS-SEMAINE.
*> Pour chaque jour de la semaine : jours ouvrés observés dans la
*> fenêtre (diviseur de la moyenne), et effectif prévu à la date de
*> la semaine du rapport — zéro un jour de repos ou férié.
    COMPUTE EntierEssai = EntierDebutFenetre + IndexJourSem - 1.
    PERFORM COMPTER-JOUR-OBSERVE
        UNTIL EntierEssai > EntierLundi + IndexJourSem - 1.

    COMPUTE EntierEssai = EntierLundi + IndexJourSem - 1.
    IF EntierEssai > EntierJour
        EXIT PARAGRAPH
    END-IF.
    IF EquipePlanifiee(IndexJourSem) = "Repos"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO JourOuvre.
    IF CalendrierOuvert = 'O'
        COMPUTE DateFerie = FUNCTION DATE-OF-INTEGER(EntierEssai)
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvre
        END-READ
    END-IF.
    IF JourOuvre = 'N'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE DateEssai = FUNCTION DATE-OF-INTEGER(EntierEssai).
    MOVE 0 TO EffectifJour.
    PERFORM COMPTER-AGENT-PRESENT
        VARYING IndexOp FROM 1 BY 1 UNTIL IndexOp > NbOperateursGuichet.
    MOVE EffectifJour TO EffectifPrevuTbl(IndexJourSem).
    EXIT.

COMPTER-JOUR-OBSERVE.
*> Un jour férié ne compte pas dans la moyenne : le guichet était
*> fermé, pas désert.
    IF CalendrierOuvert = 'O'
        COMPUTE DateFerie = FUNCTION DATE-OF-INTEGER(EntierEssai)
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                ADD 1 TO NbJoursObservesTbl(IndexJourSem)
        END-READ
    ELSE
        ADD 1 TO NbJoursObservesTbl(IndexJourSem)
    END-IF.
    ADD 7 TO EntierEssai.
    EXIT.

COMPTER-AGENT-PRESENT.
    MOVE 'N' TO OperateurAbsent.
    PERFORM CHERCHER-ABSENCE-AGENT
        VARYING IndexAbs FROM 1 BY 1
        UNTIL IndexAbs > NbAbsencesSemaine OR OperateurAbsent = 'O'.
    IF OperateurAbsent = 'N'
        ADD 1 TO EffectifJour
    END-IF.
    EXIT.

CHERCHER-ABSENCE-AGENT.
    IF OpAbsTbl(IndexAbs) = CodeOpTbl(IndexOp)
       AND DebutAbsTbl(IndexAbs) <= DateEssai
       AND FinAbsTbl(IndexAbs) >= DateEssai
        MOVE 'O' TO OperateurAbsent
    END-IF.
    EXIT.

LIRE-JOURNAL.
    MOVE 'N' TO FinJournal.
    OPEN INPUT JournalFile.
    IF STATUS-JOURNAL NOT = "00"
        DISPLAY "Journal " FUNCTION TRIM(NomJournalLu) " indisponible ("
                STATUS-JOURNAL ") : activité partielle."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ANALYSER-UNE-LIGNE UNTIL FinJournal = 'O'.
    CLOSE JournalFile.
    EXIT.

ANALYSER-UNE-LIGNE.
    READ JournalFile
        AT END
            MOVE 'O' TO FinJournal
            EXIT PARAGRAPH
    END-READ.
    PERFORM EXTRAIRE-DATE-HEURE.
    IF DateLigne < DateDebutFenetre OR DateLigne > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    MOVE LigneJournalFile(190:8) TO OperateurLigne.
    MOVE 'N' TO OperateurTrouve.
    PERFORM CHERCHER-OPERATEUR
        VARYING IndexOp FROM 1 BY 1
        UNTIL IndexOp > NbOperateursGuichet OR OperateurTrouve = 'O'.
    IF OperateurTrouve = 'N'
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT 1 FROM IndexOp.
    ADD 1 TO NbLusCtl.

    COMPUTE EntierEssai = FUNCTION INTEGER-OF-DATE(DateLigne).
    COMPUTE IndexJourSem = FUNCTION MOD(EntierEssai, 7).
    IF IndexJourSem = 0
        MOVE 7 TO IndexJourSem
    END-IF.
    COMPUTE IndexHeure = HeureLigne / 10000 + 1.
    IF IndexHeure > 24
        MOVE 24 TO IndexHeure
    END-IF.
    ADD 1 TO NbOpsFenetreTbl(IndexJourSem, IndexHeure).

    IF DateLigne < DateLundi
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesSemaine.
    ADD 1 TO NbOpsOpTbl(IndexOp).
    ADD 1 TO NbOpsHeureTbl(IndexHeure).
    PERFORM DETERMINER-AGENCE.
    PERFORM CUMULER-AGENCE.
    PERFORM CUMULER-PAIRE.
    MOVE LigneJournalFile(12:20) TO TypeLigne.
    PERFORM CUMULER-TYPE.
    EXIT.

CHERCHER-OPERATEUR.
    IF CodeOpTbl(IndexOp) = OperateurLigne
        MOVE 'O' TO OperateurTrouve
    END-IF.
    EXIT.

EXTRAIRE-DATE-HEURE.
*> Même heuristique que ConsultationJournaux : la date est la
*> dernière suite de huit chiffres en 19/20 de la ligne, l'heure la
*> suite de six chiffres qui la suit immédiatement quand elle existe.
    MOVE 0 TO DateLigne.
    MOVE 0 TO HeureLigne.
    MOVE 0 TO PositionDate.
    PERFORM CHERCHER-ZONE-DATE
        VARYING IndexBalayage FROM 1 BY 1 UNTIL IndexBalayage > 182.
    IF PositionDate NOT = 0 AND PositionDate <= 175
        MOVE LigneJournalFile(PositionDate + 9:6) TO ZoneHeure
        IF ZoneHeure NUMERIC
            MOVE ZoneHeure TO HeureLigne
        END-IF
    END-IF.
    EXIT.

CHERCHER-ZONE-DATE.
    MOVE LigneJournalFile(IndexBalayage:8) TO ZoneDate.
    IF ZoneDate NUMERIC
       AND (ZoneDate(1:2) = "19" OR ZoneDate(1:2) = "20")
        MOVE ZoneDate TO DateLigne
        MOVE IndexBalayage TO PositionDate
    END-IF.
    EXIT.

DETERMINER-AGENCE.
*> L'agence de l'opération est celle du compte en tête de ligne ; une
*> ligne sans compte connu (client, référentiel) reste hors agence.
    MOVE "---" TO AgenceLigne.
    IF ComptesOuverts = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE LigneJournalFile(1:10) TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF CodeAgenceCompte NOT = SPACES
        MOVE CodeAgenceCompte TO AgenceLigne
    END-IF.
    EXIT.

CUMULER-AGENCE.
    MOVE 1 TO IndexAgence.
    PERFORM AVANCER-AGENCE
        UNTIL IndexAgence > NbAgences
           OR AgenceTbl(IndexAgence) = AgenceLigne.
    IF IndexAgence > NbAgences
        IF NbAgences NOT < 50
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbAgences
        MOVE AgenceLigne TO AgenceTbl(NbAgences)
        MOVE 0 TO NbOpsAgenceTbl(NbAgences)
    END-IF.
    ADD 1 TO NbOpsAgenceTbl(IndexAgence).
    EXIT.

AVANCER-AGENCE.
    ADD 1 TO IndexAgence.
    EXIT.

CUMULER-PAIRE.
    MOVE 1 TO IndexPaire.
    PERFORM AVANCER-PAIRE
        UNTIL IndexPaire > NbPaires
           OR (OpPaireTbl(IndexPaire) = OperateurLigne
               AND AgencePaireTbl(IndexPaire) = AgenceLigne).
    IF IndexPaire > NbPaires
        IF NbPaires NOT < 500
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbPaires
        MOVE OperateurLigne TO OpPaireTbl(NbPaires)
        MOVE AgenceLigne TO AgencePaireTbl(NbPaires)
        MOVE 0 TO NbPaireTbl(NbPaires)
    END-IF.
    ADD 1 TO NbPaireTbl(IndexPaire).
    EXIT.

AVANCER-PAIRE.
    ADD 1 TO IndexPaire.
    EXIT.

CUMULER-TYPE.
    MOVE 1 TO IndexType.
    PERFORM AVANCER-TYPE
        UNTIL IndexType > NbTypes OR TypeTbl(IndexType) = TypeLigne.
    IF IndexType > NbTypes
        IF NbTypes NOT < 50
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbTypes
        MOVE TypeLigne TO TypeTbl(NbTypes)
        MOVE 0 TO NbOpsTypeTbl(NbTypes)
    END-IF.
    ADD 1 TO NbOpsTypeTbl(IndexType).
    EXIT.

AVANCER-TYPE.
    ADD 1 TO IndexType.
    EXIT.

IMPRIMER-RAPPORT.
    DISPLAY "========================================================".
    DISPLAY "ACTIVITÉ DU GUICHET - SEMAINE DU " DateLundi " AU " DateTraitementJour.
    DISPLAY "========================================================".
    DISPLAY "Opérations journalisées par les agents du guichet : " NbLignesSemaine.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR OPÉRATEUR ET PAR AGENCE".
    PERFORM IMPRIMER-UN-OPERATEUR
        VARYING IndexOp FROM 1 BY 1 UNTIL IndexOp > NbOperateursGuichet.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR AGENCE".
    PERFORM IMPRIMER-UNE-AGENCE
        VARYING IndexAgence FROM 1 BY 1 UNTIL IndexAgence > NbAgences.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR HEURE DE LA JOURNÉE".
    PERFORM IMPRIMER-UNE-HEURE-SEMAINE
        VARYING IndexHeure FROM 1 BY 1 UNTIL IndexHeure > 24.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "PAR TYPE D'OPÉRATION".
    PERFORM IMPRIMER-UN-TYPE
        VARYING IndexType FROM 1 BY 1 UNTIL IndexType > NbTypes.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "MOYENNE PAR JOUR DE LA SEMAINE (" NbSemainesMoyenne
            " SEMAINES DEPUIS LE " DateDebutFenetre ") CONTRE EFFECTIF PRÉVU".
    DISPLAY "Sous-effectif au-delà de " SeuilChargeHaute
            " opérations par agent et par heure, sureffectif en deçà de "
            SeuilChargeBasse ".".
    PERFORM IMPRIMER-UN-JOUR
        VARYING IndexJourSem FROM 1 BY 1 UNTIL IndexJourSem > 7.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Heures en sous-effectif : " NbHeuresSousEffectif
            " | heures en sureffectif : " NbHeuresSurEffectif.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UN-OPERATEUR.
    IF NbOpsOpTbl(IndexOp) = 0
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "  " CodeOpTbl(IndexOp) " " NomOpTbl(IndexOp) " : "
            NbOpsOpTbl(IndexOp) " opération(s)".
    PERFORM IMPRIMER-UNE-PAIRE
        VARYING IndexPaire FROM 1 BY 1 UNTIL IndexPaire > NbPaires.
    EXIT.

IMPRIMER-UNE-PAIRE.
    IF OpPaireTbl(IndexPaire) = CodeOpTbl(IndexOp)
        DISPLAY "      agence " AgencePaireTbl(IndexPaire) " : "
                NbPaireTbl(IndexPaire)
    END-IF.
    EXIT.

IMPRIMER-UNE-AGENCE.
    DISPLAY "  Agence " AgenceTbl(IndexAgence) " : "
            NbOpsAgenceTbl(IndexAgence) " opération(s)".
    EXIT.

IMPRIMER-UNE-HEURE-SEMAINE.
    IF NbOpsHeureTbl(IndexHeure) = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE HeureAffichee = IndexHeure - 1.
    DISPLAY "  " HeureAffichee "h : " NbOpsHeureTbl(IndexHeure).
    EXIT.

IMPRIMER-UN-TYPE.
    DISPLAY "  " TypeTbl(IndexType) " : " NbOpsTypeTbl(IndexType).
    EXIT.

IMPRIMER-UN-JOUR.
    MOVE 0 TO HeureDebutPrevue.
    MOVE 0 TO HeureFinPrevue.
    PERFORM CHERCHER-HORAIRE-EQUIPE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > 4.
    DISPLAY NomJourTbl(IndexJourSem) " - équipe " EquipePlanifiee(IndexJourSem)
            " - " EffectifPrevuTbl(IndexJourSem) " agent(s) prévu(s), "
            NbJoursObservesTbl(IndexJourSem) " jour(s) observé(s)".
    PERFORM IMPRIMER-UNE-HEURE-JOUR
        VARYING IndexHeure FROM 1 BY 1 UNTIL IndexHeure > 24.
    EXIT.

CHERCHER-HORAIRE-EQUIPE.
    IF NomEquipeHoraire(IndexEquipe) = EquipePlanifiee(IndexJourSem)
        MOVE HeureDebutEquipe(IndexEquipe) TO HeureDebutPrevue
        MOVE HeureFinEquipe(IndexEquipe) TO HeureFinPrevue
    END-IF.
    EXIT.

IMPRIMER-UNE-HEURE-JOUR.
    COMPUTE HeureAffichee = IndexHeure - 1.
    MOVE 0 TO EffectifHeure.
    IF HeureAffichee >= HeureDebutPrevue AND HeureAffichee < HeureFinPrevue
        MOVE EffectifPrevuTbl(IndexJourSem) TO EffectifHeure
    END-IF.
    MOVE 0 TO MoyenneHeure.
    IF NbJoursObservesTbl(IndexJourSem) > 0
        COMPUTE MoyenneHeure ROUNDED =
                NbOpsFenetreTbl(IndexJourSem, IndexHeure)
                / NbJoursObservesTbl(IndexJourSem)
    END-IF.
    IF MoyenneHeure = 0 AND EffectifHeure = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO VerdictHeure.
    MOVE 0 TO ChargeAgent.
    IF EffectifHeure = 0
        MOVE "SOUS-EFFECTIF (aucun prévu)" TO VerdictHeure
        ADD 1 TO NbHeuresSousEffectif
    ELSE
        COMPUTE ChargeAgent ROUNDED = MoyenneHeure / EffectifHeure
        IF ChargeAgent > SeuilChargeHaute
            MOVE "SOUS-EFFECTIF" TO VerdictHeure
            ADD 1 TO NbHeuresSousEffectif
        END-IF
        IF ChargeAgent < SeuilChargeBasse
            MOVE "SUREFFECTIF" TO VerdictHeure
            ADD 1 TO NbHeuresSurEffectif
        END-IF
    END-IF.
    MOVE MoyenneHeure TO MoyenneAffichee.
    MOVE ChargeAgent TO ChargeAffichee.
    DISPLAY "  " HeureAffichee "h  moyenne " MoyenneAffichee
            "  prévus " EffectifHeure "  charge/agent " ChargeAffichee
            "  " VerdictHeure.
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
    MOVE "ACTGUICH" TO NomProgrammeCtl.
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
