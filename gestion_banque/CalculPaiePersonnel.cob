IDENTIFICATION DIVISION.
PROGRAM-ID. CalculPaiePersonnel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FichePaieFile
           ASSIGN TO 'FichesPaie'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateurPaie
           FILE STATUS IS STATUS-FICHESPAIE.

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

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT LotSalairesFile
           ASSIGN TO 'LotsSalaires'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SALAIRES.

    SELECT BulletinPaieFile
           ASSIGN TO 'BulletinsPaie'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-BULLETINS.

DATA DIVISION.
FILE SECTION.
FD FichePaieFile.
COPY FichePaieRecord.

FD OperateurFile.
COPY OperateurRecord.

FD AbsenceFile.
*> Dessin de AbsencesOperateurs (GestionAbsences).
01 AbsenceRecord.
   05 NumeroAbsence       PIC 9(6).
   05 CodeOperateurAbs    PIC X(8).
   05 TypeAbsence         PIC X.
   05 DateDebutAbs        PIC 9(8).
   05 DateFinAbs          PIC 9(8).
   05 NbJoursAbs          PIC 9(3).
   05 StatutAbsence       PIC X.
   05 OperateurDecisionAbs PIC X(8).

FD CalendrierFile.
COPY JourFerieRecord.

FD CompteFile.
COPY CompteRecord.

FD LotSalairesFile.
*> Dessin de PaiementsSalaires : la paie du personnel part en un lot
*> comme celle d'un employeur client.
01 DetailSalaireRecord.
   05 TypeEnregSal           PIC X(1).
   05 DestinationSal         PIC X(1).
   05 NumeroCompteBenef      PIC X(10).
   05 BicBenef               PIC X(11).
   05 IbanBenef              PIC X(20).
   05 MontantSalaire         PIC 9(11)V99.
   05 NomBenef               PIC X(30).
01 EnteteSalairesRecord.
   05 TypeEnregEnteteSal     PIC X(1).
   05 NumeroCompteEmployeur  PIC X(10).
   05 DateLotSalaires        PIC 9(8).
   05 LibelleEmployeur       PIC X(20).
01 TotalSalairesRecord.
   05 TypeEnregTotalSal      PIC X(1).
   05 NbDetailsTotalSal      PIC 9(8).
   05 CumulMontantsTotalSal  PIC 9(15)V99.

FD BulletinPaieFile.
*> Archive des bulletins de paie (dessin de BulletinCalcule).
01 LigneBulletinPaie PIC X(84).

WORKING-STORAGE SECTION.
77 STATUS-FICHESPAIE  PIC XX.
77 STATUS-OPERATEURS  PIC XX.
77 STATUS-ABSENCES    PIC XX.
77 STATUS-CALENDRIER  PIC XX.
77 STATUS-COMPTES     PIC XX.
77 STATUS-SALAIRES    PIC XX.
77 STATUS-BULLETINS   PIC XX.
01 FinFiches          PIC X VALUE 'N'.
01 FinAbsences        PIC X VALUE 'N'.
01 CalendrierOuvert   PIC X VALUE 'N'.
01 OperateursOuverts  PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 EntierDate         PIC 9(7).
01 EntierDebutMois    PIC 9(7).
01 EntierEssai        PIC 9(7).
01 DateDebutMois      PIC 9(8).
01 DateFinMois        PIC 9(8).
01 PeriodePaie        PIC 9(6).
01 JourSemaineNum     PIC 9(1).
01 IndexSemaine       PIC 9(1).
01 IndexHoraire       PIC 9(1).

*> Compte de la banque débité de la paie de son personnel, comme le
*> compte d'un employeur client dans PaiementsSalaires.
01 CompteEmployeurBanque PIC X(10) VALUE 'BANQUE0001'.
01 LibellePaieBanque     PIC X(20) VALUE 'PAIE DU PERSONNEL'.
*> Part du salaire maintenue par la banque pendant une maladie (le
*> reste relève des indemnités journalières), et taux global des
*> cotisations salariales retenues sur le brut.
01 MaintienMaladie       PIC 9(3)V99 VALUE 50.
01 TauxCotisations       PIC 9(2)V99 VALUE 22.

*> Journées du mois payé : heures de l'équipe planifiée ce jour de la
*> semaine (PlanningEquipes, partagé avec JoursSemaine), zéro un
*> jour de repos ou férié.
01 JoursDuMois.
   02 JourMoisLigne OCCURS 31 TIMES.
      03 DateJourTbl      PIC 9(8).
      03 HeuresJourTbl    PIC 9(2).
      03 NuitJourTbl      PIC X.
01 NbJoursMois        PIC 9(2).
01 IndexJourMois      PIC 9(2).
01 NbJoursFeries      PIC 9(2) VALUE 0.

*> Absences approuvées qui touchent le mois, tous opérateurs.
01 AbsencesDuMois.
   02 AbsenceMoisLigne OCCURS 300 TIMES.
      03 OpAbsTbl         PIC X(8).
      03 TypeAbsTbl       PIC X.
      03 DebutAbsTbl      PIC 9(8).
      03 FinAbsTbl        PIC 9(8).
01 NbAbsencesMois     PIC 9(3) VALUE 0.
01 IndexAbs           PIC 9(3).
01 TypeAbsenceJour    PIC X.

COPY PlanningEquipes.

*> Bulletin de l'opérateur en cours de calcul, archivé tel quel dans
*> BulletinsPaie.
01 BulletinCalcule.
   05 PeriodeBul           PIC 9(6).
   05 CodeOperateurBul     PIC X(8).
   05 HeuresPlanifieesBul  PIC 9(3)V99.
   05 HeuresTravailleesBul PIC 9(3)V99.
   05 HeuresSupBul         PIC 9(3)V99.
   05 HeuresNuitBul        PIC 9(3)V99.
   05 HeuresCongeBul       PIC 9(3)V99.
   05 HeuresMaladieBul     PIC 9(3)V99.
   05 HeuresSansSoldeBul   PIC 9(3)V99.
   05 SalaireBrutBul       PIC S9(7)V99.
   05 CotisationsBul       PIC S9(7)V99.
   05 NetAPayerBul         PIC S9(7)V99.
   05 DateCalculBul        PIC 9(8).
01 MontantHeuresSup   PIC S9(7)V99.
01 MontantNuit        PIC S9(7)V99.
01 RetenueMaladie     PIC S9(7)V99.
01 RetenueSansSolde   PIC S9(7)V99.

*> Paies calculées, gardées en mémoire : le lot s'écrit d'un bloc,
*> et les fiches ne se marquent payées qu'une fois le lot écrit.
01 PaiesCalculees.
   02 PaieLigne OCCURS 200 TIMES.
      03 CodeOpPaieTbl    PIC X(8).
      03 NomPaieTbl       PIC X(30).
      03 DestPaieTbl      PIC X.
      03 ComptePaieTbl    PIC X(10).
      03 BicPaieTbl       PIC X(11).
      03 IbanPaieTbl      PIC X(20).
      03 NetPaieTbl       PIC S9(7)V99.
      03 BulletinTbl      PIC X(84).
01 NbPaies            PIC 9(3) VALUE 0.
01 IndexPaie          PIC 9(3).
01 NbVersements       PIC 9(8) VALUE 0.
01 TotalVersements    PIC 9(15)V99 VALUE 0.
01 NbFichesLues       PIC 9(5) VALUE 0.
01 NbFichesRejetees   PIC 9(5) VALUE 0.

01 MontantEdit        PIC -(8)9.99.
01 HeuresEdit         PIC ZZ9.99.
01 TauxEdit           PIC ZZ9.99.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Paie mensuelle du personnel de la banque (auto-conditionnée au
*> premier du mois, sur le mois écoulé, quand toutes ses absences
*> sont décidées) : elle se faisait dans un tableur qui ignorait le
*> planning des équipes et les absences. Pour chaque fiche de paie en
*> poste, les heures planifiées de chaque jour du mois (équipe du
*> jour de la semaine, hors repos et jours fériés) se ventilent en
*> heures travaillées, congés et formations (maintenus), maladie
*> (retenue de la part non maintenue) et sans solde (retenue
*> entière) d'après les absences approuvées de GestionAbsences. Les
*> heures travaillées au-delà du contrat se paient au taux des heures
*> supplémentaires, celles de l'équipe de nuit portent la prime de
*> nuit. Chaque bulletin s'imprime et s'archive dans BulletinsPaie,
*> et les nets partent en UN lot dans LotsSalaires, que la paie en
*> masse (PaiementsSalaires) exécute comme celui d'un employeur.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : paie du personnel différée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    COMPUTE EntierDate =
            FUNCTION INTEGER-OF-DATE(DateTraitementJour) - 1.
    COMPUTE DateFinMois = FUNCTION DATE-OF-INTEGER(EntierDate).
    MOVE DateFinMois TO DateDebutMois.
    MOVE "01" TO DateDebutMois(7:2).
    MOVE DateFinMois(1:6) TO PeriodePaie.
    MOVE DateFinMois(7:2) TO NbJoursMois.
    COMPUTE EntierDebutMois = FUNCTION INTEGER-OF-DATE(DateDebutMois).

    OPEN I-O FichePaieFile.
    IF STATUS-FICHESPAIE = "35"
        DISPLAY "Aucune fiche de paie (FichesPaie absent) : rien à calculer."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.
    IF STATUS-FICHESPAIE NOT = "00"
        DISPLAY "Impossible d'ouvrir FichesPaie. Code de statut : " STATUS-FICHESPAIE
        STOP RUN
    END-IF.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS = "00"
        MOVE 'O' TO OperateursOuverts
    END-IF.

    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER = "00"
        MOVE 'O' TO CalendrierOuvert
    END-IF.
    PERFORM PREPARER-UN-JOUR
        VARYING IndexJourMois FROM 1 BY 1 UNTIL IndexJourMois > NbJoursMois.
    IF CalendrierOuvert = 'O'
        CLOSE CalendrierFile
    END-IF.
    PERFORM CHARGER-ABSENCES-MOIS.

    DISPLAY "========================================================".
    DISPLAY "PAIE DU PERSONNEL - MOIS " PeriodePaie
            " (" NbJoursFeries " jour(s) férié(s))".
    DISPLAY "--------------------------------------------------------".

    PERFORM CALCULER-UNE-FICHE UNTIL FinFiches = 'O'.

    IF OperateursOuverts = 'O'
        CLOSE OperateurFile
    END-IF.

    IF NbPaies = 0
        DISPLAY "Aucun bulletin à établir pour " PeriodePaie "."
        CLOSE FichePaieFile
        PERFORM CONCLURE
        GOBACK
    END-IF.

    IF NbVersements > 0
        PERFORM ECRIRE-LOT-PAIE
        IF STATUS-SALAIRES NOT = "00"
            CLOSE FichePaieFile
            MOVE "KO" TO StatutFinCtl
            PERFORM TERMINER-CONTROLE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    PERFORM ARCHIVER-BULLETINS.
    PERFORM MARQUER-UNE-FICHE
        VARYING IndexPaie FROM 1 BY 1 UNTIL IndexPaie > NbPaies.
    CLOSE FichePaieFile.

    DISPLAY "--------------------------------------------------------".
    MOVE TotalVersements TO MontantEdit.
    DISPLAY NbPaies " bulletin(s), " NbVersements
            " salaire(s) versé(s) dans LotsSalaires pour " MontantEdit.
    IF NbFichesRejetees > 0
        DISPLAY "*** " NbFichesRejetees " fiche(s) non payée(s) : voir"
                " ci-dessus, à corriger dans GestionOperateurs. ***"
    END-IF.
    DISPLAY "========================================================".
    PERFORM CONCLURE.
    GOBACK.

CONCLURE.
    IF NbFichesRejetees > 0
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
    END-IF.
    EXIT.

PREPARER-UN-JOUR.
*>  Reste entier d'INTEGER-OF-DATE par 7 : 0 pour dimanche, 1 à 6
*>  pour lundi à samedi (même convention que JoursSemaine).
    COMPUTE EntierEssai = EntierDebutMois + IndexJourMois - 1.
    COMPUTE DateJourTbl(IndexJourMois) =
            FUNCTION DATE-OF-INTEGER(EntierEssai).
    MOVE 0 TO HeuresJourTbl(IndexJourMois).
    MOVE 'N' TO NuitJourTbl(IndexJourMois).
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierEssai, 7).
    IF JourSemaineNum = 0
        MOVE 7 TO IndexSemaine
    ELSE
        MOVE JourSemaineNum TO IndexSemaine
    END-IF.
    IF EquipePlanifiee(IndexSemaine) = "Repos"
        EXIT PARAGRAPH
    END-IF.
    IF CalendrierOuvert = 'O'
        MOVE DateJourTbl(IndexJourMois) TO DateFerie
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO NbJoursFeries
                EXIT PARAGRAPH
        END-READ
    END-IF.
    PERFORM RETENIR-HORAIRE-EQUIPE
        VARYING IndexHoraire FROM 1 BY 1 UNTIL IndexHoraire > 4.
    IF EquipePlanifiee(IndexSemaine) = "Nuit"
        MOVE 'O' TO NuitJourTbl(IndexJourMois)
    END-IF.
    EXIT.

RETENIR-HORAIRE-EQUIPE.
    IF NomEquipeHoraire(IndexHoraire) = EquipePlanifiee(IndexSemaine)
        COMPUTE HeuresJourTbl(IndexJourMois) =
                HeureFinEquipe(IndexHoraire)
              - HeureDebutEquipe(IndexHoraire)
    END-IF.
    EXIT.

CHARGER-ABSENCES-MOIS.
    OPEN INPUT AbsenceFile.
    IF STATUS-ABSENCES NOT = "00"
        DISPLAY "AbsencesOperateurs indisponible (" STATUS-ABSENCES
                ") : paie calculée sans absence."
        EXIT PARAGRAPH
    END-IF.
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
       OR DateFinAbs < DateDebutMois
       OR DateDebutAbs > DateFinMois
        EXIT PARAGRAPH
    END-IF.
    IF NbAbsencesMois NOT < 300
        DISPLAY "Table des absences pleine (300). Absence ignorée : " NumeroAbsence
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbAbsencesMois.
    MOVE CodeOperateurAbs TO OpAbsTbl(NbAbsencesMois).
    MOVE TypeAbsence TO TypeAbsTbl(NbAbsencesMois).
    MOVE DateDebutAbs TO DebutAbsTbl(NbAbsencesMois).
    MOVE DateFinAbs TO FinAbsTbl(NbAbsencesMois).
    EXIT.

CALCULER-UNE-FICHE.
    READ FichePaieFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFiches
            EXIT PARAGRAPH
    END-READ.
    IF StatutFichePaie = 'S'
        EXIT PARAGRAPH
    END-IF.
    IF DernierePeriodePayee NUMERIC
       AND DernierePeriodePayee NOT < PeriodePaie
        DISPLAY CodeOperateurPaie " : " PeriodePaie " déjà payé."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbFichesLues.

    MOVE SPACES TO NomOperateur.
    IF OperateursOuverts = 'O'
        MOVE CodeOperateurPaie TO CodeOperateur
        READ OperateurFile
            KEY IS CodeOperateur
            INVALID KEY
                MOVE SPACES TO NomOperateur
        END-READ
    END-IF.
    IF NomOperateur = SPACES
        ADD 1 TO NbFichesRejetees
        DISPLAY "*** " CodeOperateurPaie " : opérateur inconnu dans"
                " OperateurFile, fiche non payée. ***"
        EXIT PARAGRAPH
    END-IF.
    IF (DestinationPaie = 'I' AND NumeroComptePaie = SPACES)
       OR (DestinationPaie = 'E' AND IbanPaie = SPACES)
       OR (DestinationPaie NOT = 'I' AND DestinationPaie NOT = 'E')
        ADD 1 TO NbFichesRejetees
        DISPLAY "*** " CodeOperateurPaie " : compte de versement"
                " incomplet, fiche non payée. ***"
        EXIT PARAGRAPH
    END-IF.
    IF NbPaies NOT < 200
        ADD 1 TO NbFichesRejetees
        DISPLAY "Table des paies pleine (200). Fiche ignorée : " CodeOperateurPaie
        EXIT PARAGRAPH
    END-IF.

    INITIALIZE BulletinCalcule.
    MOVE PeriodePaie TO PeriodeBul.
    MOVE CodeOperateurPaie TO CodeOperateurBul.
    MOVE DateTraitementJour TO DateCalculBul.
    PERFORM VENTILER-UN-JOUR
        VARYING IndexJourMois FROM 1 BY 1 UNTIL IndexJourMois > NbJoursMois.
    PERFORM CALCULER-SALAIRE.
    PERFORM IMPRIMER-BULLETIN.

    ADD 1 TO NbPaies.
    MOVE CodeOperateurPaie TO CodeOpPaieTbl(NbPaies).
    MOVE NomOperateur TO NomPaieTbl(NbPaies).
    MOVE DestinationPaie TO DestPaieTbl(NbPaies).
    MOVE NumeroComptePaie TO ComptePaieTbl(NbPaies).
    MOVE BicPaie TO BicPaieTbl(NbPaies).
    MOVE IbanPaie TO IbanPaieTbl(NbPaies).
    MOVE NetAPayerBul TO NetPaieTbl(NbPaies).
    MOVE BulletinCalcule TO BulletinTbl(NbPaies).
    IF NetAPayerBul > 0
        ADD 1 TO NbVersements
        ADD NetAPayerBul TO TotalVersements
    END-IF.
    EXIT.

VENTILER-UN-JOUR.
*> Une journée planifiée est travaillée, sauf absence approuvée de
*> l'opérateur qui la couvre : son type décide de ce qui est payé.
    IF HeuresJourTbl(IndexJourMois) = 0
        EXIT PARAGRAPH
    END-IF.
    ADD HeuresJourTbl(IndexJourMois) TO HeuresPlanifieesBul.
    MOVE SPACE TO TypeAbsenceJour.
    PERFORM CHERCHER-ABSENCE-JOUR
        VARYING IndexAbs FROM 1 BY 1
        UNTIL IndexAbs > NbAbsencesMois OR TypeAbsenceJour NOT = SPACE.
    EVALUATE TypeAbsenceJour
        WHEN SPACE
            ADD HeuresJourTbl(IndexJourMois) TO HeuresTravailleesBul
            IF NuitJourTbl(IndexJourMois) = 'O'
                ADD HeuresJourTbl(IndexJourMois) TO HeuresNuitBul
            END-IF
        WHEN 'M'
            ADD HeuresJourTbl(IndexJourMois) TO HeuresMaladieBul
        WHEN 'S'
            ADD HeuresJourTbl(IndexJourMois) TO HeuresSansSoldeBul
        WHEN OTHER
            ADD HeuresJourTbl(IndexJourMois) TO HeuresCongeBul
    END-EVALUATE.
    EXIT.

CHERCHER-ABSENCE-JOUR.
    IF OpAbsTbl(IndexAbs) = CodeOperateurPaie
       AND DebutAbsTbl(IndexAbs) <= DateJourTbl(IndexJourMois)
       AND FinAbsTbl(IndexAbs) >= DateJourTbl(IndexJourMois)
        MOVE TypeAbsTbl(IndexAbs) TO TypeAbsenceJour
    END-IF.
    EXIT.

CALCULER-SALAIRE.
*> Brut = base du contrat + heures supplémentaires + prime de nuit
*> - retenues de maladie (part non maintenue) et de sans solde ;
*> net = brut - cotisations salariales. Un net nul ou négatif
*> s'imprime mais ne part pas dans le lot.
    MOVE 0 TO HeuresSupBul.
    IF HeuresTravailleesBul > HeuresMensuelles
        COMPUTE HeuresSupBul = HeuresTravailleesBul - HeuresMensuelles
    END-IF.
    COMPUTE MontantHeuresSup ROUNDED = HeuresSupBul * TauxHeureSup.
    COMPUTE MontantNuit ROUNDED = HeuresNuitBul * PrimeHoraireNuit.
    COMPUTE RetenueMaladie ROUNDED =
            HeuresMaladieBul * TauxHoraire * (100 - MaintienMaladie) / 100.
    COMPUTE RetenueSansSolde ROUNDED = HeuresSansSoldeBul * TauxHoraire.
    COMPUTE SalaireBrutBul = SalaireBaseMensuel + MontantHeuresSup
                           + MontantNuit - RetenueMaladie
                           - RetenueSansSolde.
    MOVE 0 TO CotisationsBul.
    IF SalaireBrutBul > 0
        COMPUTE CotisationsBul ROUNDED =
                SalaireBrutBul * TauxCotisations / 100
    END-IF.
    COMPUTE NetAPayerBul = SalaireBrutBul - CotisationsBul.
    EXIT.

IMPRIMER-BULLETIN.
    DISPLAY " ".
    DISPLAY "BULLETIN DE PAIE " PeriodeBul " - " CodeOperateurPaie
            " " NomOperateur.
    MOVE HeuresPlanifieesBul TO HeuresEdit.
    DISPLAY "  Heures planifiées            : " HeuresEdit.
    MOVE HeuresTravailleesBul TO HeuresEdit.
    DISPLAY "  Heures travaillées           : " HeuresEdit.
    MOVE HeuresCongeBul TO HeuresEdit.
    DISPLAY "  Congés payés et formation    : " HeuresEdit " h (maintenues)".
    MOVE HeuresMensuelles TO HeuresEdit.
    MOVE SalaireBaseMensuel TO MontantEdit.
    DISPLAY "  Salaire de base (" HeuresEdit " h)   : " MontantEdit.
    IF HeuresSupBul > 0
        MOVE HeuresSupBul TO HeuresEdit
        MOVE TauxHeureSup TO TauxEdit
        MOVE MontantHeuresSup TO MontantEdit
        DISPLAY "  Heures supp. " HeuresEdit " x " TauxEdit "  : " MontantEdit
    END-IF.
    IF HeuresNuitBul > 0
        MOVE HeuresNuitBul TO HeuresEdit
        MOVE PrimeHoraireNuit TO TauxEdit
        MOVE MontantNuit TO MontantEdit
        DISPLAY "  Prime de nuit " HeuresEdit " x " TauxEdit " : " MontantEdit
    END-IF.
    IF HeuresMaladieBul > 0
        MOVE HeuresMaladieBul TO HeuresEdit
        COMPUTE MontantEdit = 0 - RetenueMaladie
        DISPLAY "  Maladie " HeuresEdit " h (retenue)   : " MontantEdit
    END-IF.
    IF HeuresSansSoldeBul > 0
        MOVE HeuresSansSoldeBul TO HeuresEdit
        COMPUTE MontantEdit = 0 - RetenueSansSolde
        DISPLAY "  Sans solde " HeuresEdit " h          : " MontantEdit
    END-IF.
    MOVE SalaireBrutBul TO MontantEdit.
    DISPLAY "  SALAIRE BRUT                 : " MontantEdit.
    COMPUTE MontantEdit = 0 - CotisationsBul.
    DISPLAY "  Cotisations salariales       : " MontantEdit.
    MOVE NetAPayerBul TO MontantEdit.
    DISPLAY "  NET À PAYER                  : " MontantEdit.
    IF NetAPayerBul > 0
        IF DestinationPaie = 'I'
            DISPLAY "  Versé sur le compte " NumeroComptePaie
        ELSE
            DISPLAY "  Versé à " BicPaie " " IbanPaie
        END-IF
    ELSE
        DISPLAY "  Rien à verser ce mois-ci."
    END-IF.
    EXIT.

ECRIRE-LOT-PAIE.
*> Un seul lot, enveloppé comme ceux des employeurs clients : la
*> paie en masse le vérifie, débite le compte de la banque de son
*> total et crédite chaque salarié.
    PERFORM VERIFIER-COMPTE-EMPLOYEUR.
    OPEN EXTEND LotSalairesFile.
    IF STATUS-SALAIRES = "35"
        OPEN OUTPUT LotSalairesFile
    END-IF.
    IF STATUS-SALAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir LotsSalaires. Code de statut : " STATUS-SALAIRES
        DISPLAY "Aucune fiche marquée payée : relancer le calcul."
        EXIT PARAGRAPH
    END-IF.

    MOVE '1' TO TypeEnregEnteteSal.
    MOVE CompteEmployeurBanque TO NumeroCompteEmployeur.
    MOVE DateTraitementJour TO DateLotSalaires.
    MOVE LibellePaieBanque TO LibelleEmployeur.
    WRITE EnteteSalairesRecord.

    PERFORM ECRIRE-UN-VERSEMENT
        VARYING IndexPaie FROM 1 BY 1 UNTIL IndexPaie > NbPaies.

    MOVE '9' TO TypeEnregTotalSal.
    MOVE NbVersements TO NbDetailsTotalSal.
    MOVE TotalVersements TO CumulMontantsTotalSal.
    WRITE TotalSalairesRecord.
    IF STATUS-SALAIRES NOT = "00"
        DISPLAY "Erreur à l'écriture de LotsSalaires. Code de statut : " STATUS-SALAIRES
        CLOSE LotSalairesFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE LotSalairesFile.
    EXIT.

ECRIRE-UN-VERSEMENT.
    IF NetPaieTbl(IndexPaie) NOT > 0
        EXIT PARAGRAPH
    END-IF.
    MOVE '2' TO TypeEnregSal.
    MOVE DestPaieTbl(IndexPaie) TO DestinationSal.
    MOVE ComptePaieTbl(IndexPaie) TO NumeroCompteBenef.
    MOVE BicPaieTbl(IndexPaie) TO BicBenef.
    MOVE IbanPaieTbl(IndexPaie) TO IbanBenef.
    MOVE NetPaieTbl(IndexPaie) TO MontantSalaire.
    MOVE NomPaieTbl(IndexPaie) TO NomBenef.
    WRITE DetailSalaireRecord.
    EXIT.

VERIFIER-COMPTE-EMPLOYEUR.
*> Le compte de la banque doit exister dans CompteFile, sinon la
*> paie en masse refusera le lot : on prévient sans bloquer.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES = "00"
        MOVE CompteEmployeurBanque TO NumeroCompte
        READ CompteFile
            KEY IS NumeroCompte
            INVALID KEY
                DISPLAY "AVERTISSEMENT : le compte " CompteEmployeurBanque
                        " n'existe pas dans CompteFile, le lot de paie sera refusé."
        END-READ
        CLOSE CompteFile
    END-IF.
    EXIT.

ARCHIVER-BULLETINS.
    OPEN EXTEND BulletinPaieFile.
    IF STATUS-BULLETINS = "35"
        OPEN OUTPUT BulletinPaieFile
    END-IF.
    IF STATUS-BULLETINS NOT = "00"
        DISPLAY "Impossible d'ouvrir BulletinsPaie. Code de statut : " STATUS-BULLETINS
        EXIT PARAGRAPH
    END-IF.
    PERFORM ARCHIVER-UN-BULLETIN
        VARYING IndexPaie FROM 1 BY 1 UNTIL IndexPaie > NbPaies.
    CLOSE BulletinPaieFile.
    EXIT.

ARCHIVER-UN-BULLETIN.
    MOVE BulletinTbl(IndexPaie) TO LigneBulletinPaie.
    WRITE LigneBulletinPaie.
    EXIT.

MARQUER-UNE-FICHE.
    MOVE CodeOpPaieTbl(IndexPaie) TO CodeOperateurPaie.
    READ FichePaieFile
        KEY IS CodeOperateurPaie
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE PeriodePaie TO DernierePeriodePayee.
    REWRITE FichePaieRecord.
    IF STATUS-FICHESPAIE NOT = "00"
        DISPLAY "Erreur à la mise à jour de FichesPaie. Code de statut : " STATUS-FICHESPAIE
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
    MOVE "PAIEPERS" TO NomProgrammeCtl.
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
    MOVE NbFichesLues TO NbLusCtl.
    MOVE NbPaies TO NbPostesCtl.
    MOVE NbFichesRejetees TO NbRejetesCtl.
    MOVE TotalVersements TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
