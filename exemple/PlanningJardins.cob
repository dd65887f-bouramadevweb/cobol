IDENTIFICATION DIVISION.
PROGRAM-ID. PlanningJardins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EquipeJardinFile
           ASSIGN TO 'EquipesJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeEquipeJar
           FILE STATUS IS STATUS-EQUIPES.

    SELECT InterventionFile
           ASSIGN TO 'PlanningJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleIntervention
           FILE STATUS IS STATUS-PLANNING.

    SELECT ParamPlanningFile
           ASSIGN TO 'ParamPlanningJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAM.

    SELECT DevisFile
           ASSIGN TO 'DevisJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDevis
           FILE STATUS IS STATUS-DEVIS.

    SELECT ContratFile
           ASSIGN TO 'ContratsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroContrat
           FILE STATUS IS STATUS-CONTRATS.

    SELECT JardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

    SELECT ClientJardinFile
           ASSIGN TO 'ClientsJardins'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientJar
           FILE STATUS IS STATUS-CLIENTSJAR.

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

    SELECT AbsenceFile
           ASSIGN TO 'AbsencesOperateurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAbsence
           FILE STATUS IS STATUS-ABSENCES.

    SELECT OperateurFile
           ASSIGN TO 'OperateurFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateur
           FILE STATUS IS STATUS-OPERATEURS.

DATA DIVISION.
FILE SECTION.
FD EquipeJardinFile.
*> Équipes de chantier de l'entreprise de jardins : jusqu'à quatre
*> membres, par leur code opérateur — c'est sous ce code que
*> GestionAbsences tient leurs congés, maladies et formations.
01 EquipeJardinRecord.
   05 CodeEquipeJar       PIC X(4).
   05 NomEquipeJar        PIC X(20).
   05 MembreEquipeJar     PIC X(8) OCCURS 4 TIMES.

FD InterventionFile.
*> Planning des équipes : une intervention par chantier de devis
*> accepté ('D') ou par visite mensuelle de contrat ('C', la période
*> AAAAMM dit de quel mois), rangée par jour, équipe et ordre de
*> passage. Nom et adresse sont ceux de la fiche client au moment de
*> la planification ; la durée est l'estimation en heures.
01 InterventionRecord.
   05 CleIntervention.
      10 DateInterv          PIC 9(8).
      10 CodeEquipeInterv    PIC X(4).
      10 OrdreInterv         PIC 9(3).
   05 TypeInterv             PIC X.
   05 NumeroPieceInterv      PIC 9(6).
   05 PeriodeInterv          PIC 9(6).
   05 NumeroClientInterv     PIC 9(6).
   05 NomClientInterv        PIC X(30).
   05 AdresseInterv          PIC X(40).
   05 DureeInterv            PIC 9(2)V9.
   05 DatePlanifInterv       PIC 9(8).

FD ParamPlanningFile.
*> Cadences d'estimation des durées : mètres de clôture posés et
*> mètres carrés traités à l'heure sur un chantier, mètres carrés
*> entretenus à l'heure lors d'une visite de contrat, durée d'une
*> visite quand le jardin du client n'est pas mesuré, durée minimum
*> d'un déplacement, et ancienneté maximum (jours) d'un devis
*> accepté encore à planifier.
01 ParamPlanningEnrg.
   05 MetresClotureHeure     PIC 9(3).
   05 MetresCarresHeure      PIC 9(4).
   05 MetresCarresVisite     PIC 9(4).
   05 DureeVisiteDefaut      PIC 9(2)V9.
   05 DureeMinimum           PIC 9(2)V9.
   05 AncienneteMaxDevis     PIC 9(3).

FD DevisFile.
*> Dessin de DevisJardins.
01 DevisRecord.
   05 NumeroDevis        PIC 9(6).
   05 ReferenceDevis     PIC X(10).
   05 NomClientDevis     PIC X(30).
   05 AdresseClientDevis PIC X(40).
   05 LongueurDevis      PIC 9(4).
   05 LargeurDevis       PIC 9(4).
   05 PerimetreDevis     PIC 9(4).
   05 SurfaceDevis       PIC 9(7).
   05 MontantClotureDev  PIC 9(9)V99.
   05 MontantTraitementDev PIC 9(9)V99.
   05 MontantDevis       PIC 9(9)V99.
   05 DateDevis          PIC 9(8).
   05 DateValiditeDevis  PIC 9(8).
   05 StatutDevis        PIC X.
   05 NumeroClientDevis  PIC 9(6).

FD ContratFile.
*> Dessin de ContratsJardins.
01 ContratRecord.
   05 NumeroContrat          PIC 9(6).
   05 ReferenceContrat       PIC X(10).
   05 NomClientContrat       PIC X(30).
   05 ServicesContrat        PIC X(40).
   05 MontantMensuelContrat  PIC 9(7)V99.
   05 DateDebutContrat       PIC 9(8).
   05 DateFinContrat         PIC 9(8).
   05 StatutContrat          PIC X.
   05 DernierePeriodeFacturee PIC 9(6).
   05 DateDerniereRevision   PIC 9(8).
   05 NumeroClientContrat    PIC 9(6).

FD JardinsFile.
*> Dessin de CalculPerimetre.
01 JardinRecord.
   05 LongueurLigne    PIC 9(4).
   05 LargeurLigne     PIC 9(4).
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).
   05 NumeroClientJardin PIC 9(6).

FD ClientJardinFile.
*> Fiche client de l'entreprise de jardins (GestionClientsJardins).
01 ClientJardinRecord.
   05 NumeroClientJar    PIC 9(6).
   05 NomClientJar       PIC X(30).
   05 AdresseClientJar   PIC X(40).
   05 ContactClientJar   PIC X(30).
   05 DelaiPaiementJar   PIC 9(3).
   05 DateCreationJar    PIC 9(8).

FD CalendrierFile.
COPY JourFerieRecord.

FD AbsenceFile.
*> Vue de lecture des absences tenues par GestionAbsences.
01 AbsenceRecord.
   05 NumeroAbsence       PIC 9(6).
   05 CodeOperateurAbs    PIC X(8).
   05 TypeAbsence         PIC X.
   05 DateDebutAbs        PIC 9(8).
   05 DateFinAbs          PIC 9(8).
   05 NbJoursAbs          PIC 9(3).
   05 StatutAbsence       PIC X.
   05 OperateurDecisionAbs PIC X(8).

FD OperateurFile.
COPY OperateurRecord.

WORKING-STORAGE SECTION.
77 STATUS-EQUIPES    PIC XX.
77 STATUS-PLANNING   PIC XX.
77 STATUS-PARAM      PIC XX.
77 STATUS-DEVIS      PIC XX.
77 STATUS-CONTRATS   PIC XX.
77 STATUS-JARDINS    PIC XX.
77 STATUS-CLIENTSJAR PIC XX.
77 STATUS-CALENDRIER PIC XX.
77 STATUS-ABSENCES   PIC XX.
77 STATUS-OPERATEURS PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 FinInterne        PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 EntierDuJour      PIC 9(9).
01 EquipeExistante   PIC X.
01 ZoneSaisie        PIC X(20).
01 MembreSaisi       PIC X(8).
01 ClientsOuverts    PIC X.
01 OperateursOuverts PIC X.

*> Cadences en vigueur, lues sur ParamPlanningJardins.
01 CadenceCloture    PIC 9(3).
01 CadenceTraitement PIC 9(4).
01 CadenceVisite     PIC 9(4).
01 DureeVisite       PIC 9(2)V9.
01 DureePlancher     PIC 9(2)V9.
01 AncienneteDevis   PIC 9(3).

*> Période de travail : planification, contrôle des surcharges ou
*> feuille de route (un seul jour).
01 DateDebutPeriode  PIC 9(8).
01 DateFinPeriode    PIC 9(8).
01 EntierDebutPeriode PIC 9(9).
01 EntierFinPeriode  PIC 9(9).
01 EntierJour        PIC 9(9).
01 NbJoursSaisi      PIC 9(2).
01 NbJoursPeriode    PIC 9(2).
01 PeriodePrete      PIC X.
01 JourSemaineNum    PIC 9(1).
01 IndexSemaine      PIC 9(1).
01 MoisCourant       PIC 9(6).
01 DateLimiteDevis   PIC 9(8).

01 JoursPeriode.
   02 JourPeriodeLigne OCCURS 31 TIMES.
      03 DateJourTbl      PIC 9(8).
      03 PosteJourTbl     PIC X(12).
      03 HeuresPosteTbl   PIC 9(2).
      03 CaseEquipe OCCURS 10 TIMES.
         04 CapaciteTbl      PIC 9(3)V9.
         04 ChargeTbl        PIC 9(3)V9.
         04 DernierOrdreTbl  PIC 9(3).
01 IndexJour         PIC 9(2).
01 IndexHoraire      PIC 9(1).

01 MoisPeriode.
   02 MoisLigne OCCURS 3 TIMES.
      03 MoisTbl          PIC 9(6).
      03 PremierJourMoisTbl PIC 9(2).
      03 DernierJourMoisTbl PIC 9(2).
01 NbMoisPeriode     PIC 9(1).
01 IndexMois         PIC 9(1).

01 EquipesEnMemoire.
   02 EquipeLigne OCCURS 10 TIMES.
      03 CodeEquipeTbl    PIC X(4).
      03 NomEquipeTbl     PIC X(20).
      03 MembreTbl        PIC X(8) OCCURS 4 TIMES.
01 NbEquipesTbl      PIC 9(2).
01 IndexEquipe       PIC 9(2).
01 IndexMembre       PIC 9(1).
01 NbPresentsCase    PIC 9(1).

01 JoursFeries.
   02 JourFerieTbl OCCURS 50 TIMES.
      03 DateFerieTbl PIC 9(8).
01 NbJoursFeries     PIC 9(2).
01 IndexFerie        PIC 9(2).
01 FerieTrouve       PIC X.

*> Absences approuvées qui chevauchent la période.
01 AbsencesEnMemoire.
   02 AbsenceLigne OCCURS 300 TIMES.
      03 OperateurAbsTbl  PIC X(8).
      03 DebutAbsTbl      PIC 9(8).
      03 FinAbsTbl        PIC 9(8).
01 NbAbsencesTbl     PIC 9(3).
01 IndexAbsence      PIC 9(3).
01 OperateurCherche  PIC X(8).
01 DateCherchee      PIC 9(8).
01 MembreAbsent      PIC X.

*> Pièces déjà planifiées (devis, ou contrat et mois de visite) : une
*> relance de la planification ne les replace pas.
01 PiecesPlanifiees.
   02 PieceLigne OCCURS 3000 TIMES.
      03 TypePieceTbl     PIC X.
      03 NumeroPieceTbl   PIC 9(6).
      03 PeriodePieceTbl  PIC 9(6).
01 NbPiecesTbl       PIC 9(4).
01 IndexPiece        PIC 9(4).
01 PieceTrouvee      PIC X.

*> Intervention à placer.
01 TypeAPlacer       PIC X.
01 NumeroAPlacer     PIC 9(6).
01 PeriodeAPlacer    PIC 9(6).
01 ClientAPlacer     PIC 9(6).
01 NomAPlacer        PIC X(30).
01 AdresseAPlacer    PIC X(40).
01 DureeEstimee      PIC 9(2)V9.
01 PlageDebut        PIC 9(2).
01 PlageFin          PIC 9(2).
01 DateMinPlace      PIC 9(8).
01 DateMaxPlace      PIC 9(8).
01 JourRetenu        PIC 9(2).
01 EquipeRetenue     PIC 9(2).
01 ResteRetenu       PIC S9(3)V9.
01 ResteCase         PIC S9(3)V9.
01 PlaceForcee       PIC X.
01 SurfaceJardin     PIC 9(7).
01 JardinMesure      PIC X.

01 NbPlanifies       PIC 9(5).
01 NbPlacesForcees   PIC 9(5).
01 NbNonPlanifies    PIC 9(5).
01 NbSurcharges      PIC 9(5).
01 NbArrets          PIC 9(3).
01 EquipeDemandee    PIC X(4).
01 LibelleType       PIC X(8).
01 DureeEdit         PIC Z9.9.
01 ChargeEdit        PIC ZZ9.9.
01 CapaciteEdit      PIC ZZ9.9.

COPY PlanningEquipes.

PROCEDURE DIVISION.

*> Planning des équipes de l'entreprise de jardins : les chantiers
*> des devis acceptés et les visites mensuelles des contrats se
*> répartissaient au téléphone sans savoir qui était disponible. Les
*> jours se lisent sur le planning hebdomadaire partagé avec
*> JoursSemaine (poste du jour, dont les heures font la journée de
*> chaque membre ; Repos = pas de chantier), les fériés sur le
*> calendrier et les absents approuvés sur GestionAbsences. Chaque
*> intervention est estimée en heures et placée au premier jour où
*> une équipe a la place ; faute de place, elle va là où il en reste
*> le plus et la surcharge est signalée. La feuille de route donne à
*> chaque équipe ses arrêts de la journée avec l'adresse du client.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateDuJour).
    PERFORM CHARGER-PARAMETRES.

    OPEN I-O EquipeJardinFile.
    IF STATUS-EQUIPES = "35"
        OPEN OUTPUT EquipeJardinFile
        CLOSE EquipeJardinFile
        OPEN I-O EquipeJardinFile
    END-IF.
    IF STATUS-EQUIPES NOT = "00"
        DISPLAY "Impossible d'ouvrir EquipesJardins. Code de statut : " STATUS-EQUIPES
        STOP RUN
    END-IF.

    OPEN I-O InterventionFile.
    IF STATUS-PLANNING = "35"
        OPEN OUTPUT InterventionFile
        CLOSE InterventionFile
        OPEN I-O InterventionFile
    END-IF.
    IF STATUS-PLANNING NOT = "00"
        DISPLAY "Impossible d'ouvrir PlanningJardins. Code de statut : " STATUS-PLANNING
        CLOSE EquipeJardinFile
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE EquipeJardinFile.
    CLOSE InterventionFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "PLANNING DES ÉQUIPES DE JARDINS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Créer/modifier une équipe".
    DISPLAY "2. Lister les équipes".
    DISPLAY "3. Planifier chantiers et visites de contrat".
    DISPLAY "4. Contrôler les surcharges d'une période".
    DISPLAY "5. Feuille de route d'une journée".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM SAISIR-EQUIPE
        WHEN "2"
            PERFORM LISTER-EQUIPES
        WHEN "3"
            PERFORM PLANIFIER-PERIODE
        WHEN "4"
            PERFORM CONTROLER-PERIODE
        WHEN "5"
            PERFORM FEUILLE-DE-ROUTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

CHARGER-PARAMETRES.
*> Cadences d'estimation ; au premier accès le fichier n'existe pas
*> encore, on l'amorce aux valeurs de la maison (même idiome que les
*> paliers de relance).
    OPEN INPUT ParamPlanningFile.
    IF STATUS-PARAM = "35"
        OPEN OUTPUT ParamPlanningFile
        PERFORM AMORCER-PARAMETRES
        WRITE ParamPlanningEnrg
        CLOSE ParamPlanningFile
        OPEN INPUT ParamPlanningFile
    END-IF.
    IF STATUS-PARAM NOT = "00"
        PERFORM AMORCER-PARAMETRES
    ELSE
        READ ParamPlanningFile
            AT END
                PERFORM AMORCER-PARAMETRES
        END-READ
        CLOSE ParamPlanningFile
    END-IF.
    MOVE MetresClotureHeure TO CadenceCloture.
    MOVE MetresCarresHeure TO CadenceTraitement.
    MOVE MetresCarresVisite TO CadenceVisite.
    MOVE DureeVisiteDefaut TO DureeVisite.
    MOVE DureeMinimum TO DureePlancher.
    MOVE AncienneteMaxDevis TO AncienneteDevis.
*>  Une cadence à zéro rendrait l'estimation impossible.
    IF CadenceCloture = 0
        MOVE 20 TO CadenceCloture
    END-IF.
    IF CadenceTraitement = 0
        MOVE 150 TO CadenceTraitement
    END-IF.
    IF CadenceVisite = 0
        MOVE 400 TO CadenceVisite
    END-IF.
    IF AncienneteDevis = 0
        MOVE 90 TO AncienneteDevis
    END-IF.
    EXIT.

AMORCER-PARAMETRES.
    MOVE 20 TO MetresClotureHeure.
    MOVE 150 TO MetresCarresHeure.
    MOVE 400 TO MetresCarresVisite.
    MOVE 2 TO DureeVisiteDefaut.
    MOVE 1 TO DureeMinimum.
    MOVE 90 TO AncienneteMaxDevis.
    EXIT.

SAISIR-EQUIPE.
    DISPLAY "Code de l'équipe : ".
    ACCEPT CodeEquipeJar.
    IF CodeEquipeJar = SPACES
        DISPLAY "Code obligatoire."
        EXIT PARAGRAPH
    END-IF.
    READ EquipeJardinFile
        KEY IS CodeEquipeJar
        INVALID KEY
            MOVE 'N' TO EquipeExistante
            MOVE SPACES TO NomEquipeJar
            MOVE SPACES TO MembreEquipeJar(1)
            MOVE SPACES TO MembreEquipeJar(2)
            MOVE SPACES TO MembreEquipeJar(3)
            MOVE SPACES TO MembreEquipeJar(4)
        NOT INVALID KEY
            MOVE 'O' TO EquipeExistante
    END-READ.

    DISPLAY "Nom de l'équipe (vide = " NomEquipeJar ") : ".
    ACCEPT ZoneSaisie.
    IF ZoneSaisie NOT = SPACES
        MOVE ZoneSaisie TO NomEquipeJar
    END-IF.

    MOVE 'O' TO OperateursOuverts.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS NOT = "00"
        MOVE 'N' TO OperateursOuverts
        DISPLAY "OperateurFile indisponible (" STATUS-OPERATEURS
                ") : codes membres non vérifiés."
    END-IF.
    PERFORM SAISIR-UN-MEMBRE
        VARYING IndexMembre FROM 1 BY 1 UNTIL IndexMembre > 4.
    IF OperateursOuverts = 'O'
        CLOSE OperateurFile
    END-IF.

    IF EquipeExistante = 'N'
        WRITE EquipeJardinRecord
    ELSE
        REWRITE EquipeJardinRecord
    END-IF.
    IF STATUS-EQUIPES NOT = "00"
        DISPLAY "Erreur à l'écriture de EquipesJardins. Code de statut : " STATUS-EQUIPES
    ELSE
        DISPLAY "Équipe " CodeEquipeJar " enregistrée."
    END-IF.
    EXIT.

SAISIR-UN-MEMBRE.
*> Vide garde le membre en place, un tiret libère la place.
    DISPLAY "Membre " IndexMembre " (code opérateur, vide = "
            MembreEquipeJar(IndexMembre) ", - = aucun) : ".
    ACCEPT MembreSaisi.
    IF MembreSaisi = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF MembreSaisi = "-"
        MOVE SPACES TO MembreEquipeJar(IndexMembre)
        EXIT PARAGRAPH
    END-IF.
    IF OperateursOuverts = 'O'
        MOVE MembreSaisi TO CodeOperateur
        READ OperateurFile
            KEY IS CodeOperateur
            INVALID KEY
                DISPLAY "Opérateur " MembreSaisi " inconnu : place inchangée."
                EXIT PARAGRAPH
        END-READ
    END-IF.
    MOVE MembreSaisi TO MembreEquipeJar(IndexMembre).
    EXIT.

LISTER-EQUIPES.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodeEquipeJar.
    START EquipeJardinFile KEY IS GREATER THAN CodeEquipeJar
        INVALID KEY
            MOVE 'O' TO FinFichier
            DISPLAY "Aucune équipe enregistrée."
    END-START.
    PERFORM LISTER-UNE-EQUIPE UNTIL FinFichier = 'O'.
    EXIT.

LISTER-UNE-EQUIPE.
    READ EquipeJardinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            DISPLAY "Équipe " CodeEquipeJar " " NomEquipeJar " : "
                    MembreEquipeJar(1) " " MembreEquipeJar(2) " "
                    MembreEquipeJar(3) " " MembreEquipeJar(4)
    END-READ.
    EXIT.

PLANIFIER-PERIODE.
*> Place, sur la période demandée, les devis acceptés pas encore
*> planifiés (et pas plus anciens que l'ancienneté paramétrée : les
*> chantiers d'avant le planning sont faits depuis longtemps), puis
*> une visite par mois et par contrat actif, dans le mois de la
*> visite et entre les dates du contrat.
    DISPLAY "Premier jour à planifier (AAAAMMJJ, 0 = demain) : ".
    ACCEPT DateDebutPeriode.
    IF DateDebutPeriode NOT NUMERIC OR DateDebutPeriode = 0
        COMPUTE DateDebutPeriode =
                FUNCTION DATE-OF-INTEGER(EntierDuJour + 1)
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(DateDebutPeriode) NOT = 0
        DISPLAY "Date invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Nombre de jours (1 à 31, 0 = 14) : ".
    ACCEPT NbJoursSaisi.
    PERFORM PREPARER-PERIODE.
    IF PeriodePrete = 'N'
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO NbPlanifies.
    MOVE 0 TO NbPlacesForcees.
    MOVE 0 TO NbNonPlanifies.
    MOVE 'O' TO ClientsOuverts.
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR NOT = "00"
        MOVE 'N' TO ClientsOuverts
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "PLANIFICATION DU " DateDebutPeriode " AU " DateFinPeriode.
    DISPLAY "--------------------------------------------------------".
    PERFORM PLANIFIER-DEVIS.
    PERFORM PLANIFIER-VISITES.
    IF ClientsOuverts = 'O'
        CLOSE ClientJardinFile
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbPlanifies " intervention(s) planifiée(s), dont "
            NbPlacesForcees " en surcharge ; " NbNonPlanifies
            " sans jour travaillé disponible.".
    PERFORM CONTROLER-SURCHARGES.
    EXIT.

CONTROLER-PERIODE.
    DISPLAY "Premier jour à contrôler (AAAAMMJJ, 0 = aujourd'hui) : ".
    ACCEPT DateDebutPeriode.
    IF DateDebutPeriode NOT NUMERIC OR DateDebutPeriode = 0
        MOVE DateDuJour TO DateDebutPeriode
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(DateDebutPeriode) NOT = 0
        DISPLAY "Date invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Nombre de jours (1 à 31, 0 = 14) : ".
    ACCEPT NbJoursSaisi.
    PERFORM PREPARER-PERIODE.
    IF PeriodePrete = 'N'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "========================================================".
    DISPLAY "CHARGE DES ÉQUIPES DU " DateDebutPeriode " AU " DateFinPeriode.
    DISPLAY "--------------------------------------------------------".
    PERFORM CONTROLER-SURCHARGES.
    EXIT.

PREPARER-PERIODE.
*> Monte en mémoire, pour chaque jour de la période et chaque
*> équipe, la capacité (membres présents x heures du poste du jour,
*> zéro un jour férié ou de repos) et la charge déjà planifiée.
    MOVE 'N' TO PeriodePrete.
    IF NbJoursSaisi NOT NUMERIC OR NbJoursSaisi = 0
        MOVE 14 TO NbJoursPeriode
    ELSE
        MOVE NbJoursSaisi TO NbJoursPeriode
    END-IF.
    IF NbJoursPeriode > 31
        MOVE 31 TO NbJoursPeriode
    END-IF.
    PERFORM CHARGER-EQUIPES.
    IF NbEquipesTbl = 0
        DISPLAY "Aucune équipe enregistrée : créez d'abord les équipes."
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierDebutPeriode = FUNCTION INTEGER-OF-DATE(DateDebutPeriode).
    COMPUTE EntierFinPeriode = EntierDebutPeriode + NbJoursPeriode - 1.
    COMPUTE DateFinPeriode = FUNCTION DATE-OF-INTEGER(EntierFinPeriode).
    PERFORM CHARGER-JOURS-FERIES.
    PERFORM CHARGER-ABSENCES.
    MOVE 0 TO NbMoisPeriode.
    PERFORM PREPARER-UN-JOUR
        VARYING IndexJour FROM 1 BY 1 UNTIL IndexJour > NbJoursPeriode.
    PERFORM CHARGER-PLANNING.
    IF NbPiecesTbl NOT < 3000
        DISPLAY "Table des interventions pleine (3000) : planning à"
                " purger avant de continuer."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO PeriodePrete.
    EXIT.

CHARGER-EQUIPES.
    MOVE 0 TO NbEquipesTbl.
    MOVE 'N' TO FinInterne.
    MOVE LOW-VALUES TO CodeEquipeJar.
    START EquipeJardinFile KEY IS GREATER THAN CodeEquipeJar
        INVALID KEY
            MOVE 'O' TO FinInterne
    END-START.
    PERFORM CHARGER-UNE-EQUIPE UNTIL FinInterne = 'O'.
    EXIT.

CHARGER-UNE-EQUIPE.
    READ EquipeJardinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NbEquipesTbl NOT < 10
        DISPLAY "Table des équipes pleine (10) : " CodeEquipeJar " ignorée."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEquipesTbl.
    MOVE CodeEquipeJar TO CodeEquipeTbl(NbEquipesTbl).
    MOVE NomEquipeJar TO NomEquipeTbl(NbEquipesTbl).
    MOVE MembreEquipeJar(1) TO MembreTbl(NbEquipesTbl, 1).
    MOVE MembreEquipeJar(2) TO MembreTbl(NbEquipesTbl, 2).
    MOVE MembreEquipeJar(3) TO MembreTbl(NbEquipesTbl, 3).
    MOVE MembreEquipeJar(4) TO MembreTbl(NbEquipesTbl, 4).
    EXIT.

CHARGER-JOURS-FERIES.
*> Calendrier tenu par GestionCalendrier ; un fichier absent laisse
*> la table vide.
    MOVE 0 TO NbJoursFeries.
    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinInterne.
    PERFORM CHARGER-UN-FERIE UNTIL FinInterne = 'O'.
    CLOSE CalendrierFile.
    EXIT.

CHARGER-UN-FERIE.
    READ CalendrierFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF DateFerie < DateDebutPeriode OR DateFerie > DateFinPeriode
        EXIT PARAGRAPH
    END-IF.
    IF NbJoursFeries NOT < 50
        MOVE 'O' TO FinInterne
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbJoursFeries.
    MOVE DateFerie TO DateFerieTbl(NbJoursFeries).
    EXIT.

CHARGER-ABSENCES.
*> Seules les absences approuvées comptent, comme au planning du
*> guichet ; une demande en attente n'ôte personne.
    MOVE 0 TO NbAbsencesTbl.
    OPEN INPUT AbsenceFile.
    IF STATUS-ABSENCES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinInterne.
    PERFORM CHARGER-UNE-ABSENCE UNTIL FinInterne = 'O'.
    CLOSE AbsenceFile.
    EXIT.

CHARGER-UNE-ABSENCE.
    READ AbsenceFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF StatutAbsence NOT = 'A'
       OR DateDebutAbs > DateFinPeriode
       OR DateFinAbs < DateDebutPeriode
        EXIT PARAGRAPH
    END-IF.
    IF NbAbsencesTbl NOT < 300
        DISPLAY "Table des absences pleine (300) : absence "
                NumeroAbsence " ignorée."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbAbsencesTbl.
    MOVE CodeOperateurAbs TO OperateurAbsTbl(NbAbsencesTbl).
    MOVE DateDebutAbs TO DebutAbsTbl(NbAbsencesTbl).
    MOVE DateFinAbs TO FinAbsTbl(NbAbsencesTbl).
    EXIT.

PREPARER-UN-JOUR.
    COMPUTE EntierJour = EntierDebutPeriode + IndexJour - 1.
    COMPUTE DateJourTbl(IndexJour) = FUNCTION DATE-OF-INTEGER(EntierJour).
    MOVE DateJourTbl(IndexJour)(1:6) TO MoisCourant.
    IF NbMoisPeriode = 0
        PERFORM OUVRIR-UN-MOIS
    ELSE
        IF MoisTbl(NbMoisPeriode) NOT = MoisCourant
            PERFORM OUVRIR-UN-MOIS
        END-IF
    END-IF.
    MOVE IndexJour TO DernierJourMoisTbl(NbMoisPeriode).

*>  Reste entier de la date par 7 : 0 dimanche, 1 à 6 lundi à samedi,
*>  comme au planning du jour.
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierJour, 7).
    IF JourSemaineNum = 0
        MOVE 7 TO IndexSemaine
    ELSE
        MOVE JourSemaineNum TO IndexSemaine
    END-IF.
    MOVE EquipePlanifiee(IndexSemaine) TO PosteJourTbl(IndexJour).
    MOVE 0 TO HeuresPosteTbl(IndexJour).
    MOVE 'N' TO FerieTrouve.
    PERFORM COMPARER-UN-FERIE
        VARYING IndexFerie FROM 1 BY 1
        UNTIL IndexFerie > NbJoursFeries OR FerieTrouve = 'O'.
    IF FerieTrouve = 'O'
        MOVE "Férié" TO PosteJourTbl(IndexJour)
    ELSE
        PERFORM LIRE-HORAIRE-POSTE
            VARYING IndexHoraire FROM 1 BY 1 UNTIL IndexHoraire > 4
    END-IF.
    PERFORM PREPARER-UNE-CASE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > NbEquipesTbl.
    EXIT.

OUVRIR-UN-MOIS.
    ADD 1 TO NbMoisPeriode.
    MOVE MoisCourant TO MoisTbl(NbMoisPeriode).
    MOVE IndexJour TO PremierJourMoisTbl(NbMoisPeriode).
    EXIT.

COMPARER-UN-FERIE.
    IF DateFerieTbl(IndexFerie) = DateJourTbl(IndexJour)
        MOVE 'O' TO FerieTrouve
    END-IF.
    EXIT.

LIRE-HORAIRE-POSTE.
*> Une équipe Repos a une plage vide : zéro heure, jour chômé.
    IF NomEquipeHoraire(IndexHoraire) = PosteJourTbl(IndexJour)
       AND HeureFinEquipe(IndexHoraire) > HeureDebutEquipe(IndexHoraire)
        COMPUTE HeuresPosteTbl(IndexJour) =
                HeureFinEquipe(IndexHoraire) - HeureDebutEquipe(IndexHoraire)
    END-IF.
    EXIT.

PREPARER-UNE-CASE.
    MOVE 0 TO ChargeTbl(IndexJour, IndexEquipe).
    MOVE 0 TO DernierOrdreTbl(IndexJour, IndexEquipe).
    MOVE 0 TO NbPresentsCase.
    PERFORM COMPTER-UN-MEMBRE
        VARYING IndexMembre FROM 1 BY 1 UNTIL IndexMembre > 4.
    COMPUTE CapaciteTbl(IndexJour, IndexEquipe) =
            NbPresentsCase * HeuresPosteTbl(IndexJour).
    EXIT.

COMPTER-UN-MEMBRE.
    IF MembreTbl(IndexEquipe, IndexMembre) = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE MembreTbl(IndexEquipe, IndexMembre) TO OperateurCherche.
    MOVE DateJourTbl(IndexJour) TO DateCherchee.
    PERFORM CHERCHER-ABSENCE-MEMBRE.
    IF MembreAbsent = 'N'
        ADD 1 TO NbPresentsCase
    END-IF.
    EXIT.

CHERCHER-ABSENCE-MEMBRE.
    MOVE 'N' TO MembreAbsent.
    PERFORM COMPARER-UNE-ABSENCE
        VARYING IndexAbsence FROM 1 BY 1
        UNTIL IndexAbsence > NbAbsencesTbl OR MembreAbsent = 'O'.
    EXIT.

COMPARER-UNE-ABSENCE.
    IF OperateurAbsTbl(IndexAbsence) = OperateurCherche
       AND DebutAbsTbl(IndexAbsence) <= DateCherchee
       AND FinAbsTbl(IndexAbsence) >= DateCherchee
        MOVE 'O' TO MembreAbsent
    END-IF.
    EXIT.

CHARGER-PLANNING.
*> Tout le planning est relu : ses pièces disent ce qui est déjà
*> placé, et les interventions de la période font la charge.
    MOVE 0 TO NbPiecesTbl.
    MOVE 'N' TO FinInterne.
    MOVE LOW-VALUES TO CleIntervention.
    START InterventionFile KEY IS GREATER THAN CleIntervention
        INVALID KEY
            MOVE 'O' TO FinInterne
    END-START.
    PERFORM CHARGER-UNE-INTERVENTION UNTIL FinInterne = 'O'.
    EXIT.

CHARGER-UNE-INTERVENTION.
    READ InterventionFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NbPiecesTbl < 3000
        ADD 1 TO NbPiecesTbl
        MOVE TypeInterv TO TypePieceTbl(NbPiecesTbl)
        MOVE NumeroPieceInterv TO NumeroPieceTbl(NbPiecesTbl)
        MOVE PeriodeInterv TO PeriodePieceTbl(NbPiecesTbl)
    END-IF.
    IF DateInterv < DateDebutPeriode OR DateInterv > DateFinPeriode
        EXIT PARAGRAPH
    END-IF.
    COMPUTE IndexJour =
            FUNCTION INTEGER-OF-DATE(DateInterv) - EntierDebutPeriode + 1.
    MOVE 0 TO EquipeRetenue.
    PERFORM TROUVER-EQUIPE
        VARYING IndexEquipe FROM 1 BY 1
        UNTIL IndexEquipe > NbEquipesTbl OR EquipeRetenue NOT = 0.
    IF EquipeRetenue = 0
        EXIT PARAGRAPH
    END-IF.
    ADD DureeInterv TO ChargeTbl(IndexJour, EquipeRetenue).
    IF OrdreInterv > DernierOrdreTbl(IndexJour, EquipeRetenue)
        MOVE OrdreInterv TO DernierOrdreTbl(IndexJour, EquipeRetenue)
    END-IF.
    EXIT.

TROUVER-EQUIPE.
    IF CodeEquipeTbl(IndexEquipe) = CodeEquipeInterv
        MOVE IndexEquipe TO EquipeRetenue
    END-IF.
    EXIT.

PLANIFIER-DEVIS.
    COMPUTE DateLimiteDevis =
            FUNCTION DATE-OF-INTEGER(EntierDuJour - AncienneteDevis).
    OPEN INPUT DevisFile.
    IF STATUS-DEVIS NOT = "00"
        DISPLAY "Pas de DevisJardins (statut " STATUS-DEVIS ") : aucun chantier à planifier."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM PLANIFIER-UN-DEVIS UNTIL FinFichier = 'O'.
    CLOSE DevisFile.
    EXIT.

PLANIFIER-UN-DEVIS.
    READ DevisFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF StatutDevis NOT = 'A' OR DateDevis < DateLimiteDevis
        EXIT PARAGRAPH
    END-IF.
    MOVE 'D' TO TypeAPlacer.
    MOVE NumeroDevis TO NumeroAPlacer.
    MOVE 0 TO PeriodeAPlacer.
    PERFORM CHERCHER-PIECE.
    IF PieceTrouvee = 'O'
        EXIT PARAGRAPH
    END-IF.

*>  Clôture au mètre de périmètre, traitement au mètre carré : seuls
*>  les services vendus sur le devis comptent.
    MOVE 0 TO DureeEstimee.
    IF MontantClotureDev > 0
        COMPUTE DureeEstimee ROUNDED =
                DureeEstimee + PerimetreDevis / CadenceCloture
            ON SIZE ERROR
                MOVE 99.9 TO DureeEstimee
        END-COMPUTE
    END-IF.
    IF MontantTraitementDev > 0
        COMPUTE DureeEstimee ROUNDED =
                DureeEstimee + SurfaceDevis / CadenceTraitement
            ON SIZE ERROR
                MOVE 99.9 TO DureeEstimee
        END-COMPUTE
    END-IF.
    IF DureeEstimee < DureePlancher
        MOVE DureePlancher TO DureeEstimee
    END-IF.

    MOVE NumeroClientDevis TO ClientAPlacer.
    MOVE NomClientDevis TO NomAPlacer.
    MOVE AdresseClientDevis TO AdresseAPlacer.
    PERFORM LIRE-CLIENT-A-PLACER.
    MOVE 1 TO PlageDebut.
    MOVE NbJoursPeriode TO PlageFin.
    MOVE 0 TO DateMinPlace.
    MOVE 99999999 TO DateMaxPlace.
    PERFORM PLACER-INTERVENTION.
    EXIT.

PLANIFIER-VISITES.
    OPEN INPUT ContratFile.
    IF STATUS-CONTRATS NOT = "00"
        DISPLAY "Pas de ContratsJardins (statut " STATUS-CONTRATS ") : aucune visite à planifier."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM PLANIFIER-UN-CONTRAT UNTIL FinFichier = 'O'.
    CLOSE ContratFile.
    EXIT.

PLANIFIER-UN-CONTRAT.
    READ ContratFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF StatutContrat NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
*>  Durée de la visite : le jardin du client mesuré au chantier, à la
*>  cadence d'entretien ; la durée forfaitaire sinon.
    PERFORM LIRE-SURFACE-CLIENT.
    IF JardinMesure = 'O'
        COMPUTE DureeEstimee ROUNDED = SurfaceJardin / CadenceVisite
            ON SIZE ERROR
                MOVE 99.9 TO DureeEstimee
        END-COMPUTE
        IF DureeEstimee < DureePlancher
            MOVE DureePlancher TO DureeEstimee
        END-IF
    ELSE
        MOVE DureeVisite TO DureeEstimee
    END-IF.
    MOVE NumeroClientContrat TO ClientAPlacer.
    MOVE NomClientContrat TO NomAPlacer.
    MOVE SPACES TO AdresseAPlacer.
    PERFORM LIRE-CLIENT-A-PLACER.
    PERFORM PLANIFIER-UN-MOIS
        VARYING IndexMois FROM 1 BY 1 UNTIL IndexMois > NbMoisPeriode.
    EXIT.

PLANIFIER-UN-MOIS.
    IF DateDebutContrat(1:6) > MoisTbl(IndexMois)
        EXIT PARAGRAPH
    END-IF.
    IF DateFinContrat NOT = 0
       AND DateFinContrat(1:6) < MoisTbl(IndexMois)
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO TypeAPlacer.
    MOVE NumeroContrat TO NumeroAPlacer.
    MOVE MoisTbl(IndexMois) TO PeriodeAPlacer.
    PERFORM CHERCHER-PIECE.
    IF PieceTrouvee = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE PremierJourMoisTbl(IndexMois) TO PlageDebut.
    MOVE DernierJourMoisTbl(IndexMois) TO PlageFin.
    MOVE DateDebutContrat TO DateMinPlace.
    IF DateFinContrat = 0
        MOVE 99999999 TO DateMaxPlace
    ELSE
        MOVE DateFinContrat TO DateMaxPlace
    END-IF.
    PERFORM PLACER-INTERVENTION.
    EXIT.

CHERCHER-PIECE.
    MOVE 'N' TO PieceTrouvee.
    PERFORM COMPARER-UNE-PIECE
        VARYING IndexPiece FROM 1 BY 1
        UNTIL IndexPiece > NbPiecesTbl OR PieceTrouvee = 'O'.
    EXIT.

COMPARER-UNE-PIECE.
    IF TypePieceTbl(IndexPiece) = TypeAPlacer
       AND NumeroPieceTbl(IndexPiece) = NumeroAPlacer
       AND PeriodePieceTbl(IndexPiece) = PeriodeAPlacer
        MOVE 'O' TO PieceTrouvee
    END-IF.
    EXIT.

LIRE-SURFACE-CLIENT.
*> Le dernier chantier du client donne les dimensions de son jardin.
    MOVE 'N' TO JardinMesure.
    MOVE 0 TO SurfaceJardin.
    IF NumeroClientContrat = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT JardinsFile.
    IF STATUS-JARDINS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinInterne.
    PERFORM LIRE-UN-JARDIN UNTIL FinInterne = 'O'.
    CLOSE JardinsFile.
    EXIT.

LIRE-UN-JARDIN.
    READ JardinsFile
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF NumeroClientJardin IS NUMERIC
       AND NumeroClientJardin = NumeroClientContrat
       AND LongueurLigne IS NUMERIC AND LargeurLigne IS NUMERIC
        COMPUTE SurfaceJardin = LongueurLigne * LargeurLigne
        MOVE 'O' TO JardinMesure
    END-IF.
    EXIT.

LIRE-CLIENT-A-PLACER.
*> La fiche client fait foi pour le nom et l'adresse du passage.
    IF ClientsOuverts = 'N' OR ClientAPlacer = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE ClientAPlacer TO NumeroClientJar.
    READ ClientJardinFile
        KEY IS NumeroClientJar
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE NomClientJar TO NomAPlacer.
    IF AdresseClientJar NOT = SPACES
        MOVE AdresseClientJar TO AdresseAPlacer
    END-IF.
    EXIT.

PLACER-INTERVENTION.
*> Premier jour de la plage où une équipe a encore la place ; ce
*> jour-là, l'équipe à qui il reste le plus d'heures. Faute de place
*> nulle part, la case (jour travaillé) où il reste le plus prend
*> l'intervention en surcharge.
    MOVE 0 TO JourRetenu.
    MOVE 0 TO EquipeRetenue.
    MOVE 'N' TO PlaceForcee.
    PERFORM CHERCHER-PLACE-JOUR
        VARYING IndexJour FROM PlageDebut BY 1
        UNTIL IndexJour > PlageFin OR JourRetenu NOT = 0.
    IF JourRetenu = 0
        MOVE 'O' TO PlaceForcee
        MOVE -999 TO ResteRetenu
        PERFORM CHERCHER-MOINS-CHARGE
            VARYING IndexJour FROM PlageDebut BY 1
            UNTIL IndexJour > PlageFin
    END-IF.
    PERFORM LIBELLER-TYPE.
    IF JourRetenu = 0
        ADD 1 TO NbNonPlanifies
        DISPLAY "NON PLANIFIÉ  " LibelleType " " NumeroAPlacer " "
                NomAPlacer " : aucun jour travaillé disponible."
        EXIT PARAGRAPH
    END-IF.

    MOVE DateJourTbl(JourRetenu) TO DateInterv.
    MOVE CodeEquipeTbl(EquipeRetenue) TO CodeEquipeInterv.
    ADD 1 TO DernierOrdreTbl(JourRetenu, EquipeRetenue).
    MOVE DernierOrdreTbl(JourRetenu, EquipeRetenue) TO OrdreInterv.
    MOVE TypeAPlacer TO TypeInterv.
    MOVE NumeroAPlacer TO NumeroPieceInterv.
    MOVE PeriodeAPlacer TO PeriodeInterv.
    MOVE ClientAPlacer TO NumeroClientInterv.
    MOVE NomAPlacer TO NomClientInterv.
    MOVE AdresseAPlacer TO AdresseInterv.
    MOVE DureeEstimee TO DureeInterv.
    MOVE DateDuJour TO DatePlanifInterv.
    WRITE InterventionRecord.
    IF STATUS-PLANNING NOT = "00"
        DISPLAY "Erreur à l'écriture de PlanningJardins. Code de statut : " STATUS-PLANNING
        EXIT PARAGRAPH
    END-IF.
    ADD DureeEstimee TO ChargeTbl(JourRetenu, EquipeRetenue).
    IF NbPiecesTbl < 3000
        ADD 1 TO NbPiecesTbl
        MOVE TypeAPlacer TO TypePieceTbl(NbPiecesTbl)
        MOVE NumeroAPlacer TO NumeroPieceTbl(NbPiecesTbl)
        MOVE PeriodeAPlacer TO PeriodePieceTbl(NbPiecesTbl)
    END-IF.
    ADD 1 TO NbPlanifies.
    MOVE DureeEstimee TO DureeEdit.
    IF PlaceForcee = 'O'
        ADD 1 TO NbPlacesForcees
        DISPLAY "SURCHARGE     " LibelleType " " NumeroAPlacer " "
                NomAPlacer " -> " DateInterv " équipe "
                CodeEquipeInterv " (" DureeEdit " h)"
    ELSE
        DISPLAY "Planifié      " LibelleType " " NumeroAPlacer " "
                NomAPlacer " -> " DateInterv " équipe "
                CodeEquipeInterv " (" DureeEdit " h)"
    END-IF.
    EXIT.

CHERCHER-PLACE-JOUR.
    IF DateJourTbl(IndexJour) < DateMinPlace
       OR DateJourTbl(IndexJour) > DateMaxPlace
        EXIT PARAGRAPH
    END-IF.
    MOVE -999 TO ResteRetenu.
    PERFORM ESSAYER-UNE-EQUIPE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > NbEquipesTbl.
    EXIT.

ESSAYER-UNE-EQUIPE.
    COMPUTE ResteCase = CapaciteTbl(IndexJour, IndexEquipe)
                      - ChargeTbl(IndexJour, IndexEquipe).
    IF ResteCase >= DureeEstimee
       AND ResteCase > ResteRetenu
        MOVE ResteCase TO ResteRetenu
        MOVE IndexJour TO JourRetenu
        MOVE IndexEquipe TO EquipeRetenue
    END-IF.
    EXIT.

CHERCHER-MOINS-CHARGE.
    IF DateJourTbl(IndexJour) < DateMinPlace
       OR DateJourTbl(IndexJour) > DateMaxPlace
       OR HeuresPosteTbl(IndexJour) = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM COMPARER-UNE-CHARGE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > NbEquipesTbl.
    EXIT.

COMPARER-UNE-CHARGE.
*> Une équipe toute entière absente ce jour-là n'est pas une place.
    IF CapaciteTbl(IndexJour, IndexEquipe) = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE ResteCase = CapaciteTbl(IndexJour, IndexEquipe)
                      - ChargeTbl(IndexJour, IndexEquipe).
    IF ResteCase > ResteRetenu
        MOVE ResteCase TO ResteRetenu
        MOVE IndexJour TO JourRetenu
        MOVE IndexEquipe TO EquipeRetenue
    END-IF.
    EXIT.

LIBELLER-TYPE.
    IF TypeAPlacer = 'D'
        MOVE "Devis" TO LibelleType
    ELSE
        MOVE "Contrat" TO LibelleType
    END-IF.
    EXIT.

CONTROLER-SURCHARGES.
*> Une journée d'équipe est surchargée quand sa charge dépasse la
*> capacité du jour — y compris quand un férié ajouté ou une absence
*> approuvée après la planification a ôté la capacité.
    MOVE 0 TO NbSurcharges.
    PERFORM CONTROLER-UN-JOUR
        VARYING IndexJour FROM 1 BY 1 UNTIL IndexJour > NbJoursPeriode.
    IF NbSurcharges = 0
        DISPLAY "Aucune journée surchargée."
    ELSE
        DISPLAY NbSurcharges " journée(s) d'équipe surchargée(s) : "
                "déplacez ou renforcez avant d'appeler les clients."
    END-IF.
    EXIT.

CONTROLER-UN-JOUR.
    PERFORM CONTROLER-UNE-CASE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > NbEquipesTbl.
    EXIT.

CONTROLER-UNE-CASE.
    IF ChargeTbl(IndexJour, IndexEquipe) > CapaciteTbl(IndexJour, IndexEquipe)
        ADD 1 TO NbSurcharges
        MOVE ChargeTbl(IndexJour, IndexEquipe) TO ChargeEdit
        MOVE CapaciteTbl(IndexJour, IndexEquipe) TO CapaciteEdit
        DISPLAY "SURCHARGE le " DateJourTbl(IndexJour) " ("
                PosteJourTbl(IndexJour) ") équipe "
                CodeEquipeTbl(IndexEquipe) " : " ChargeEdit
                " h planifiées pour " CapaciteEdit " h disponibles"
    END-IF.
    EXIT.

FEUILLE-DE-ROUTE.
*> Arrêts de la journée dans l'ordre de passage, avec l'adresse et le
*> contact du client, les membres présents et la charge du jour.
    DISPLAY "Date de la tournée (AAAAMMJJ, 0 = aujourd'hui) : ".
    ACCEPT DateDebutPeriode.
    IF DateDebutPeriode NOT NUMERIC OR DateDebutPeriode = 0
        MOVE DateDuJour TO DateDebutPeriode
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(DateDebutPeriode) NOT = 0
        DISPLAY "Date invalide."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Équipe (vide = toutes) : ".
    ACCEPT EquipeDemandee.
    MOVE 1 TO NbJoursSaisi.
    PERFORM PREPARER-PERIODE.
    IF PeriodePrete = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO IndexJour.

    MOVE 'O' TO ClientsOuverts.
    OPEN INPUT ClientJardinFile.
    IF STATUS-CLIENTSJAR NOT = "00"
        MOVE 'N' TO ClientsOuverts
    END-IF.
    MOVE 'O' TO OperateursOuverts.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS NOT = "00"
        MOVE 'N' TO OperateursOuverts
    END-IF.
    PERFORM IMPRIMER-FEUILLE-EQUIPE
        VARYING IndexEquipe FROM 1 BY 1 UNTIL IndexEquipe > NbEquipesTbl.
    IF ClientsOuverts = 'O'
        CLOSE ClientJardinFile
    END-IF.
    IF OperateursOuverts = 'O'
        CLOSE OperateurFile
    END-IF.
    EXIT.

IMPRIMER-FEUILLE-EQUIPE.
    IF EquipeDemandee NOT = SPACES
       AND EquipeDemandee NOT = CodeEquipeTbl(IndexEquipe)
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "FEUILLE DE ROUTE - équipe " CodeEquipeTbl(IndexEquipe)
            " " NomEquipeTbl(IndexEquipe).
    DISPLAY "Journée du " DateJourTbl(IndexJour) " - poste "
            PosteJourTbl(IndexJour).
    DISPLAY "--------------------------------------------------------".
    PERFORM IMPRIMER-UN-MEMBRE
        VARYING IndexMembre FROM 1 BY 1 UNTIL IndexMembre > 4.
    DISPLAY "--------------------------------------------------------".

    MOVE 0 TO NbArrets.
    MOVE 'N' TO FinInterne.
    MOVE DateJourTbl(IndexJour) TO DateInterv.
    MOVE CodeEquipeTbl(IndexEquipe) TO CodeEquipeInterv.
    MOVE 0 TO OrdreInterv.
    START InterventionFile KEY IS GREATER THAN CleIntervention
        INVALID KEY
            MOVE 'O' TO FinInterne
    END-START.
    PERFORM IMPRIMER-UN-ARRET UNTIL FinInterne = 'O'.
    IF NbArrets = 0
        DISPLAY "Aucune intervention planifiée."
    END-IF.

    MOVE ChargeTbl(IndexJour, IndexEquipe) TO ChargeEdit.
    MOVE CapaciteTbl(IndexJour, IndexEquipe) TO CapaciteEdit.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbArrets " arrêt(s), " ChargeEdit " h planifiées pour "
            CapaciteEdit " h disponibles.".
    IF ChargeTbl(IndexJour, IndexEquipe) > CapaciteTbl(IndexJour, IndexEquipe)
        DISPLAY "*** JOURNÉE SURCHARGÉE : voir le responsable avant le départ ***"
    END-IF.
    DISPLAY "========================================================".
    EXIT.

IMPRIMER-UN-MEMBRE.
    IF MembreTbl(IndexEquipe, IndexMembre) = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE MembreTbl(IndexEquipe, IndexMembre) TO OperateurCherche.
    MOVE DateJourTbl(IndexJour) TO DateCherchee.
    PERFORM CHERCHER-ABSENCE-MEMBRE.
    MOVE SPACES TO NomOperateur.
    IF OperateursOuverts = 'O'
        MOVE OperateurCherche TO CodeOperateur
        READ OperateurFile
            KEY IS CodeOperateur
            INVALID KEY
                MOVE SPACES TO NomOperateur
        END-READ
    END-IF.
    IF MembreAbsent = 'O'
        DISPLAY "  ABSENT  " OperateurCherche " " NomOperateur
    ELSE
        DISPLAY "  Présent " OperateurCherche " " NomOperateur
    END-IF.
    EXIT.

IMPRIMER-UN-ARRET.
    READ InterventionFile NEXT RECORD
        AT END
            MOVE 'O' TO FinInterne
            EXIT PARAGRAPH
    END-READ.
    IF DateInterv NOT = DateJourTbl(IndexJour)
       OR CodeEquipeInterv NOT = CodeEquipeTbl(IndexEquipe)
        MOVE 'O' TO FinInterne
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbArrets.
    MOVE TypeInterv TO TypeAPlacer.
    PERFORM LIBELLER-TYPE.
    MOVE SPACES TO ContactClientJar.
    IF ClientsOuverts = 'O' AND NumeroClientInterv NOT = 0
        MOVE NumeroClientInterv TO NumeroClientJar
        READ ClientJardinFile
            KEY IS NumeroClientJar
            INVALID KEY
                MOVE SPACES TO ContactClientJar
        END-READ
    END-IF.
    MOVE DureeInterv TO DureeEdit.
    DISPLAY OrdreInterv ". " NomClientInterv " (client "
            NumeroClientInterv ")".
    DISPLAY "     " AdresseInterv.
    DISPLAY "     Contact : " ContactClientJar.
    DISPLAY "     " LibelleType " " NumeroPieceInterv " - durée estimée "
            DureeEdit " h".
    EXIT.
