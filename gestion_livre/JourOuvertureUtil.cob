IDENTIFICATION DIVISION.
PROGRAM-ID. JourOuvertureUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FermetureSiteFile
           ASSIGN TO 'CalendrierSites'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleFermetureSite
           FILE STATUS IS STATUS-FERMETURES.

    SELECT CalendrierFile
           ASSIGN TO 'CalendrierFeries'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DateFerie
           FILE STATUS IS STATUS-CALENDRIER.

DATA DIVISION.
FILE SECTION.
FD FermetureSiteFile.
*> Calendrier d'ouverture par site, tenu par GestionCalendrierSites.
*> Date à zéro : les jours de fermeture hebdomadaire du site (une
*> position par jour, lundi à dimanche, 'F' = fermé). Date renseignée :
*> une fermeture exceptionnelle du site ce jour-là (inventaire,
*> travaux, pont). Les fériés de CalendrierFeries ferment tous les
*> sites, ils ne sont pas recopiés ici.
01 FermetureSiteRecord.
   05 CleFermetureSite.
      10 SiteFermeture      PIC X(2).
      10 DateFermeture      PIC 9(8).
   05 LibelleFermeture      PIC X(30).
   05 JoursFermesSemaine    PIC X(7).

FD CalendrierFile.
COPY JourFerieRecord.

WORKING-STORAGE SECTION.
77 STATUS-FERMETURES PIC XX.
77 STATUS-CALENDRIER PIC XX.
01 FermeturesOuvert  PIC X.
01 CalendrierOuvert  PIC X.
01 SemaineSiteCharge PIC X(7).
01 SiteDemande       PIC X(2).
01 EntierCourant     PIC 9(7).
01 EntierArrivee     PIC 9(7).
01 DateCourante      PIC 9(8).
01 JourSemaineNum    PIC 9(1).
01 RangJourSemaine   PIC 9(1).
01 JourOuvert        PIC X.
01 NbJoursEssayes    PIC 9(3).
*> Garde-fou : un site déclaré fermé tous les jours ne fait pas
*> boucler la recherche du prochain jour d'ouverture.
01 NbJoursEssaisMax  PIC 9(3) VALUE 366.

LINKAGE SECTION.
*> FonctionJourOuverture 'S' : prochain jour d'ouverture du site à
*> partir de DateDepartOuverture incluse, rendu dans
*> DateArriveeOuverture ; 'C' : nombre de jours d'ouverture du site
*> après DateDepartOuverture jusqu'à DateArriveeOuverture incluse,
*> rendu dans NbJoursOuverts.
01 ZoneJourOuverture.
   05 FonctionJourOuverture PIC X.
   05 SiteJourOuverture     PIC X(2).
   05 DateDepartOuverture   PIC 9(8).
   05 DateArriveeOuverture  PIC 9(8).
   05 NbJoursOuverts        PIC 9(5).
01 StatutJourOuverture      PIC XX.

PROCEDURE DIVISION USING ZoneJourOuverture StatutJourOuverture.
TRAITER-JOUR-OUVERTURE.
*> Jours d'ouverture d'un site de la bibliothèque, sur le modèle du
*> décalage en jours ouvrés de DateValeurUtil : une échéance de prêt
*> ne tombe plus un jour où le site est fermé, et l'amende de retard
*> ne court que les jours où le membre aurait pu rendre le livre.
*> Un site sans calendrier n'a pas de fermeture hebdomadaire, seuls
*> les fériés le ferment. Statuts : "00" traité, "01" date invalide
*> (la date de départ est rendue telle quelle, zéro jour compté),
*> "02" aucun jour d'ouverture dans l'année (date de départ rendue).
    MOVE "00" TO StatutJourOuverture.
    IF FonctionJourOuverture = 'S'
        MOVE DateDepartOuverture TO DateArriveeOuverture
    ELSE
        MOVE 0 TO NbJoursOuverts
    END-IF.
    IF DateDepartOuverture NOT NUMERIC OR DateDepartOuverture = 0
        MOVE "01" TO StatutJourOuverture
        GOBACK
    END-IF.
    IF FonctionJourOuverture NOT = 'S'
       AND (DateArriveeOuverture NOT NUMERIC
            OR DateArriveeOuverture NOT > DateDepartOuverture)
        GOBACK
    END-IF.

    MOVE SiteJourOuverture TO SiteDemande.
    IF SiteDemande = SPACES
        MOVE "01" TO SiteDemande
    END-IF.

    MOVE 'N' TO FermeturesOuvert.
    OPEN INPUT FermetureSiteFile.
    IF STATUS-FERMETURES = "00"
        MOVE 'O' TO FermeturesOuvert
    END-IF.
    MOVE 'N' TO CalendrierOuvert.
    OPEN INPUT CalendrierFile.
    IF STATUS-CALENDRIER = "00"
        MOVE 'O' TO CalendrierOuvert
    END-IF.
    PERFORM CHARGER-SEMAINE-SITE.

    COMPUTE EntierCourant = FUNCTION INTEGER-OF-DATE(DateDepartOuverture).
    IF FonctionJourOuverture = 'S'
        PERFORM CHERCHER-JOUR-OUVERT
    ELSE
        COMPUTE EntierArrivee =
                FUNCTION INTEGER-OF-DATE(DateArriveeOuverture)
        PERFORM COMPTER-UN-JOUR
            UNTIL EntierCourant NOT < EntierArrivee
    END-IF.

    IF FermeturesOuvert = 'O'
        CLOSE FermetureSiteFile
    END-IF.
    IF CalendrierOuvert = 'O'
        CLOSE CalendrierFile
    END-IF.
    GOBACK.

CHARGER-SEMAINE-SITE.
*> Relue à chaque appel : une fermeture saisie au guichet vaut pour
*> le prêt suivant sans relancer la session.
    MOVE SPACES TO SemaineSiteCharge.
    IF FermeturesOuvert = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE SiteDemande TO SiteFermeture.
    MOVE 0 TO DateFermeture.
    READ FermetureSiteFile
        KEY IS CleFermetureSite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE JoursFermesSemaine TO SemaineSiteCharge
    END-READ.
    EXIT.

CHERCHER-JOUR-OUVERT.
    MOVE 0 TO NbJoursEssayes.
    PERFORM EXAMINER-JOUR.
    PERFORM AVANCER-JOUR-FERME
        UNTIL JourOuvert = 'O' OR NbJoursEssayes NOT < NbJoursEssaisMax.
    IF JourOuvert = 'O'
        MOVE DateCourante TO DateArriveeOuverture
    ELSE
        MOVE "02" TO StatutJourOuverture
    END-IF.
    EXIT.

AVANCER-JOUR-FERME.
    ADD 1 TO EntierCourant.
    ADD 1 TO NbJoursEssayes.
    PERFORM EXAMINER-JOUR.
    EXIT.

COMPTER-UN-JOUR.
    ADD 1 TO EntierCourant.
    PERFORM EXAMINER-JOUR.
    IF JourOuvert = 'O'
        ADD 1 TO NbJoursOuverts
    END-IF.
    EXIT.

EXAMINER-JOUR.
*>  Reste entier d'INTEGER-OF-DATE par 7 : 0 pour dimanche, 1 pour
*>  lundi (même convention que ControleJourOuvre) ; le dimanche
*>  occupe la septième position de la semaine du site.
    MOVE 'O' TO JourOuvert.
    COMPUTE DateCourante = FUNCTION DATE-OF-INTEGER(EntierCourant).
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierCourant, 7).
    IF JourSemaineNum = 0
        MOVE 7 TO RangJourSemaine
    ELSE
        MOVE JourSemaineNum TO RangJourSemaine
    END-IF.
    IF SemaineSiteCharge(RangJourSemaine:1) = 'F'
        MOVE 'N' TO JourOuvert
        EXIT PARAGRAPH
    END-IF.
    IF CalendrierOuvert = 'O'
        MOVE DateCourante TO DateFerie
        READ CalendrierFile
            KEY IS DateFerie
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvert
                EXIT PARAGRAPH
        END-READ
    END-IF.
    IF FermeturesOuvert = 'O'
        MOVE SiteDemande TO SiteFermeture
        MOVE DateCourante TO DateFermeture
        READ FermetureSiteFile
            KEY IS CleFermetureSite
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO JourOuvert
        END-READ
    END-IF.
    EXIT.
