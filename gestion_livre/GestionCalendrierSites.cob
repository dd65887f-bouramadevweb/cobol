IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCalendrierSites.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FermetureSiteFile
           ASSIGN TO 'CalendrierSites'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleFermetureSite
           FILE STATUS IS STATUS-FERMETURES.

DATA DIVISION.
FILE SECTION.
FD FermetureSiteFile.
*> Date à zéro : jours de fermeture hebdomadaire du site (lundi à
*> dimanche, 'F' = fermé) ; date renseignée : fermeture exceptionnelle.
01 FermetureSiteRecord.
   05 CleFermetureSite.
      10 SiteFermeture      PIC X(2).
      10 DateFermeture      PIC 9(8).
   05 LibelleFermeture      PIC X(30).
   05 JoursFermesSemaine    PIC X(7).

WORKING-STORAGE SECTION.
77 STATUS-FERMETURES PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 FermetureExistante PIC X.
01 SiteSaisi         PIC X(2).
01 SemaineSaisie     PIC X(7).
01 IndexJour         PIC 9.
01 NbFermeturesListees PIC 9(4).

PROCEDURE DIVISION.

*> Calendrier d'ouverture des sites de la bibliothèque, pendant de
*> GestionCalendrier côté banque : les jours où chaque salle ferme
*> chaque semaine, et ses fermetures exceptionnelles. Les fériés du
*> calendrier de la banque ferment déjà tous les sites. Le guichet
*> recule les échéances au prochain jour d'ouverture du site et le
*> suivi des retards ne compte l'amende que sur les jours ouverts
*> (JourOuvertureUtil).
    MOVE SPACE TO ChoixUtilisateur.
    OPEN I-O FermetureSiteFile.
    IF STATUS-FERMETURES = "35"
        OPEN OUTPUT FermetureSiteFile
        CLOSE FermetureSiteFile
        OPEN I-O FermetureSiteFile
    END-IF.
    IF STATUS-FERMETURES NOT = "00"
        DISPLAY "Erreur à l'ouverture de CalendrierSites. Code de statut : " STATUS-FERMETURES
        GOBACK
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE FermetureSiteFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "CALENDRIER D'OUVERTURE DES SITES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Jours de fermeture hebdomadaire d'un site".
    DISPLAY "2. Ajouter/modifier une fermeture exceptionnelle".
    DISPLAY "3. Supprimer une fermeture exceptionnelle".
    DISPLAY "4. Lister le calendrier d'un site".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM DEFINIR-SEMAINE
        WHEN "2"
            PERFORM AJOUTER-FERMETURE
        WHEN "3"
            PERFORM SUPPRIMER-FERMETURE
        WHEN "4"
            PERFORM LISTER-CALENDRIER
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

SAISIR-SITE.
    DISPLAY "Site (vide = 01) : ".
    ACCEPT SiteSaisi.
    IF SiteSaisi = SPACES
        MOVE "01" TO SiteSaisi
    END-IF.
    EXIT.

DEFINIR-SEMAINE.
    PERFORM SAISIR-SITE.
    MOVE SiteSaisi TO SiteFermeture.
    MOVE 0 TO DateFermeture.
    MOVE 'N' TO FermetureExistante.
    READ FermetureSiteFile
        KEY IS CleFermetureSite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO FermetureExistante
            DISPLAY "Semaine actuelle (LMMJVSD) : " JoursFermesSemaine
    END-READ.

    DISPLAY "Jours fermés, lundi à dimanche ('F' fermé, '.' ouvert ;"
            " ex : ......F pour le dimanche) : ".
    ACCEPT SemaineSaisie.
    PERFORM NORMALISER-UN-JOUR
        VARYING IndexJour FROM 1 BY 1 UNTIL IndexJour > 7.
    IF SemaineSaisie = "FFFFFFF"
        DISPLAY "Un site ne peut pas être fermé tous les jours."
        EXIT PARAGRAPH
    END-IF.

    MOVE SiteSaisi TO SiteFermeture.
    MOVE 0 TO DateFermeture.
    MOVE "FERMETURE HEBDOMADAIRE" TO LibelleFermeture.
    MOVE SemaineSaisie TO JoursFermesSemaine.
    IF FermetureExistante = 'N'
        WRITE FermetureSiteRecord
    ELSE
        REWRITE FermetureSiteRecord
    END-IF.
    IF STATUS-FERMETURES NOT = "00"
        DISPLAY "Erreur à l'écriture de CalendrierSites. Code de statut : " STATUS-FERMETURES
    ELSE
        DISPLAY "Site " SiteSaisi " : semaine " SemaineSaisie " enregistrée."
    END-IF.
    EXIT.

NORMALISER-UN-JOUR.
*> Tout ce qui n'est pas 'F' vaut jour ouvert.
    IF SemaineSaisie(IndexJour:1) = 'f'
        MOVE 'F' TO SemaineSaisie(IndexJour:1)
    END-IF.
    IF SemaineSaisie(IndexJour:1) NOT = 'F'
        MOVE '.' TO SemaineSaisie(IndexJour:1)
    END-IF.
    EXIT.

AJOUTER-FERMETURE.
*> Même précaution que GestionCalendrier : lecture d'existence avant
*> la saisie du libellé, puis WRITE ou REWRITE sans relire.
    PERFORM SAISIR-SITE.
    DISPLAY "Date de fermeture (AAAAMMJJ) : ".
    ACCEPT DateFermeture.
    IF DateFermeture = 0
        DISPLAY "Date invalide."
        EXIT PARAGRAPH
    END-IF.
    MOVE SiteSaisi TO SiteFermeture.

    MOVE 'N' TO FermetureExistante.
    READ FermetureSiteFile
        KEY IS CleFermetureSite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO FermetureExistante
    END-READ.

    DISPLAY "Motif (ex : Inventaire annuel) : ".
    ACCEPT LibelleFermeture.
    MOVE SPACES TO JoursFermesSemaine.

    IF FermetureExistante = 'N'
        WRITE FermetureSiteRecord
        IF STATUS-FERMETURES NOT = "00"
            DISPLAY "Erreur à l'écriture de CalendrierSites. Code de statut : " STATUS-FERMETURES
        ELSE
            DISPLAY "Fermeture du site " SiteFermeture " le " DateFermeture " créée."
        END-IF
    ELSE
        REWRITE FermetureSiteRecord
        IF STATUS-FERMETURES NOT = "00"
            DISPLAY "Erreur à la mise à jour de CalendrierSites. Code de statut : " STATUS-FERMETURES
        ELSE
            DISPLAY "Fermeture du site " SiteFermeture " le " DateFermeture " mise à jour."
        END-IF
    END-IF.
    EXIT.

SUPPRIMER-FERMETURE.
    PERFORM SAISIR-SITE.
    DISPLAY "Date de la fermeture à supprimer (AAAAMMJJ) : ".
    ACCEPT DateFermeture.
    IF DateFermeture = 0
        DISPLAY "Date invalide."
        EXIT PARAGRAPH
    END-IF.
    MOVE SiteSaisi TO SiteFermeture.
    READ FermetureSiteFile
        KEY IS CleFermetureSite
        INVALID KEY
            DISPLAY "Aucune fermeture de ce site à cette date."
        NOT INVALID KEY
            DELETE FermetureSiteFile
            IF STATUS-FERMETURES NOT = "00"
                DISPLAY "Erreur à la suppression. Code de statut : " STATUS-FERMETURES
            ELSE
                DISPLAY "Fermeture du site " SiteFermeture " le " DateFermeture " supprimée."
            END-IF
    END-READ.
    EXIT.

LISTER-CALENDRIER.
    PERFORM SAISIR-SITE.
    MOVE 0 TO NbFermeturesListees.
    MOVE 'N' TO FinFichier.
    MOVE SiteSaisi TO SiteFermeture.
    MOVE 0 TO DateFermeture.
    START FermetureSiteFile KEY IS NOT LESS THAN CleFermetureSite
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UNE-FERMETURE UNTIL FinFichier = 'O'.
    IF NbFermeturesListees = 0
        DISPLAY "Aucune fermeture enregistrée pour le site " SiteSaisi
                " (ouvert tous les jours hors fériés)."
    END-IF.
    EXIT.

LISTER-UNE-FERMETURE.
    READ FermetureSiteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF SiteFermeture NOT = SiteSaisi
        MOVE 'O' TO FinFichier
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbFermeturesListees.
    IF DateFermeture = 0
        DISPLAY "Semaine (LMMJVSD) : " JoursFermesSemaine
    ELSE
        DISPLAY DateFermeture " : " LibelleFermeture
    END-IF.
    EXIT.
