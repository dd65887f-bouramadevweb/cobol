IDENTIFICATION DIVISION.
PROGRAM-ID. NotificationUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BoiteEnvoiFile
           ASSIGN TO 'NotificationsClients'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-BOITE.

DATA DIVISION.
FILE SECTION.
FD BoiteEnvoiFile.
*> Même dessin que NotificationClientRecord, passé par l'appelant.
01 BoiteEnvoiEnrg          PIC X(148).

WORKING-STORAGE SECTION.
77 STATUS-BOITE      PIC XX.
01 DateHeureSysteme  PIC X(21).

LINKAGE SECTION.
COPY NotificationClientRecord.
01 StatutNotification PIC XX.

PROCEDURE DIVISION USING NotificationClientRecord StatutNotification.
DEPOSER-NOTIFICATION.
*> Paragraphe partagé sur le modèle de FileConformiteUtil : dépose
*> dans la boîte d'envoi unique l'événement qu'un programme veut
*> porter à la connaissance du client (guichet, alertes de
*> découvert, prélèvements rejetés, échéances impayées). L'appelant
*> renseigne le compte, l'événement, le montant, son nom et le
*> texte ; la date et l'heure sont posées ici. Un échec de dépôt ne
*> doit jamais faire échouer l'opération elle-même : l'appelant
*> affiche le statut rendu et continue.
    OPEN EXTEND BoiteEnvoiFile.
    IF STATUS-BOITE = "35"
        OPEN OUTPUT BoiteEnvoiFile
    END-IF.
    IF STATUS-BOITE NOT = "00"
        MOVE STATUS-BOITE TO StatutNotification
        GOBACK
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateNotification.
    MOVE DateHeureSysteme(9:6) TO HeureNotification.
    WRITE BoiteEnvoiEnrg FROM NotificationClientRecord.
    MOVE STATUS-BOITE TO StatutNotification.
    CLOSE BoiteEnvoiFile.
    GOBACK.
