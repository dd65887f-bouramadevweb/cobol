IDENTIFICATION DIVISION.
PROGRAM-ID. IndicateurGestionUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IndicateurFile
           ASSIGN TO 'IndicateursGestion'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleIndicateurFichier
           FILE STATUS IS StatutOuverture.

DATA DIVISION.
FILE SECTION.
FD IndicateurFile.
01 IndicateurFichier.
   05 CleIndicateurFichier PIC X(14).
   05 FILLER               PIC X(36).

WORKING-STORAGE SECTION.
77 StatutOuverture   PIC XX.

LINKAGE SECTION.
COPY IndicateurGestionRecord.
01 StatutIndicateur  PIC XX.

PROCEDURE DIVISION USING IndicateurGestionLigne StatutIndicateur.
PUBLIER-INDICATEUR.
*> Paragraphe partagé sur le modèle de ControleBatchUtil : ouvre
*> IndicateursGestion (amorcé s'il n'existe pas encore, STATUS
*> "35"), écrit l'indicateur du mois ou remplace celui d'une
*> exécution précédente du même mois, puis referme — chaque
*> programme qui publie passe par le même chemin.
    OPEN I-O IndicateurFile.
    IF StatutOuverture = "35"
       OPEN OUTPUT IndicateurFile
       CLOSE IndicateurFile
       OPEN I-O IndicateurFile
    END-IF.
    IF StatutOuverture NOT = "00"
       MOVE StatutOuverture TO StatutIndicateur
       GOBACK
    END-IF.

    MOVE IndicateurGestionLigne TO IndicateurFichier.
    WRITE IndicateurFichier.
    IF StatutOuverture = "22"
        REWRITE IndicateurFichier
    END-IF.
    MOVE StatutOuverture TO StatutIndicateur.

    CLOSE IndicateurFile.
    GOBACK.
