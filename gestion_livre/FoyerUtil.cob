IDENTIFICATION DIVISION.
PROGRAM-ID. FoyerUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FoyerFile
           ASSIGN TO 'FoyersMembres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembreDependant
           FILE STATUS IS STATUS-FOYERS.

DATA DIVISION.
FILE SECTION.
FD FoyerFile.
*> Rattachement d'un membre à charge au membre payeur de son foyer
*> (adhésion familiale) : 'A' à charge, 'C' converti en adhésion
*> individuelle à l'âge prévu, 'D' détaché au guichet.
01 FoyerRecord.
   05 NumeroMembreDependant  PIC 9(4).
   05 NumeroMembrePayeur     PIC 9(4).
   05 DateNaissanceDependant PIC 9(8).
   05 DateRattachement       PIC 9(8).
   05 StatutRattachement     PIC X.

WORKING-STORAGE SECTION.
77 STATUS-FOYERS     PIC XX.
01 FinFoyers         PIC X.

LINKAGE SECTION.
*> En entrée NumeroMembreFoyer ; en sortie le payeur du foyer et la
*> liste de ses membres (payeur en tête, puis les membres à charge).
01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.

PROCEDURE DIVISION USING ZoneFoyer StatutFoyer.
TRAITER-FOYER.
*> Foyer d'un membre, pour le plafond d'emprunts commun, la
*> cotisation au tarif famille et l'envoi des lettres au payeur.
*> Statuts : "00" le membre appartient à un foyer (payeur ou à
*> charge), "01" adhésion individuelle — le membre est alors son
*> propre payeur et le seul membre de la liste.
    MOVE "01" TO StatutFoyer.
    MOVE NumeroMembreFoyer TO NumeroPayeurFoyer.
    MOVE 1 TO NbMembresFoyer.
    MOVE NumeroMembreFoyer TO MembreFoyerTbl(1).

    OPEN INPUT FoyerFile.
    IF STATUS-FOYERS NOT = "00"
        GOBACK
    END-IF.

    MOVE NumeroMembreFoyer TO NumeroMembreDependant.
    READ FoyerFile
        KEY IS NumeroMembreDependant
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutRattachement = 'A'
                MOVE NumeroMembrePayeur TO NumeroPayeurFoyer
                MOVE NumeroMembrePayeur TO MembreFoyerTbl(1)
            END-IF
    END-READ.

    MOVE 'N' TO FinFoyers.
    MOVE 0 TO NumeroMembreDependant.
    START FoyerFile KEY IS GREATER THAN NumeroMembreDependant
        INVALID KEY
            MOVE 'O' TO FinFoyers
    END-START.
    PERFORM AJOUTER-UN-DEPENDANT UNTIL FinFoyers = 'O'.
    CLOSE FoyerFile.

    IF NbMembresFoyer > 1
        MOVE "00" TO StatutFoyer
    END-IF.
    GOBACK.

AJOUTER-UN-DEPENDANT.
    READ FoyerFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFoyers
    END-READ.
    IF FinFoyers = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutRattachement NOT = 'A'
       OR NumeroMembrePayeur NOT = NumeroPayeurFoyer
        EXIT PARAGRAPH
    END-IF.
    IF NbMembresFoyer NOT < 10
        DISPLAY "Foyer " NumeroPayeurFoyer " : plus de 10 membres, "
                NumeroMembreDependant " ignoré."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMembresFoyer.
    MOVE NumeroMembreDependant TO MembreFoyerTbl(NbMembresFoyer).
    EXIT.
