           RECORD KEY IS NumeroMembre
           FILE STATUS IS STATUS-MEMBRES.

    SELECT FoyerFile
           ASSIGN TO 'FoyersMembres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroMembreDependant
           FILE STATUS IS STATUS-FOYERS.

    SELECT ListeAdhesionFile
           ASSIGN TO 'AdhesionsAEchoir'
           ORGANIZATION IS LINE SEQUENTIAL
   05 StatutMembre  PIC X.
   05 DateFinAdhesion PIC 9(8).

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

FD ListeAdhesionFile.
*> Liste mensuelle des adhésions à renouveler, pour les lettres de
*> relance : 'E' expirée, 'P' expirant sous trente jours, 'J' jamais
WORKING-STORAGE SECTION.
77 STATUS-MEMBRES    PIC XX.
77 STATUS-LISTE      PIC XX.
77 STATUS-FOYERS     PIC XX.
01 FinMembres        PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 EntierDate        PIC 9(7).
01 DateHorizon       PIC 9(8).
01 NbSignales        PIC 9(4) VALUE 0.
01 JoursHorizon      PIC 9(2) VALUE 30.
*> Âge auquel un membre à charge passe en adhésion individuelle.
01 AgeConversionFoyer PIC 9(2) VALUE 18.
01 DateMajorite      PIC 9(8).
01 FinFoyers         PIC X VALUE 'N'.
01 FoyersOuvert      PIC X VALUE 'N'.
01 NbConvertis       PIC 9(4) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  La conversion des membres à charge arrivés à l'âge prévu passe
*>  chaque nuit, sans attendre la liste du mois : le membre converti
*>  garde l'adhésion en cours et la renouvellera seul, au tarif
*>  individuel ; il sort du plafond commun du foyer.
    PERFORM CONVERTIR-MEMBRES-MAJEURS.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Pas le premier du mois : liste des adhésions différée."
        MOVE "OK" TO StatutFinCtl
        DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
        STOP RUN
    END-IF.
    OPEN INPUT FoyerFile.
    IF STATUS-FOYERS = "00"
        MOVE 'O' TO FoyersOuvert
    END-IF.
    OPEN EXTEND ListeAdhesionFile.
    IF STATUS-LISTE = "35"
        OPEN OUTPUT ListeAdhesionFile

    CLOSE MembreFile.
    CLOSE ListeAdhesionFile.
    IF FoyersOuvert = 'O'
        CLOSE FoyerFile
    END-IF.

    IF NbSignales = 0
        DISPLAY "Aucune adhésion à renouveler ce mois-ci."
    END-IF.
    ADD 1 TO NbLusCtl.

*>  Un membre à charge n'a pas d'adhésion propre à relancer : c'est
*>  l'échéance du payeur qui vaut pour tout le foyer.
    IF FoyersOuvert = 'O'
        MOVE NumeroMembre TO NumeroMembreDependant
        READ FoyerFile
            KEY IS NumeroMembreDependant
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF StatutRattachement = 'A'
                    EXIT PARAGRAPH
                END-IF
        END-READ
    END-IF.

    EVALUATE TRUE
        WHEN DateFinAdhesion = 0
            MOVE 'J' TO MotifListeAdhesion
            ") : échéance " DateFinAdhesion " | statut " StatutMembre.
    EXIT.

CONVERTIR-MEMBRES-MAJEURS.
    OPEN I-O FoyerFile.
    IF STATUS-FOYERS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFoyers.
    PERFORM CONVERTIR-UN-RATTACHEMENT UNTIL FinFoyers = 'O'.
    CLOSE FoyerFile.
    IF NbConvertis > 0
        DISPLAY NbConvertis " membre(s) à charge passé(s) en adhésion individuelle."
    END-IF.
    EXIT.

CONVERTIR-UN-RATTACHEMENT.
    READ FoyerFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFoyers
    END-READ.
    IF FinFoyers = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutRattachement NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE DateMajorite =
            DateNaissanceDependant + AgeConversionFoyer * 10000.
    IF DateMajorite > DateTraitementJour
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO StatutRattachement.
    REWRITE FoyerRecord.
    IF STATUS-FOYERS NOT = "00"
        DISPLAY "Erreur à la mise à jour de FoyersMembres. Code de statut : " STATUS-FOYERS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbConvertis.
    DISPLAY "Membre " NumeroMembreDependant " : " AgeConversionFoyer
            " ans, détaché du foyer de " NumeroMembrePayeur
            " (adhésion individuelle).".
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
