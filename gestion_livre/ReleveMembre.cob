           ALTERNATE RECORD KEY IS Isbn WITH DUPLICATES
           FILE STATUS IS STATUS-LIVRES.

    SELECT PrelevementBibFile
           ASSIGN TO 'PrelevementsBiblio'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPrelevementBib
           FILE STATUS IS STATUS-PRELEVEMENTS.

DATA DIVISION.
FILE SECTION.
FD MembreFile.
*> d'inventaire et la facturation d'une copie perdue.
   05 PrixRemplacement PIC 9(5)V99.

FD PrelevementBibFile.
01 PrelevementBibRecord.
   05 NumeroPrelevementBib  PIC 9(6).
   05 NumeroMembrePrl       PIC 9(4).
   05 NumeroComptePrl       PIC X(10).
   05 ReferenceMandatPrl    PIC X(14).
   05 MontantAmendesPrl     PIC 9(5)V99.
   05 MontantCotisationPrl  PIC 9(3)V99.
   05 DateCollectePrl       PIC 9(8).
   05 StatutPrl             PIC X.
   05 MotifRejetPrl         PIC X(3).
   05 DateResultatPrl       PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-MEMBRES  PIC XX.
77 STATUS-EMPRUNTS PIC XX.
77 STATUS-LIVRES   PIC XX.
77 STATUS-PRELEVEMENTS PIC XX.
01 FinPrelevements PIC X VALUE 'N'.
01 NbLignesPrelevement PIC 9(4) VALUE 0.
01 LibellePrelevement PIC X(30).
01 FinEmpruntFile  PIC X VALUE 'N'.
01 NumeroMembreSaisi PIC 9(4).
01 DateDebutReleve PIC 9(8).
01 TotalAmendesDues  PIC 9(7)V99 VALUE 0.
01 NbLignesReleve    PIC 9(4) VALUE 0.
01 LibelleStatut     PIC X(10).
01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.
01 IndexFoyer             PIC 9(2).
01 EmprunteurDuFoyer      PIC X.

PROCEDURE DIVISION.

    IF StatutMembre = 'S'
        DISPLAY "Statut : SUSPENDU par le suivi des retards."
    END-IF.
*>  Le relevé du payeur d'un foyer couvre les emprunts de ses membres
*>  à charge, dont il règle les amendes ; celui d'un membre à charge
*>  ne montre que ses propres emprunts et renvoie au payeur.
    MOVE NumeroMembreSaisi TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    IF NumeroPayeurFoyer NOT = NumeroMembreSaisi
        DISPLAY "Membre à charge du membre " NumeroPayeurFoyer
                " (adhésion familiale, amendes et rappels au payeur)."
        MOVE 1 TO NbMembresFoyer
        MOVE NumeroMembreSaisi TO MembreFoyerTbl(1)
    ELSE
        IF StatutFoyer = "00"
            DISPLAY "Payeur d'un foyer de " NbMembresFoyer
                    " membres : emprunts et amendes du foyer compris."
        END-IF
    END-IF.
    DISPLAY "Période du " DateDebutReleve " au " DateFinReleve.
    DISPLAY "--------------------------------------------------------".

    DISPLAY "--------------------------------------------------------".
    DISPLAY "Emprunts encore ouverts : " NbEmpruntsOuverts.
    DISPLAY "Amendes dues            : " TotalAmendesDues.

    PERFORM RELEVER-PRELEVEMENTS.
    DISPLAY "========================================================".

    STOP RUN.
            MOVE 'O' TO FinEmpruntFile
    END-READ.

    IF FinEmpruntFile = 'O'
        EXIT PARAGRAPH
    END-IF.
    PERFORM TESTER-EMPRUNTEUR-FOYER.
    IF EmprunteurDuFoyer = 'O'
*>      Les totaux (emprunts ouverts, amendes dues) couvrent toute la
*>      vie du membre ; seul le détail des lignes est borné à la
*>      période demandée.
            ELSE
                MOVE "RENDU" TO LibelleStatut
            END-IF
            IF NumeroMembreEmprunt = NumeroMembreSaisi
                DISPLAY "Emprunt " NumeroEmprunt " | " Titre
            ELSE
                DISPLAY "Emprunt " NumeroEmprunt " | " Titre
                        " | membre à charge " NumeroMembreEmprunt
            END-IF
            DISPLAY "  emprunté le " DateEmpruntLigne
                    " | échéance " DateEcheanceLigne
                    " | retour " DateRetourLigne
    END-IF.
    EXIT.

TESTER-EMPRUNTEUR-FOYER.
    MOVE 'N' TO EmprunteurDuFoyer.
    PERFORM COMPARER-MEMBRE-FOYER
        VARYING IndexFoyer FROM 1 BY 1
        UNTIL IndexFoyer > NbMembresFoyer OR EmprunteurDuFoyer = 'O'.
    EXIT.

COMPARER-MEMBRE-FOYER.
    IF MembreFoyerTbl(IndexFoyer) = NumeroMembreEmprunt
        MOVE 'O' TO EmprunteurDuFoyer
    END-IF.
    EXIT.

RETROUVER-TITRE.
    MOVE "(livre supprimé)" TO Titre.
    IF STATUS-LIVRES = "00"
        END-READ
    END-IF.
    EXIT.

RELEVER-PRELEVEMENTS.
*> Prélèvements sur le compte bancaire du membre (mandat au profit de
*> la bibliothèque) : un prélèvement rejeté n'a rien soldé, les
*> amendes restent dans le total ci-dessus et la cotisation reste à
*> régler au guichet — le membre voit pourquoi il doit encore.
    OPEN INPUT PrelevementBibFile.
    IF STATUS-PRELEVEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NumeroPrelevementBib.
    START PrelevementBibFile KEY IS GREATER THAN NumeroPrelevementBib
        INVALID KEY
            MOVE 'O' TO FinPrelevements
    END-START.
    PERFORM RELEVER-UN-PRELEVEMENT UNTIL FinPrelevements = 'O'.
    CLOSE PrelevementBibFile.
    EXIT.

RELEVER-UN-PRELEVEMENT.
    READ PrelevementBibFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrelevements
    END-READ.
    IF FinPrelevements = 'O'
       OR NumeroMembrePrl NOT = NumeroMembreSaisi
        EXIT PARAGRAPH
    END-IF.
    IF DateCollectePrl < DateDebutReleve
       OR DateCollectePrl > DateFinReleve
        EXIT PARAGRAPH
    END-IF.

    IF NbLignesPrelevement = 0
        DISPLAY "--------------------------------------------------------"
        DISPLAY "Prélèvements sur compte bancaire :"
    END-IF.
    ADD 1 TO NbLignesPrelevement.
    EVALUATE StatutPrl
        WHEN 'E'
            MOVE "EN ATTENTE" TO LibellePrelevement
        WHEN 'P'
            MOVE "PRÉLEVÉ" TO LibellePrelevement
        WHEN OTHER
            MOVE "REJETÉ - DÛ AU GUICHET" TO LibellePrelevement
    END-EVALUATE.
    DISPLAY "  présenté le " DateCollectePrl
            " | amendes " MontantAmendesPrl
            " | cotisation " MontantCotisationPrl
            " | " LibellePrelevement " " MotifRejetPrl.
    EXIT.
