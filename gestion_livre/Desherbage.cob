           RECORD KEY IS CleExemplaire
           FILE STATUS IS STATUS-EXEMPLAIRES.

    SELECT ReparationFile
           ASSIGN TO 'Reparations'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroReparation
           FILE STATUS IS STATUS-REPARATIONS.

    SELECT PropositionFile
           ASSIGN TO 'PropositionsDesherbage'
           ORGANIZATION IS LINE SEQUENTIAL
   05 EtatExemplaire       PIC X.
   05 SiteExemplaire       PIC X(2).

FD ReparationFile.
*> Fiches de GestionReparations : un exemplaire déclaré irréparable
*> ('I') attend ici son retrait.
01 ReparationRecord.
   05 NumeroReparation     PIC 9(5).
   05 NumeroLivreRep       PIC 9(4).
   05 NumeroExemplaireRep  PIC 9(3).
   05 SiteRep              PIC X(2).
   05 DescriptionDommage   PIC X(40).
   05 DateEnvoiRep         PIC 9(8).
   05 TypeReparateur       PIC X.
   05 CodeReparateur       PIC X(8).
   05 DateRetourPrevue     PIC 9(8).
   05 CoutReparation       PIC 9(5)V99.
   05 DateRetourRep        PIC 9(8).
   05 NumeroMembreRep      PIC 9(4).
   05 MontantRefacture     PIC 9(5)V99.
   05 NumeroFactureRep     PIC 9(6).
   05 StatutRep            PIC X.

FD PropositionFile.
*> Liste des candidats au désherbage, à relire par le bureau avant
*> tout retrait : VIE aucun emprunt depuis N années, EDI édition
*> remplacée par une plus récente du même ISBN, EXC plus de copies
*> que l'activité n'en justifie, REP exemplaire revenu irréparable
*> de réparation (seul motif qui désigne un exemplaire précis ; 0
*> pour les motifs portant sur le titre).
01 PropositionRecord.
   05 DateProposition     PIC 9(8).
   05 NumeroLivreProp     PIC 9(4).
   05 MotifProp           PIC X(3).
   05 DernierEmpruntProp  PIC 9(8).
   05 NbEmpruntsProp      PIC 9(5).
   05 NumeroExemplaireProp PIC 9(3).

FD SortieCollectionFile.
*> Registre des sorties de collection, la trace qu'exige l'audit
77 STATUS-EMPRUNTS     PIC XX.
77 STATUS-EXEMPLAIRES  PIC XX.
77 STATUS-PROPOSITIONS PIC XX.
77 STATUS-REPARATIONS  PIC XX.
77 STATUS-SORTIES      PIC XX.
77 STATUS-SESSION      PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 FinFichier        PIC X.
01 FinEmprunts       PIC X.
01 FinExemplaires    PIC X.
01 FinReparations    PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 AnneeDuJour       PIC 9(4).
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM EXAMINER-UN-LIVRE UNTIL FinFichier = 'O'.
    PERFORM PROPOSER-IRREPARABLES.

    CLOSE LivreFile.
    CLOSE PropositionFile.
    END-IF.
    EXIT.

PROPOSER-IRREPARABLES.
*> REP : exemplaires revenus irréparables de réparation et toujours
*> à l'état 'A' — le retrait (option 2) les sort des collections.
    OPEN INPUT ReparationFile.
    IF STATUS-REPARATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ExemplaireFile.
    IF STATUS-EXEMPLAIRES NOT = "00"
        CLOSE ReparationFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinReparations.
    MOVE 0 TO NumeroReparation.
    START ReparationFile KEY IS GREATER THAN NumeroReparation
        INVALID KEY
            MOVE 'O' TO FinReparations
    END-START.
    PERFORM PROPOSER-UN-IRREPARABLE UNTIL FinReparations = 'O'.
    CLOSE ExemplaireFile.
    CLOSE ReparationFile.
    EXIT.

PROPOSER-UN-IRREPARABLE.
    READ ReparationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinReparations
    END-READ.
    IF FinReparations = 'O' OR StatutRep NOT = 'I'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreRep TO NumeroLivreEx.
    MOVE NumeroExemplaireRep TO NumeroExemplaire.
    READ ExemplaireFile
        KEY IS CleExemplaire
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF EtatExemplaire NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreRep TO NumeroLivre.
    READ LivreFile
        KEY IS NumeroLivre
        INVALID KEY
            MOVE SPACES TO Titre
    END-READ.
    MOVE DateDuJour TO DateProposition.
    MOVE NumeroLivreRep TO NumeroLivreProp.
    MOVE Titre TO TitreProp.
    MOVE "REP" TO MotifProp.
    MOVE DateRetourRep TO DernierEmpruntProp.
    MOVE 0 TO NbEmpruntsProp.
    MOVE NumeroExemplaireRep TO NumeroExemplaireProp.
    WRITE PropositionRecord.
    IF STATUS-PROPOSITIONS NOT = "00"
        DISPLAY "Erreur à l'écriture des propositions. Code de statut : " STATUS-PROPOSITIONS
        STOP RUN
    END-IF.
    ADD 1 TO NbPropositions.
    DISPLAY "REP livre " NumeroLivreRep " ex. " NumeroExemplaireRep
            " : " Titre " | irréparable (fiche " NumeroReparation
            ", retour le " DateRetourRep ") : " DescriptionDommage.
    EXIT.

ECRIRE-PROPOSITION.
    MOVE DateDuJour TO DateProposition.
    MOVE NumeroLivre TO NumeroLivreProp.
    MOVE 0 TO NumeroExemplaireProp.
    MOVE Titre TO TitreProp.
    MOVE DernierEmpruntLivre TO DernierEmpruntProp.
    MOVE NbEmpruntsLivre TO NbEmpruntsProp.
    MOVE 'D' TO EtatExemplaire.
    REWRITE ExemplaireRecord.
    CLOSE ExemplaireFile.
    PERFORM CLORE-FICHE-REPARATION.

    OPEN EXTEND SortieCollectionFile.
    IF STATUS-SORTIES = "35"
    DISPLAY "Exemplaire " NumeroExemplaireSaisi " du livre "
            NumeroLivreSaisi " sorti des collections (" DestinationSaisie ").".
    EXIT.

CLORE-FICHE-REPARATION.
*> Un exemplaire désherbé depuis l'atelier ne doit plus apparaître
*> en réparation ni dans les retards du relieur : sa fiche encore
*> ouverte ('E' ou 'I') passe 'D'.
    OPEN I-O ReparationFile.
    IF STATUS-REPARATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinReparations.
    MOVE 0 TO NumeroReparation.
    START ReparationFile KEY IS GREATER THAN NumeroReparation
        INVALID KEY
            MOVE 'O' TO FinReparations
    END-START.
    PERFORM CLORE-UNE-FICHE UNTIL FinReparations = 'O'.
    CLOSE ReparationFile.
    EXIT.

CLORE-UNE-FICHE.
    READ ReparationFile NEXT RECORD
        AT END
            MOVE 'O' TO FinReparations
    END-READ.
    IF FinReparations NOT = 'O'
       AND NumeroLivreRep = NumeroLivreSaisi
       AND NumeroExemplaireRep = NumeroExemplaireSaisi
       AND (StatutRep = 'E' OR StatutRep = 'I')
        MOVE 'D' TO StatutRep
        REWRITE ReparationRecord
        IF STATUS-REPARATIONS NOT = "00"
            DISPLAY "Erreur à la mise à jour de Reparations. Code de statut : " STATUS-REPARATIONS
        ELSE
            DISPLAY "Fiche de réparation " NumeroReparation " close."
        END-IF
    END-IF.
    EXIT.
