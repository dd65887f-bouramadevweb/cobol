           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PERIODE.

    SELECT EcartsGLFile
           ASSIGN TO 'EcartsGrandLivre'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CompteGLEcart
           FILE STATUS IS STATUS-ECARTS.

DATA DIVISION.
FILE SECTION.
FD GrandLivreFile.
*> marque de pièce "PER.ANT.".
01 PeriodeComptableEnrg PIC 9(8).

FD EcartsGLFile.
*> Écarts grand livre / auxiliaires tenus par
*> RapprochementGrandLivre : statut 'O' non expliqué, 'J' justifié.
01 EcartGLRecord.
   05 CompteGLEcart          PIC X(6).
   05 DatePremierEcart       PIC 9(8).
   05 DateDernierControle    PIC 9(8).
   05 SoldeGLEcart           PIC S9(15)V99.
   05 SoldeAuxiliaireEcart   PIC S9(15)V99.
   05 MontantEcart           PIC S9(15)V99.
   05 StatutEcart            PIC X.
   05 MontantJustifie        PIC S9(15)V99.
   05 MotifJustification     PIC X(40).
   05 OperateurJustification PIC X(8).
   05 DateJustification      PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-GRANDLIVRE PIC XX.
77 STATUS-SOLDESGL   PIC XX.
77 STATUS-PERIODE    PIC XX.
77 STATUS-ECARTS     PIC XX.
01 FinGrandLivre     PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 DateLendemain     PIC 9(8).
      03 TotalCreditBal  PIC 9(15)V99.
01 NbComptesBal      PIC 9(2) VALUE 0.
01 FinSoldesPrec     PIC X VALUE 'N'.
01 FinEcarts         PIC X VALUE 'N'.
01 NbEcartsNonExpliques PIC 9(2) VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
    END-IF.
    COMPUTE PeriodePrecedente = AnneePrec * 100 + MoisPrec.

*>  Pas de verrou sur un grand livre qui ne rapproche pas : un
*>  écart non expliqué entre un compte de contrôle et son auxiliaire
*>  (RapprochementGrandLivre, juste avant dans la chaîne) doit être
*>  résorbé ou justifié par le service comptable avant la clôture,
*>  sinon il se figerait dans le report à nouveau.
    PERFORM CONTROLER-ECARTS-GL.
    IF NbEcartsNonExpliques > 0
        DISPLAY "*** CLÔTURE DE " PeriodeCloturee " REFUSÉE : "
                NbEcartsNonExpliques " écart(s) grand livre non expliqué(s) ***"
        DISPLAY "Justifier ou corriger puis relancer CLOCOMPT."
        MOVE NbEcartsNonExpliques TO NbRejetesCtl
        MOVE "KO" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT GrandLivreFile.
    IF STATUS-GRANDLIVRE NOT = "00"
        DISPLAY "Impossible d'ouvrir GrandLivre. Code de statut : " STATUS-GRANDLIVRE
    DISPLAY "========================================================".
    EXIT.

CONTROLER-ECARTS-GL.
    MOVE 0 TO NbEcartsNonExpliques.
    OPEN INPUT EcartsGLFile.
    IF STATUS-ECARTS = "35"
        DISPLAY "EcartsGrandLivre absent : aucun rapprochement enregistré."
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-ECARTS NOT = "00"
        DISPLAY "Impossible d'ouvrir EcartsGrandLivre. Code de statut : " STATUS-ECARTS
        STOP RUN
    END-IF.
    MOVE 'N' TO FinEcarts.
    PERFORM EXAMINER-UN-ECART-GL UNTIL FinEcarts = 'O'.
    CLOSE EcartsGLFile.
    EXIT.

EXAMINER-UN-ECART-GL.
    READ EcartsGLFile NEXT RECORD
        AT END
            MOVE 'O' TO FinEcarts
    END-READ.
    IF FinEcarts NOT = 'O' AND StatutEcart NOT = 'J'
        ADD 1 TO NbEcartsNonExpliques
        DISPLAY "Écart non expliqué sur " CompteGLEcart " : " MontantEcart
                " (apparu le " DatePremierEcart ")"
    END-IF.
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
