IDENTIFICATION DIVISION.
PROGRAM-ID. EcartsCaisseBoutique.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SessionBoutiqueFile
           ASSIGN TO 'SessionsBoutique'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionBoutique
           FILE STATUS IS STATUS-SESSIONSBTQ.

DATA DIVISION.
FILE SECTION.
FD SessionBoutiqueFile.
*> Sessions de caisse de la boutique (dessin de GestionCaisseBoutique),
*> rangées par caissier puis par date.
01 SessionBoutiqueRecord.
   05 CleSessionBoutique.
      10 CodeCaissierBtq    PIC X(8).
      10 DateSessionBtq     PIC 9(8).
   05 NumeroCaisseBtq       PIC X(2).
   05 FondsOuvertureBtq     PIC 9(7)V99.
   05 NbVentesBtq           PIC 9(5).
   05 VentesEspecesBtq      PIC 9(9)V99.
   05 NbRetoursBtq          PIC 9(5).
   05 RetoursEspecesBtq     PIC 9(9)V99.
   05 AvoirsEmisBtq         PIC 9(9)V99.
   05 CartesVenduesBtq      PIC 9(9)V99.
   05 ReglementsCarteBtq    PIC 9(9)V99.
   05 MontantCompteBtq      PIC 9(9)V99.
   05 EcartBtq              PIC S9(9)V99.
   05 StatutSessionBtq      PIC X.
   05 ValideParBtq          PIC X(8).
   05 DepotFaitBtq          PIC X.
   05 VentesEnCompteBtq     PIC 9(9)V99.

WORKING-STORAGE SECTION.
77 STATUS-SESSIONSBTQ PIC XX.
01 DateHeureSysteme   PIC X(21).
01 FinSessions        PIC X VALUE 'N'.
01 EntierDate         PIC 9(7).
01 JourSemaineNum     PIC 9(1).
01 DebutSemaine       PIC 9(8).
01 FinSemaine         PIC 9(8).
01 DebutQuatreSemaines PIC 9(8).
*> Un caissier est signalé quand ses écarts se répètent : deux
*> sessions en écart dans la semaine, ou trois sur quatre semaines.
01 SeuilEcartsSemaine PIC 9(2) VALUE 2.
01 SeuilEcartsQuatre  PIC 9(2) VALUE 3.
01 CaissierEnCours    PIC X(8) VALUE SPACES.
01 NbSessionsSem      PIC 9(4).
01 NbEcartsSem        PIC 9(4).
01 NbNonClotureesSem  PIC 9(4).
01 ExcedentsSem       PIC 9(9)V99.
01 ManquantsSem       PIC 9(9)V99.
01 NetEcartsSem       PIC S9(9)V99.
01 NbEcartsQuatre     PIC 9(4).
01 MentionCaissier    PIC X(20).
01 NbCaissiersListes  PIC 9(4) VALUE 0.
01 NbCaissiersSignales PIC 9(4) VALUE 0.
01 NbSessionsLues     PIC 9(6) VALUE 0.
01 NetEcartsTotal     PIC S9(11)V99 VALUE 0.
01 VolumeEcartsTotal  PIC 9(11)V99 VALUE 0.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Écarts de caisse de la boutique par caissier, chaque lundi sur la
*> semaine écoulée : sessions tenues, sessions en écart, excédents,
*> manquants et solde, avec en regard les quatre dernières semaines
*> pour faire ressortir les écarts qui se répètent plutôt que
*> l'erreur de rendu isolée.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

*>  Lancé toutes les nuits par la fenêtre mais ne travaille que le
*>  lundi, comme l'échéancier des réclamations.
    COMPUTE EntierDate = FUNCTION INTEGER-OF-DATE(DateTraitementJour).
    COMPUTE JourSemaineNum = FUNCTION MOD(EntierDate, 7).
    IF JourSemaineNum NOT = 1
        DISPLAY "Écarts de caisse de la boutique : pas lundi, rien à faire."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

*>  Semaine écoulée du lundi au dimanche ; fenêtre de récurrence des
*>  quatre semaines qui finissent ce même dimanche.
    COMPUTE DebutSemaine = FUNCTION DATE-OF-INTEGER(EntierDate - 7).
    COMPUTE FinSemaine = FUNCTION DATE-OF-INTEGER(EntierDate - 1).
    COMPUTE DebutQuatreSemaines = FUNCTION DATE-OF-INTEGER(EntierDate - 28).

    OPEN INPUT SessionBoutiqueFile.
    IF STATUS-SESSIONSBTQ NOT = "00"
        DISPLAY "Aucune session de caisse de la boutique enregistrée."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "ÉCARTS DE CAISSE DE LA BOUTIQUE DU " DebutSemaine
            " AU " FinSemaine.
    DISPLAY "(récurrence : " SeuilEcartsSemaine " écarts dans la semaine"
            " ou " SeuilEcartsQuatre " depuis le " DebutQuatreSemaines ")".
    DISPLAY "--------------------------------------------------------".
    PERFORM REMETTRE-CUMULS-CAISSIER.
    PERFORM EXAMINER-UNE-SESSION UNTIL FinSessions = 'O'.
    PERFORM EDITER-CAISSIER.
    CLOSE SessionBoutiqueFile.

    DISPLAY "--------------------------------------------------------".
    DISPLAY NbCaissiersListes " caissier(s) listé(s), dont "
            NbCaissiersSignales " aux écarts récurrents ; solde des"
            " écarts de la semaine : " NetEcartsTotal.
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    IF NbCaissiersSignales > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

EXAMINER-UNE-SESSION.
*> Rupture sur le caissier : le fichier est rangé par caissier puis
*> par date, chaque changement édite la ligne du précédent.
    READ SessionBoutiqueFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSessions
            EXIT PARAGRAPH
    END-READ.
    IF DateSessionBtq < DebutQuatreSemaines
       OR DateSessionBtq > FinSemaine
        EXIT PARAGRAPH
    END-IF.
    IF CodeCaissierBtq NOT = CaissierEnCours
        PERFORM EDITER-CAISSIER
        PERFORM REMETTRE-CUMULS-CAISSIER
        MOVE CodeCaissierBtq TO CaissierEnCours
    END-IF.
    ADD 1 TO NbSessionsLues.
    IF StatutSessionBtq NOT = 'O' AND EcartBtq NOT = 0
        ADD 1 TO NbEcartsQuatre
    END-IF.
    IF DateSessionBtq < DebutSemaine
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbSessionsSem.
    IF StatutSessionBtq = 'O'
        ADD 1 TO NbNonClotureesSem
        EXIT PARAGRAPH
    END-IF.
    IF EcartBtq = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEcartsSem.
    ADD EcartBtq TO NetEcartsSem.
    IF EcartBtq > 0
        ADD EcartBtq TO ExcedentsSem
    ELSE
        SUBTRACT EcartBtq FROM ManquantsSem
    END-IF.
    DISPLAY "   " CodeCaissierBtq " caisse " NumeroCaisseBtq
            " le " DateSessionBtq " : écart " EcartBtq
            " (statut " StatutSessionBtq ")".
    EXIT.

EDITER-CAISSIER.
*> Un caissier sans session dans la semaine n'est édité que si ses
*> écarts des quatre semaines le signalent.
    IF CaissierEnCours = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MentionCaissier.
    IF NbEcartsSem >= SeuilEcartsSemaine
       OR NbEcartsQuatre >= SeuilEcartsQuatre
        MOVE "ÉCARTS RÉCURRENTS" TO MentionCaissier
        ADD 1 TO NbCaissiersSignales
    END-IF.
    IF NbSessionsSem = 0 AND MentionCaissier = SPACES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbCaissiersListes.
    ADD NetEcartsSem TO NetEcartsTotal.
    ADD ExcedentsSem TO VolumeEcartsTotal.
    ADD ManquantsSem TO VolumeEcartsTotal.
    DISPLAY CaissierEnCours " sessions " NbSessionsSem
            " en écart " NbEcartsSem
            " excédents " ExcedentsSem
            " manquants " ManquantsSem
            " solde " NetEcartsSem
            " | 4 sem. " NbEcartsQuatre " " MentionCaissier.
    IF NbNonClotureesSem > 0
        DISPLAY "   dont " NbNonClotureesSem " session(s) jamais clôturée(s)"
    END-IF.
    EXIT.

REMETTRE-CUMULS-CAISSIER.
    MOVE 0 TO NbSessionsSem.
    MOVE 0 TO NbEcartsSem.
    MOVE 0 TO NbNonClotureesSem.
    MOVE 0 TO ExcedentsSem.
    MOVE 0 TO ManquantsSem.
    MOVE 0 TO NetEcartsSem.
    MOVE 0 TO NbEcartsQuatre.
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
    IF StatutDateTraitement NOT = "00"
        DISPLAY "Impossible de lire la date de traitement. Code de statut : " StatutDateTraitement
        STOP RUN
    END-IF.
    EXIT.

DEBUTER-CONTROLE.
*> Enregistrement de contrôle d'exécution, écrit en fin de lot via
*> ControleBatchUtil pour le rapport d'exploitation du matin.
    MOVE "ECARTBTQ" TO NomProgrammeCtl.
    MOVE DateTraitementJour TO DateDebutCtl.
    MOVE DateHeureSysteme(9:6) TO HeureDebutCtl.
    MOVE 0 TO NbLusCtl.
    MOVE 0 TO NbPostesCtl.
    MOVE 0 TO NbRejetesCtl.
    MOVE 0 TO MontantTotalCtl.
    EXIT.

TERMINER-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateFinCtl.
    MOVE DateHeureSysteme(9:6) TO HeureFinCtl.
    MOVE NbSessionsLues TO NbLusCtl.
    MOVE NbCaissiersListes TO NbPostesCtl.
    MOVE NbCaissiersSignales TO NbRejetesCtl.
*>  Le contrôle porte le volume des écarts, excédents et manquants
*>  additionnés : un solde net masquerait des écarts qui se compensent.
    MOVE VolumeEcartsTotal TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
