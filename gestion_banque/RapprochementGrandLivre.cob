IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementGrandLivre.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GrandLivreFile
           ASSIGN TO 'GrandLivre'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-GRANDLIVRE.

    SELECT SoldesGLFile
           ASSIGN TO 'SoldesGrandLivre'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSoldeGL
           FILE STATUS IS STATUS-SOLDESGL.

    SELECT PeriodeComptableFile
           ASSIGN TO 'PeriodeComptable'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PERIODE.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT PretFile
           ASSIGN TO 'PretFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS STATUS-PRETS.

    SELECT DepotTermeFile
           ASSIGN TO 'DepotTermeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDepotTerme
           FILE STATUS IS STATUS-TERMES.

    SELECT EcartsGLFile
           ASSIGN TO 'EcartsGrandLivre'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CompteGLEcart
           FILE STATUS IS STATUS-ECARTS.

DATA DIVISION.
FILE SECTION.
FD GrandLivreFile.
01 GrandLivreRecord.
   05 DateEcriture        PIC 9(8).
   05 NumeroPiece         PIC 9(8).
   05 CompteGL            PIC X(6).
   05 SensEcriture        PIC X.
   05 MontantEcriture     PIC 9(11)V99.
   05 LibelleEcriture     PIC X(20).

FD SoldesGLFile.
01 SoldeGLRecord.
   05 CleSoldeGL.
      10 PeriodeGL         PIC 9(6).
      10 CompteGLSolde     PIC X(6).
   05 TotalDebitsGL        PIC 9(15)V99.
   05 TotalCreditsGL       PIC 9(15)V99.
   05 SoldeReporteGL       PIC S9(15)V99.

FD PeriodeComptableFile.
01 PeriodeComptableEnrg PIC 9(8).

FD CompteFile.
COPY CompteRecord.

FD PretFile.
COPY PretRecord.

FD DepotTermeFile.
COPY DepotTermeRecord.

FD EcartsGLFile.
*> Écarts ouverts entre un compte de contrôle du grand livre et son
*> auxiliaire, un enregistrement par compte de contrôle tant que
*> l'écart n'est pas résorbé. La date d'apparition ne bouge plus
*> tant que l'écart subsiste, même si son montant varie. Statut 'O'
*> non expliqué — ClotureComptable refuse alors de poser le verrou
*> de période — ou 'J' justifié par le service comptable pour le
*> montant MontantJustifie ; un écart qui change de montant perd sa
*> justification et redevient 'O'.
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
77 STATUS-COMPTES    PIC XX.
77 STATUS-PRETS      PIC XX.
77 STATUS-TERMES     PIC XX.
77 STATUS-ECARTS     PIC XX.
01 FinGrandLivre     PIC X.
01 FinComptes        PIC X.
01 FinPrets          PIC X.
01 FinTermes         PIC X.
01 DateHeureSysteme  PIC X(21).
01 ModeTraitement    PIC X VALUE SPACE.
01 DateVerrou        PIC 9(8) VALUE 0.
01 PeriodeVerrou     PIC 9(6) VALUE 0.
01 NbLignesAuxiliaires PIC 9(8) VALUE 0.
01 NbEcartsOuverts   PIC 9(2) VALUE 0.
01 NbEcartsJustifies PIC 9(2) VALUE 0.
01 TotalEcartsAbsolus PIC 9(15)V99 VALUE 0.
01 EcartAbsolu       PIC 9(15)V99.
01 AgeEcart          PIC 9(5).
01 IndexCtl          PIC 9(2).
01 IndexCtlTrouve    PIC 9(2).
01 IndexVent         PIC 9(2).
01 IndexVentTrouve   PIC 9(2).
01 DeviseAuxiliaire  PIC X(3).
01 ProduitAuxiliaire PIC X(4).
01 MontantAuxiliaire PIC S9(15)V99.
01 EcartTrouve       PIC X.

*> Comptes de contrôle rapprochés chaque nuit. Le sens dit la
*> nature du compte au grand livre : 'C' passif (dépôts de la
*> clientèle, dépôts à terme — solde créditeur), 'D' actif (prêts —
*> solde débiteur) ; le solde grand livre est ramené dans ce sens
*> pour se comparer au total positif de l'auxiliaire.
01 ControlesGL.
   02 ControleLigne OCCURS 3 TIMES.
      03 CompteGLCtl      PIC X(6).
      03 LibelleCtl       PIC X(24).
      03 SensCtl          PIC X.
      03 SoldeGLCtl       PIC S9(15)V99.
      03 SoldeAuxCtl      PIC S9(15)V99.
      03 EcartCtl         PIC S9(15)V99.
01 NbControles       PIC 9(2) VALUE 3.

*> Ventilation de l'auxiliaire par compte de contrôle, devise et
*> produit : le grand livre ne porte ni la devise ni le produit
*> (GrandLivreExtraction poste au montant du compte), l'écart se
*> mesure donc au compte de contrôle et la ventilation sert à le
*> localiser.
01 VentilationAux.
   02 VentilationLigne OCCURS 60 TIMES.
      03 CompteGLVent     PIC X(6).
      03 DeviseVent       PIC X(3).
      03 ProduitVent      PIC X(4).
      03 NbLignesVent     PIC 9(7).
      03 MontantVent      PIC S9(15)V99.
01 NbVentilations    PIC 9(2) VALUE 0.

*> Saisie d'une justification (mode J).
01 CompteGLSaisi     PIC X(6).
01 MotifSaisi        PIC X(40).
01 OperateurSaisi    PIC X(8).
01 ConfirmationJustif PIC X.

COPY ControleBatchRecord.
01 StatutControle       PIC XX.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> Rapprochement grand livre / auxiliaires : GrandLivreExtraction
*> tient les comptes de contrôle à partir de l'historique du jour,
*> mais rien ne prouvait que 201000 égalait encore la somme des
*> soldes de CompteFile, ni 102000 les encours de PretFile, ni
*> 202000 les dépôts à terme ouverts — une écriture manquée ou un
*> solde retouché hors mouvement dérivait sans bruit jusqu'à
*> l'arrêté. Chaque nuit, le solde de chaque compte de contrôle
*> (clôture de la dernière période fermée plus les écritures
*> postérieures au verrou) se compare à son auxiliaire, ventilé
*> par devise et par produit ; tout écart est listé avec le jour
*> où il est apparu et tenu dans EcartsGrandLivre jusqu'à
*> résorption ou justification.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.

    DISPLAY "Mode : R = rapprochement de nuit, J = justifier un écart : ".
    ACCEPT ModeTraitement.

*>  Lancé par la chaîne de nuit, le programme ne reçoit aucune
*>  saisie et le mode arrive à blanc : il retombe sur R.
    IF ModeTraitement = 'j'
        MOVE 'J' TO ModeTraitement
    END-IF.
    IF ModeTraitement = 'J'
        PERFORM JUSTIFIER-UN-ECART
        GOBACK
    END-IF.
    IF ModeTraitement NOT = SPACE AND ModeTraitement NOT = 'R'
       AND ModeTraitement NOT = 'r'
        DISPLAY "Mode invalide (R ou J) : rapprochement de nuit par défaut."
    END-IF.

    PERFORM DEBUTER-CONTROLE.

    MOVE "201000" TO CompteGLCtl(1).
    MOVE "Dépôts de la clientèle" TO LibelleCtl(1).
    MOVE 'C' TO SensCtl(1).
    MOVE "202000" TO CompteGLCtl(2).
    MOVE "Dépôts à terme" TO LibelleCtl(2).
    MOVE 'C' TO SensCtl(2).
    MOVE "102000" TO CompteGLCtl(3).
    MOVE "Prêts à la clientèle" TO LibelleCtl(3).
    MOVE 'D' TO SensCtl(3).
    PERFORM VARYING IndexCtl FROM 1 BY 1 UNTIL IndexCtl > NbControles
        MOVE 0 TO SoldeGLCtl(IndexCtl)
        MOVE 0 TO SoldeAuxCtl(IndexCtl)
        MOVE 0 TO EcartCtl(IndexCtl)
    END-PERFORM.

    PERFORM LIRE-VERROU-PERIODE.
    PERFORM CALCULER-SOLDES-GL.
    PERFORM TOTALISER-AUXILIAIRES.

    OPEN I-O EcartsGLFile.
    IF STATUS-ECARTS = "35"
        OPEN OUTPUT EcartsGLFile
        CLOSE EcartsGLFile
        OPEN I-O EcartsGLFile
    END-IF.
    IF STATUS-ECARTS NOT = "00"
        DISPLAY "Impossible d'ouvrir EcartsGrandLivre. Code de statut : " STATUS-ECARTS
        STOP RUN
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "RAPPROCHEMENT GRAND LIVRE / AUXILIAIRES DU " DateTraitementJour.
    IF DateVerrou = 0
        DISPLAY "Aucune période close : grand livre pris depuis l'origine."
    ELSE
        DISPLAY "Clôture de la période " PeriodeVerrou
                " + écritures postérieures au " DateVerrou "."
    END-IF.
    PERFORM VARYING IndexCtl FROM 1 BY 1 UNTIL IndexCtl > NbControles
        PERFORM RAPPROCHER-UN-CONTROLE
    END-PERFORM.
    DISPLAY "--------------------------------------------------------".
    IF NbEcartsOuverts = 0
        DISPLAY "Aucun écart non expliqué : la période peut se clôturer."
    ELSE
        DISPLAY "*** " NbEcartsOuverts " ÉCART(S) NON EXPLIQUÉ(S) : "
                "CLÔTURE COMPTABLE BLOQUÉE ***"
    END-IF.
    IF NbEcartsJustifies > 0
        DISPLAY NbEcartsJustifies " écart(s) justifié(s) reporté(s)."
    END-IF.
    DISPLAY "========================================================".

    CLOSE EcartsGLFile.

*>  Un écart n'arrête pas la chaîne : c'est au service comptable de
*>  l'expliquer, et ClotureComptable le verra dans EcartsGrandLivre.
    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

LIRE-VERROU-PERIODE.
*> Le verrou est la dernière date de clôture ; sa période est celle
*> dont SoldesGrandLivre porte les totaux définitifs.
    MOVE 0 TO DateVerrou.
    OPEN INPUT PeriodeComptableFile.
    IF STATUS-PERIODE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ PeriodeComptableFile
        AT END
            MOVE 0 TO PeriodeComptableEnrg
    END-READ.
    IF STATUS-PERIODE = "00" AND PeriodeComptableEnrg NUMERIC
        MOVE PeriodeComptableEnrg TO DateVerrou
    END-IF.
    CLOSE PeriodeComptableFile.
    MOVE DateVerrou(1:6) TO PeriodeVerrou.
    EXIT.

CALCULER-SOLDES-GL.
    IF DateVerrou NOT = 0
        OPEN INPUT SoldesGLFile
        IF STATUS-SOLDESGL NOT = "00"
            DISPLAY "Impossible d'ouvrir SoldesGrandLivre. Code de statut : " STATUS-SOLDESGL
            STOP RUN
        END-IF
        PERFORM VARYING IndexCtl FROM 1 BY 1 UNTIL IndexCtl > NbControles
            PERFORM REPRENDRE-SOLDE-CLOTURE
        END-PERFORM
        CLOSE SoldesGLFile
    END-IF.

    MOVE 'N' TO FinGrandLivre.
    OPEN INPUT GrandLivreFile.
    IF STATUS-GRANDLIVRE = "35"
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-GRANDLIVRE NOT = "00"
        DISPLAY "Impossible d'ouvrir GrandLivre. Code de statut : " STATUS-GRANDLIVRE
        STOP RUN
    END-IF.
    PERFORM CUMULER-UNE-ECRITURE UNTIL FinGrandLivre = 'O'.
    CLOSE GrandLivreFile.
    EXIT.

REPRENDRE-SOLDE-CLOTURE.
*> Solde de clôture de la période verrouillée, au sens débiteur
*> (report + débits - crédits) comme la balance générale.
    MOVE PeriodeVerrou TO PeriodeGL.
    MOVE CompteGLCtl(IndexCtl) TO CompteGLSolde.
    READ SoldesGLFile
        KEY IS CleSoldeGL
        INVALID KEY
            MOVE 0 TO SoldeGLCtl(IndexCtl)
        NOT INVALID KEY
            COMPUTE SoldeGLCtl(IndexCtl) =
                    SoldeReporteGL + TotalDebitsGL - TotalCreditsGL
    END-READ.
    EXIT.

CUMULER-UNE-ECRITURE.
    READ GrandLivreFile
        AT END
            MOVE 'O' TO FinGrandLivre
    END-READ.
    IF FinGrandLivre = 'O' OR DateEcriture NOT > DateVerrou
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO IndexCtlTrouve.
    PERFORM VARYING IndexCtl FROM 1 BY 1 UNTIL IndexCtl > NbControles
        IF CompteGLCtl(IndexCtl) = CompteGL
            MOVE IndexCtl TO IndexCtlTrouve
        END-IF
    END-PERFORM.
    IF IndexCtlTrouve NOT = 0
        IF SensEcriture = 'D'
            ADD MontantEcriture TO SoldeGLCtl(IndexCtlTrouve)
        ELSE
            SUBTRACT MontantEcriture FROM SoldeGLCtl(IndexCtlTrouve)
        END-IF
    END-IF.
    EXIT.

TOTALISER-AUXILIAIRES.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.

    MOVE 'N' TO FinComptes.
    PERFORM TOTALISER-UN-COMPTE UNTIL FinComptes = 'O'.

*>  Prêts et dépôts à terme ne portent pas de devise : ils sont
*>  tenus dans celle du compte courant lié, relu dans CompteFile.
    OPEN INPUT PretFile.
    IF STATUS-PRETS = "00"
        MOVE 'N' TO FinPrets
        PERFORM TOTALISER-UN-PRET UNTIL FinPrets = 'O'
        CLOSE PretFile
    END-IF.

    OPEN INPUT DepotTermeFile.
    IF STATUS-TERMES = "00"
        MOVE 'N' TO FinTermes
        PERFORM TOTALISER-UN-DEPOT-TERME UNTIL FinTermes = 'O'
        CLOSE DepotTermeFile
    END-IF.

    CLOSE CompteFile.
    EXIT.

TOTALISER-UN-COMPTE.
    READ CompteFile NEXT RECORD
        AT END
            MOVE 'O' TO FinComptes
    END-READ.
    IF FinComptes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesAuxiliaires.
    MOVE 1 TO IndexCtlTrouve.
    MOVE Devise TO DeviseAuxiliaire.
    MOVE CodeProduitCompte TO ProduitAuxiliaire.
    IF ProduitAuxiliaire = SPACES
        MOVE "----" TO ProduitAuxiliaire
    END-IF.
    MOVE SoldeCompte TO MontantAuxiliaire.
    PERFORM VENTILER-MONTANT.
    EXIT.

TOTALISER-UN-PRET.
    READ PretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinPrets
    END-READ.
    IF FinPrets = 'O' OR StatutPret NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesAuxiliaires.
    MOVE 3 TO IndexCtlTrouve.
    MOVE NumeroComptePret TO NumeroCompte.
    PERFORM LIRE-DEVISE-COMPTE-LIE.
    MOVE "PRET" TO ProduitAuxiliaire.
    MOVE SoldeRestantPret TO MontantAuxiliaire.
    PERFORM VENTILER-MONTANT.
    EXIT.

TOTALISER-UN-DEPOT-TERME.
    READ DepotTermeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinTermes
    END-READ.
    IF FinTermes = 'O' OR StatutTerme NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesAuxiliaires.
    MOVE 2 TO IndexCtlTrouve.
    MOVE NumeroCompteTerme TO NumeroCompte.
    PERFORM LIRE-DEVISE-COMPTE-LIE.
    MOVE "DAT" TO ProduitAuxiliaire.
    MOVE PrincipalTerme TO MontantAuxiliaire.
    PERFORM VENTILER-MONTANT.
    EXIT.

LIRE-DEVISE-COMPTE-LIE.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "???" TO DeviseAuxiliaire
        NOT INVALID KEY
            MOVE Devise TO DeviseAuxiliaire
    END-READ.
    EXIT.

VENTILER-MONTANT.
    ADD MontantAuxiliaire TO SoldeAuxCtl(IndexCtlTrouve).
    MOVE 0 TO IndexVentTrouve.
    PERFORM VARYING IndexVent FROM 1 BY 1 UNTIL IndexVent > NbVentilations
        IF CompteGLVent(IndexVent) = CompteGLCtl(IndexCtlTrouve)
           AND DeviseVent(IndexVent) = DeviseAuxiliaire
           AND ProduitVent(IndexVent) = ProduitAuxiliaire
            MOVE IndexVent TO IndexVentTrouve
        END-IF
    END-PERFORM.
    IF IndexVentTrouve = 0
        IF NbVentilations NOT < 60
            DISPLAY "Ventilation pleine (60 lignes). Non ventilé : "
                    CompteGLCtl(IndexCtlTrouve) " " DeviseAuxiliaire
                    " " ProduitAuxiliaire
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbVentilations
        MOVE NbVentilations TO IndexVentTrouve
        MOVE CompteGLCtl(IndexCtlTrouve) TO CompteGLVent(IndexVentTrouve)
        MOVE DeviseAuxiliaire TO DeviseVent(IndexVentTrouve)
        MOVE ProduitAuxiliaire TO ProduitVent(IndexVentTrouve)
        MOVE 0 TO NbLignesVent(IndexVentTrouve)
        MOVE 0 TO MontantVent(IndexVentTrouve)
    END-IF.
    ADD 1 TO NbLignesVent(IndexVentTrouve).
    ADD MontantAuxiliaire TO MontantVent(IndexVentTrouve).
    EXIT.

RAPPROCHER-UN-CONTROLE.
*> Solde grand livre ramené au sens naturel du compte : un passif
*> se lit créditeur, donc en négatif du solde débiteur.
    IF SensCtl(IndexCtl) = 'C'
        COMPUTE SoldeGLCtl(IndexCtl) = 0 - SoldeGLCtl(IndexCtl)
    END-IF.
    COMPUTE EcartCtl(IndexCtl) =
            SoldeGLCtl(IndexCtl) - SoldeAuxCtl(IndexCtl).

    DISPLAY "--------------------------------------------------------".
    DISPLAY CompteGLCtl(IndexCtl) " " LibelleCtl(IndexCtl).
    DISPLAY "  Grand livre  : " SoldeGLCtl(IndexCtl).
    DISPLAY "  Auxiliaire   : " SoldeAuxCtl(IndexCtl).
    PERFORM VARYING IndexVent FROM 1 BY 1 UNTIL IndexVent > NbVentilations
        IF CompteGLVent(IndexVent) = CompteGLCtl(IndexCtl)
            DISPLAY "    " DeviseVent(IndexVent) " " ProduitVent(IndexVent)
                    " : " MontantVent(IndexVent)
                    " (" NbLignesVent(IndexVent) " ligne(s))"
        END-IF
    END-PERFORM.

    MOVE CompteGLCtl(IndexCtl) TO CompteGLEcart.
    MOVE 'O' TO EcartTrouve.
    READ EcartsGLFile
        KEY IS CompteGLEcart
        INVALID KEY
            MOVE 'N' TO EcartTrouve
    END-READ.

    IF EcartCtl(IndexCtl) = 0
        IF EcartTrouve = 'O'
            DISPLAY "  Rapproché : écart apparu le " DatePremierEcart
                    " résorbé."
            DELETE EcartsGLFile RECORD
                INVALID KEY
                    DISPLAY "Erreur à la suppression de l'écart. Code de statut : " STATUS-ECARTS
            END-DELETE
        ELSE
            DISPLAY "  Rapproché."
        END-IF
        EXIT PARAGRAPH
    END-IF.

    IF EcartTrouve = 'N'
        MOVE CompteGLCtl(IndexCtl) TO CompteGLEcart
        MOVE DateTraitementJour TO DatePremierEcart
        MOVE 'O' TO StatutEcart
        MOVE 0 TO MontantJustifie
        MOVE SPACES TO MotifJustification
        MOVE SPACES TO OperateurJustification
        MOVE 0 TO DateJustification
    END-IF.
*>  Une justification vaut pour un montant : si l'écart a bougé
*>  depuis, elle ne l'explique plus.
    IF StatutEcart = 'J' AND MontantJustifie NOT = EcartCtl(IndexCtl)
        DISPLAY "  Justification du " DateJustification
                " caduque : l'écart a changé de montant."
        MOVE 'O' TO StatutEcart
    END-IF.
    MOVE DateTraitementJour TO DateDernierControle.
    MOVE SoldeGLCtl(IndexCtl) TO SoldeGLEcart.
    MOVE SoldeAuxCtl(IndexCtl) TO SoldeAuxiliaireEcart.
    MOVE EcartCtl(IndexCtl) TO MontantEcart.
    IF EcartTrouve = 'N'
        WRITE EcartGLRecord
            INVALID KEY
                DISPLAY "Erreur à l'écriture de l'écart. Code de statut : " STATUS-ECARTS
        END-WRITE
    ELSE
        REWRITE EcartGLRecord
            INVALID KEY
                DISPLAY "Erreur à la mise à jour de l'écart. Code de statut : " STATUS-ECARTS
        END-REWRITE
    END-IF.

    IF EcartCtl(IndexCtl) < 0
        COMPUTE EcartAbsolu = 0 - EcartCtl(IndexCtl)
    ELSE
        MOVE EcartCtl(IndexCtl) TO EcartAbsolu
    END-IF.
    ADD EcartAbsolu TO TotalEcartsAbsolus.
    COMPUTE AgeEcart = FUNCTION INTEGER-OF-DATE(DateTraitementJour)
                     - FUNCTION INTEGER-OF-DATE(DatePremierEcart).
    IF StatutEcart = 'J'
        ADD 1 TO NbEcartsJustifies
        DISPLAY "  Écart        : " EcartCtl(IndexCtl)
                " apparu le " DatePremierEcart " (" AgeEcart " j)"
                " - justifié par " OperateurJustification
                " : " MotifJustification
    ELSE
        ADD 1 TO NbEcartsOuverts
        DISPLAY "  *** ÉCART    : " EcartCtl(IndexCtl)
                " apparu le " DatePremierEcart " (" AgeEcart " j)"
                " - NON EXPLIQUÉ ***"
    END-IF.
    EXIT.

JUSTIFIER-UN-ECART.
*> Justification par le service comptable : l'écart est connu et
*> expliqué (reprise de solde d'avant le grand livre, écriture en
*> transit...) et ne doit plus bloquer la clôture tant qu'il garde
*> ce montant.
    OPEN I-O EcartsGLFile.
    IF STATUS-ECARTS NOT = "00"
        DISPLAY "Aucun écart enregistré (EcartsGrandLivre absent)."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Compte de contrôle (201000, 202000, 102000) : ".
    ACCEPT CompteGLSaisi.
    MOVE CompteGLSaisi TO CompteGLEcart.
    READ EcartsGLFile
        KEY IS CompteGLEcart
        INVALID KEY
            DISPLAY "Aucun écart ouvert sur le compte " CompteGLSaisi "."
            CLOSE EcartsGLFile
            EXIT PARAGRAPH
    END-READ.

    DISPLAY "Écart de " MontantEcart " apparu le " DatePremierEcart
            ", dernier contrôle le " DateDernierControle ".".
    IF StatutEcart = 'J'
        DISPLAY "Déjà justifié par " OperateurJustification " le "
                DateJustification " : " MotifJustification
    END-IF.

    DISPLAY "Motif de la justification : ".
    ACCEPT MotifSaisi.
    IF MotifSaisi = SPACES
        DISPLAY "Motif obligatoire : justification abandonnée."
        CLOSE EcartsGLFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Code opérateur : ".
    ACCEPT OperateurSaisi.
    IF OperateurSaisi = SPACES
        DISPLAY "Code opérateur obligatoire : justification abandonnée."
        CLOSE EcartsGLFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Confirmer la justification de " MontantEcart " (O/N) : ".
    ACCEPT ConfirmationJustif.
    IF ConfirmationJustif NOT = 'O' AND ConfirmationJustif NOT = 'o'
        DISPLAY "Justification abandonnée."
        CLOSE EcartsGLFile
        EXIT PARAGRAPH
    END-IF.

    MOVE 'J' TO StatutEcart.
    MOVE MontantEcart TO MontantJustifie.
    MOVE MotifSaisi TO MotifJustification.
    MOVE OperateurSaisi TO OperateurJustification.
    MOVE DateTraitementJour TO DateJustification.
    REWRITE EcartGLRecord
        INVALID KEY
            DISPLAY "Erreur à la mise à jour de l'écart. Code de statut : " STATUS-ECARTS
    END-REWRITE.
    IF STATUS-ECARTS = "00"
        DISPLAY "Écart du compte " CompteGLEcart " justifié."
    END-IF.
    CLOSE EcartsGLFile.
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
    MOVE "RAPPRGL" TO NomProgrammeCtl.
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
    MOVE NbLignesAuxiliaires TO NbLusCtl.
    MOVE NbControles TO NbPostesCtl.
    MOVE NbEcartsOuverts TO NbRejetesCtl.
    MOVE TotalEcartsAbsolus TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
