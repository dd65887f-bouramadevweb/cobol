IDENTIFICATION DIVISION.
PROGRAM-ID. CoutsChantiersJardins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CoutChantierFile
           ASSIGN TO 'CoutsChantiersJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COUTS.

    SELECT ParamCoutsFile
           ASSIGN TO 'ParamCoutsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAM.

    SELECT JardinsFile
           ASSIGN TO 'JardinsFile'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-JARDINS.

    SELECT FacturesJardinsFile
           ASSIGN TO 'FacturesJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-FACTURES.

    SELECT TarifsJardinsFile
           ASSIGN TO 'TarifsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TARIFS.

    SELECT OperateurFile
           ASSIGN TO 'OperateurFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateur
           FILE STATUS IS STATUS-OPERATEURS.

DATA DIVISION.
FILE SECTION.
FD CoutChantierFile.
*> Coûts réels des chantiers, par référence de chantier : heures
*> d'un ouvrier ('H', quantité = heures, coût unitaire = taux horaire
*> chargé du jour de la saisie) ou sortie de matériel ('M' : article,
*> quantité, coût unitaire). Chaque ligne est imputée à la clôture
*> ('C') ou au traitement ('T'), les deux services du barème.
01 CoutChantierRecord.
   05 ReferenceCout      PIC X(10).
   05 DateCout           PIC 9(8).
   05 TypeCout           PIC X.
   05 ServiceCout        PIC X.
   05 CodeOperateurCout  PIC X(8).
   05 ArticleCout        PIC X(20).
   05 QuantiteCout       PIC 9(5)V99.
   05 CoutUnitaireCout   PIC 9(5)V99.
   05 MontantCout        PIC 9(7)V99.

FD ParamCoutsFile.
*> Taux horaire chargé de la main-d'œuvre et marge cible (en % du
*> facturé hors taxe) sous laquelle un chantier est signalé.
01 ParamCoutsEnrg.
   05 TauxHoraireCharge  PIC 9(3)V99.
   05 MargeCible         PIC 9(2)V9.

FD JardinsFile.
*> Dessin de CalculPerimetre.
01 JardinRecord.
   05 LongueurLigne    PIC 9(4).
   05 LargeurLigne     PIC 9(4).
   05 ReferenceJardin  PIC X(10).
   05 NomClientJardin  PIC X(30).
   05 AdresseClientJardin PIC X(40).
   05 NumeroClientJardin PIC 9(6).

FD FacturesJardinsFile.
*> Dessin de CalculPerimetre.
01 FactureJardinRecord.
   05 DateFacture       PIC 9(8).
   05 ReferenceFacture  PIC X(10).
   05 NomClientFacture  PIC X(30).
   05 PerimetreFacture  PIC 9(4).
   05 SurfaceFacture    PIC 9(7).
   05 MontantCloture    PIC 9(9)V99.
   05 MontantTraitement PIC 9(9)V99.
   05 MontantFacture    PIC 9(9)V99.
   05 CategorieTvaClotureFac PIC X.
   05 TauxTvaClotureFac  PIC 9(2)V99.
   05 TvaClotureFac      PIC 9(9)V99.
   05 CategorieTvaTraitFac PIC X.
   05 TauxTvaTraitFac    PIC 9(2)V99.
   05 TvaTraitementFac   PIC 9(9)V99.
   05 MontantTtcFacture  PIC 9(9)V99.
   05 NumeroClientFac    PIC 9(6).

FD TarifsJardinsFile.
01 TarifsJardinsRecord.
   05 TarifMetreCloture PIC 9(5)V99.
   05 TarifMetreCarre   PIC 9(5)V99.
   05 CategorieTvaCloture    PIC X.
   05 CategorieTvaTraitement PIC X.

FD OperateurFile.
COPY OperateurRecord.

WORKING-STORAGE SECTION.
77 STATUS-COUTS      PIC XX.
77 STATUS-PARAM      PIC XX.
77 STATUS-JARDINS    PIC XX.
77 STATUS-FACTURES   PIC XX.
77 STATUS-TARIFS     PIC XX.
77 STATUS-OPERATEURS PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 TauxHoraire       PIC 9(3)V99.
01 MargeVisee        PIC 9(2)V9.
01 ReferenceSaisie   PIC X(10).
01 ChantierTrouve    PIC X.
01 OperateurTrouve   PIC X.
01 DateSaisie        PIC 9(8).
01 TauxSaisi         PIC 9(3)V99.
01 MargeSaisie       PIC 9(2)V9.

*> Chantiers en mémoire pour le rapport : coûts par service, puis ce
*> qui a été facturé sous la même référence.
01 ChantiersEnMemoire.
   02 ChantierLigne OCCURS 500 TIMES.
      03 ReferenceTbl       PIC X(10).
      03 NomClientTbl       PIC X(30).
      03 HeuresTbl          PIC 9(5)V99.
      03 MainOeuvreClotTbl  PIC 9(7)V99.
      03 MaterielClotTbl    PIC 9(7)V99.
      03 MainOeuvreTraitTbl PIC 9(7)V99.
      03 MaterielTraitTbl   PIC 9(7)V99.
      03 FactureClotTbl     PIC 9(9)V99.
      03 FactureTraitTbl    PIC 9(9)V99.
      03 PerimetreTbl       PIC 9(4).
      03 SurfaceTbl         PIC 9(7).
      03 FactureTrouveeTbl  PIC X.
01 NbChantiersTbl    PIC 9(3).
01 IndexChantier     PIC 9(3).
01 ChantierRetenu    PIC 9(3).
01 NbLignesIgnorees  PIC 9(5).

01 CoutClotureChantier  PIC 9(7)V99.
01 CoutTraitChantier    PIC 9(7)V99.
01 CoutTotalChantier    PIC 9(7)V99.
01 FactureTotalChantier PIC 9(9)V99.
01 MargeChantier        PIC S9(5)V9.
01 NbChantiersFactures  PIC 9(5).
01 NbSousCible          PIC 9(5).
01 NbNonFactures        PIC 9(5).
01 TotalFacture         PIC 9(11)V99.
01 TotalCout            PIC 9(11)V99.
01 MargeGlobale         PIC S9(5)V9.
*> Bases des coûts moyens : seuls les chantiers où le service a été
*> facturé ET chiffré entrent dans la moyenne.
01 CoutCloturesMesurees PIC 9(11)V99.
01 MetresClotures       PIC 9(9).
01 CoutTraitMesures     PIC 9(11)V99.
01 MetresCarresTraites  PIC 9(11).
01 CoutMoyenMetre       PIC 9(5)V99.
01 CoutMoyenCarre       PIC 9(5)V99.
01 TarifsLus            PIC X.
01 MargeBareme          PIC S9(5)V9.

01 MontantEdit       PIC -(8)9.99.
01 CoutEdit          PIC -(8)9.99.
01 MargeEdit         PIC -(4)9.9.
01 HeuresEdit        PIC Z(4)9.99.

PROCEDURE DIVISION.

*> Coût de revient des chantiers de jardins : la facture dit ce que
*> le chantier a rapporté, jamais ce qu'il a coûté, et rien ne disait
*> si le barème TarifsJardins gagnait de l'argent. Les feuilles de
*> temps (heures par ouvrier) et les sorties de matériel (panneaux,
*> poteaux, produit de traitement...) se saisissent contre la
*> référence du chantier ; le rapport les oppose à la clôture et au
*> traitement facturés, signale les chantiers sous la marge cible et
*> donne le coût moyen au mètre de clôture et au mètre carré traité
*> pour la prochaine révision du barème.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    PERFORM CHARGER-PARAMETRES.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "COÛTS DES CHANTIERS DE JARDINS".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Saisir une feuille de temps".
    DISPLAY "2. Saisir une sortie de matériel".
    DISPLAY "3. Rapport de coût des chantiers".
    DISPLAY "4. Taux horaire chargé et marge cible".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM SAISIR-HEURES
        WHEN "2"
            PERFORM SAISIR-MATERIEL
        WHEN "3"
            PERFORM RAPPORT-COUTS
        WHEN "4"
            PERFORM MODIFIER-PARAMETRES
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

CHARGER-PARAMETRES.
*> Au premier accès le fichier n'existe pas encore, on l'amorce aux
*> valeurs de la maison (même idiome que les paliers de relance).
    OPEN INPUT ParamCoutsFile.
    IF STATUS-PARAM = "35"
        OPEN OUTPUT ParamCoutsFile
        MOVE 35.00 TO TauxHoraireCharge
        MOVE 25.0 TO MargeCible
        WRITE ParamCoutsEnrg
        CLOSE ParamCoutsFile
        OPEN INPUT ParamCoutsFile
    END-IF.
    IF STATUS-PARAM NOT = "00"
        MOVE 35.00 TO TauxHoraire
        MOVE 25.0 TO MargeVisee
        EXIT PARAGRAPH
    END-IF.
    READ ParamCoutsFile
        AT END
            MOVE 35.00 TO TauxHoraireCharge
            MOVE 25.0 TO MargeCible
    END-READ.
    MOVE TauxHoraireCharge TO TauxHoraire.
    MOVE MargeCible TO MargeVisee.
    CLOSE ParamCoutsFile.
    EXIT.

MODIFIER-PARAMETRES.
*> Le nouveau taux vaut pour les heures saisies à partir de
*> maintenant ; les feuilles déjà saisies gardent le leur.
    DISPLAY "Taux horaire chargé actuel " TauxHoraire
            ", nouveau (0 = inchangé) : ".
    ACCEPT TauxSaisi.
    IF TauxSaisi NUMERIC AND TauxSaisi > 0
        MOVE TauxSaisi TO TauxHoraire
    END-IF.
    DISPLAY "Marge cible actuelle " MargeVisee
            " %, nouvelle (0 = inchangée) : ".
    ACCEPT MargeSaisie.
    IF MargeSaisie NUMERIC AND MargeSaisie > 0
        MOVE MargeSaisie TO MargeVisee
    END-IF.
    OPEN OUTPUT ParamCoutsFile.
    IF STATUS-PARAM NOT = "00"
        DISPLAY "Impossible d'écrire ParamCoutsJardins. Code de statut : " STATUS-PARAM
        EXIT PARAGRAPH
    END-IF.
    MOVE TauxHoraire TO TauxHoraireCharge.
    MOVE MargeVisee TO MargeCible.
    WRITE ParamCoutsEnrg.
    CLOSE ParamCoutsFile.
    DISPLAY "Taux horaire " TauxHoraire ", marge cible " MargeVisee " %.".
    EXIT.

SAISIR-ENTETE-COUT.
*> Référence du chantier (ligne de JardinsFile), date et service :
*> commun aux heures et au matériel.
    MOVE 'N' TO ChantierTrouve.
    DISPLAY "Référence du chantier : ".
    ACCEPT ReferenceSaisie.
    PERFORM CHERCHER-CHANTIER.
    IF ChantierTrouve = 'N'
        DISPLAY "Chantier " ReferenceSaisie " inconnu de JardinsFile."
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE CoutChantierRecord.
    MOVE ReferenceSaisie TO ReferenceCout.
    DISPLAY "Date (AAAAMMJJ, 0 = aujourd'hui) : ".
    ACCEPT DateSaisie.
    IF DateSaisie NOT NUMERIC OR DateSaisie = 0
        MOVE DateDuJour TO DateSaisie
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(DateSaisie) NOT = 0
        DISPLAY "Date invalide."
        MOVE 'N' TO ChantierTrouve
        EXIT PARAGRAPH
    END-IF.
    MOVE DateSaisie TO DateCout.
    DISPLAY "Service (C = clôture, T = traitement) : ".
    ACCEPT ServiceCout.
    IF ServiceCout NOT = 'C' AND ServiceCout NOT = 'T'
        DISPLAY "Service invalide."
        MOVE 'N' TO ChantierTrouve
    END-IF.
    EXIT.

CHERCHER-CHANTIER.
    IF ReferenceSaisie = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT JardinsFile.
    IF STATUS-JARDINS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM COMPARER-UN-CHANTIER UNTIL FinFichier = 'O'.
    CLOSE JardinsFile.
    EXIT.

COMPARER-UN-CHANTIER.
    READ JardinsFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF ReferenceJardin = ReferenceSaisie
        MOVE 'O' TO ChantierTrouve
        MOVE 'O' TO FinFichier
    END-IF.
    EXIT.

SAISIR-HEURES.
    PERFORM SAISIR-ENTETE-COUT.
    IF ChantierTrouve = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'H' TO TypeCout.
    DISPLAY "Code opérateur de l'ouvrier : ".
    ACCEPT CodeOperateurCout.
    MOVE 'O' TO OperateurTrouve.
    OPEN INPUT OperateurFile.
    IF STATUS-OPERATEURS = "00"
        MOVE CodeOperateurCout TO CodeOperateur
        READ OperateurFile
            KEY IS CodeOperateur
            INVALID KEY
                MOVE 'N' TO OperateurTrouve
        END-READ
        CLOSE OperateurFile
        IF OperateurTrouve = 'N'
            DISPLAY "Opérateur " CodeOperateurCout " inconnu."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    DISPLAY "Heures travaillées : ".
    ACCEPT QuantiteCout.
    IF QuantiteCout NOT NUMERIC OR QuantiteCout = 0
        DISPLAY "Nombre d'heures invalide."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Main-d'oeuvre" TO ArticleCout.
    MOVE TauxHoraire TO CoutUnitaireCout.
    PERFORM ENREGISTRER-COUT.
    EXIT.

SAISIR-MATERIEL.
    PERFORM SAISIR-ENTETE-COUT.
    IF ChantierTrouve = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'M' TO TypeCout.
    MOVE SPACES TO CodeOperateurCout.
    DISPLAY "Article (panneaux, poteaux, produit...) : ".
    ACCEPT ArticleCout.
    IF ArticleCout = SPACES
        DISPLAY "Article obligatoire."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Quantité : ".
    ACCEPT QuantiteCout.
    DISPLAY "Coût unitaire : ".
    ACCEPT CoutUnitaireCout.
    IF QuantiteCout NOT NUMERIC OR QuantiteCout = 0
       OR CoutUnitaireCout NOT NUMERIC
        DISPLAY "Quantité ou coût invalide."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ENREGISTRER-COUT.
    EXIT.

ENREGISTRER-COUT.
    COMPUTE MontantCout ROUNDED = QuantiteCout * CoutUnitaireCout
        ON SIZE ERROR
            DISPLAY "Montant trop élevé : ligne refusée."
            EXIT PARAGRAPH
    END-COMPUTE.
    OPEN EXTEND CoutChantierFile.
    IF STATUS-COUTS = "35"
        OPEN OUTPUT CoutChantierFile
    END-IF.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Impossible d'ouvrir CoutsChantiersJardins. Code de statut : " STATUS-COUTS
        EXIT PARAGRAPH
    END-IF.
    WRITE CoutChantierRecord.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Erreur à l'écriture de CoutsChantiersJardins. Code de statut : " STATUS-COUTS
    ELSE
        MOVE MontantCout TO CoutEdit
        DISPLAY "Chantier " ReferenceCout " (" ServiceCout ") : "
                ArticleCout " " QuantiteCout " x " CoutUnitaireCout
                " = " CoutEdit
    END-IF.
    CLOSE CoutChantierFile.
    EXIT.

RAPPORT-COUTS.
    MOVE 0 TO NbChantiersTbl.
    MOVE 0 TO NbLignesIgnorees.
    OPEN INPUT CoutChantierFile.
    IF STATUS-COUTS NOT = "00"
        DISPLAY "Aucun coût saisi (CoutsChantiersJardins " STATUS-COUTS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    PERFORM CUMULER-UN-COUT UNTIL FinFichier = 'O'.
    CLOSE CoutChantierFile.

*>  La facture d'un contrat n'a ni périmètre ni surface : seules les
*>  factures de chantier se rapprochent des coûts.
    OPEN INPUT FacturesJardinsFile.
    IF STATUS-FACTURES = "00"
        MOVE 'N' TO FinFichier
        PERFORM RAPPROCHER-UNE-FACTURE UNTIL FinFichier = 'O'
        CLOSE FacturesJardinsFile
    END-IF.

    MOVE 0 TO NbChantiersFactures.
    MOVE 0 TO NbSousCible.
    MOVE 0 TO NbNonFactures.
    MOVE 0 TO TotalFacture.
    MOVE 0 TO TotalCout.
    MOVE 0 TO CoutCloturesMesurees.
    MOVE 0 TO MetresClotures.
    MOVE 0 TO CoutTraitMesures.
    MOVE 0 TO MetresCarresTraites.
    DISPLAY "========================================================".
    DISPLAY "COÛT DE REVIENT DES CHANTIERS - marge cible " MargeVisee " %".
    DISPLAY "--------------------------------------------------------".
    PERFORM EDITER-UN-CHANTIER
        VARYING IndexChantier FROM 1 BY 1
        UNTIL IndexChantier > NbChantiersTbl.
    IF NbNonFactures > 0
        DISPLAY "--------------------------------------------------------"
        DISPLAY "Chantiers chiffrés pas encore facturés :"
        PERFORM EDITER-UN-NON-FACTURE
            VARYING IndexChantier FROM 1 BY 1
            UNTIL IndexChantier > NbChantiersTbl
    END-IF.
    PERFORM EDITER-SYNTHESE.
    EXIT.

CUMULER-UN-COUT.
    READ CoutChantierFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO ChantierRetenu.
    PERFORM TROUVER-CHANTIER-COUT
        VARYING IndexChantier FROM 1 BY 1
        UNTIL IndexChantier > NbChantiersTbl OR ChantierRetenu NOT = 0.
    IF ChantierRetenu = 0
        IF NbChantiersTbl NOT < 500
            ADD 1 TO NbLignesIgnorees
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NbChantiersTbl
        MOVE NbChantiersTbl TO ChantierRetenu
        INITIALIZE ChantierLigne(ChantierRetenu)
        MOVE ReferenceCout TO ReferenceTbl(ChantierRetenu)
        MOVE 'N' TO FactureTrouveeTbl(ChantierRetenu)
    END-IF.
    EVALUATE TRUE
        WHEN TypeCout = 'H' AND ServiceCout = 'C'
            ADD MontantCout TO MainOeuvreClotTbl(ChantierRetenu)
        WHEN TypeCout = 'H'
            ADD MontantCout TO MainOeuvreTraitTbl(ChantierRetenu)
        WHEN ServiceCout = 'C'
            ADD MontantCout TO MaterielClotTbl(ChantierRetenu)
        WHEN OTHER
            ADD MontantCout TO MaterielTraitTbl(ChantierRetenu)
    END-EVALUATE.
    IF TypeCout = 'H'
        ADD QuantiteCout TO HeuresTbl(ChantierRetenu)
    END-IF.
    EXIT.

TROUVER-CHANTIER-COUT.
    IF ReferenceTbl(IndexChantier) = ReferenceCout
        MOVE IndexChantier TO ChantierRetenu
    END-IF.
    EXIT.

RAPPROCHER-UNE-FACTURE.
    READ FacturesJardinsFile
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    IF PerimetreFacture = 0 AND SurfaceFacture = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO ChantierRetenu.
    PERFORM TROUVER-CHANTIER-FACTURE
        VARYING IndexChantier FROM 1 BY 1
        UNTIL IndexChantier > NbChantiersTbl OR ChantierRetenu NOT = 0.
    IF ChantierRetenu = 0
        EXIT PARAGRAPH
    END-IF.
*>  Une référence facturée deux fois additionne ses montants ; les
*>  mesures sont celles du chantier, prises une fois.
    ADD MontantCloture TO FactureClotTbl(ChantierRetenu).
    ADD MontantTraitement TO FactureTraitTbl(ChantierRetenu).
    IF FactureTrouveeTbl(ChantierRetenu) = 'N'
        MOVE 'O' TO FactureTrouveeTbl(ChantierRetenu)
        MOVE NomClientFacture TO NomClientTbl(ChantierRetenu)
        MOVE PerimetreFacture TO PerimetreTbl(ChantierRetenu)
        MOVE SurfaceFacture TO SurfaceTbl(ChantierRetenu)
    END-IF.
    EXIT.

TROUVER-CHANTIER-FACTURE.
    IF ReferenceTbl(IndexChantier) = ReferenceFacture
        MOVE IndexChantier TO ChantierRetenu
    END-IF.
    EXIT.

EDITER-UN-CHANTIER.
    IF FactureTrouveeTbl(IndexChantier) = 'N'
        ADD 1 TO NbNonFactures
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbChantiersFactures.
    COMPUTE CoutClotureChantier = MainOeuvreClotTbl(IndexChantier)
                                + MaterielClotTbl(IndexChantier).
    COMPUTE CoutTraitChantier = MainOeuvreTraitTbl(IndexChantier)
                              + MaterielTraitTbl(IndexChantier).
    COMPUTE CoutTotalChantier = CoutClotureChantier + CoutTraitChantier.
    COMPUTE FactureTotalChantier = FactureClotTbl(IndexChantier)
                                 + FactureTraitTbl(IndexChantier).
    ADD FactureTotalChantier TO TotalFacture.
    ADD CoutTotalChantier TO TotalCout.
    IF FactureTotalChantier > 0
        COMPUTE MargeChantier ROUNDED =
                (FactureTotalChantier - CoutTotalChantier) * 100
                / FactureTotalChantier
            ON SIZE ERROR
                MOVE -9999.9 TO MargeChantier
        END-COMPUTE
    ELSE
        MOVE -9999.9 TO MargeChantier
    END-IF.

    IF FactureClotTbl(IndexChantier) > 0 AND CoutClotureChantier > 0
        ADD CoutClotureChantier TO CoutCloturesMesurees
        ADD PerimetreTbl(IndexChantier) TO MetresClotures
    END-IF.
    IF FactureTraitTbl(IndexChantier) > 0 AND CoutTraitChantier > 0
        ADD CoutTraitChantier TO CoutTraitMesures
        ADD SurfaceTbl(IndexChantier) TO MetresCarresTraites
    END-IF.

    MOVE HeuresTbl(IndexChantier) TO HeuresEdit.
    MOVE MargeChantier TO MargeEdit.
    DISPLAY "Chantier " ReferenceTbl(IndexChantier) " "
            NomClientTbl(IndexChantier) " - " HeuresEdit " h".
    MOVE FactureClotTbl(IndexChantier) TO MontantEdit.
    MOVE CoutClotureChantier TO CoutEdit.
    DISPLAY "    Clôture    facturé " MontantEdit " coût " CoutEdit
            " (" PerimetreTbl(IndexChantier) " m)".
    MOVE FactureTraitTbl(IndexChantier) TO MontantEdit.
    MOVE CoutTraitChantier TO CoutEdit.
    DISPLAY "    Traitement facturé " MontantEdit " coût " CoutEdit
            " (" SurfaceTbl(IndexChantier) " m2)".
    IF MargeChantier < MargeVisee
        ADD 1 TO NbSousCible
        DISPLAY "    Marge " MargeEdit " %  *** SOUS LA MARGE CIBLE ***"
    ELSE
        DISPLAY "    Marge " MargeEdit " %"
    END-IF.
    EXIT.

EDITER-UN-NON-FACTURE.
    IF FactureTrouveeTbl(IndexChantier) = 'O'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE CoutTotalChantier = MainOeuvreClotTbl(IndexChantier)
                              + MaterielClotTbl(IndexChantier)
                              + MainOeuvreTraitTbl(IndexChantier)
                              + MaterielTraitTbl(IndexChantier).
    MOVE CoutTotalChantier TO CoutEdit.
    DISPLAY "  " ReferenceTbl(IndexChantier) " coût engagé " CoutEdit.
    EXIT.

EDITER-SYNTHESE.
    DISPLAY "--------------------------------------------------------".
    MOVE TotalFacture TO MontantEdit.
    MOVE TotalCout TO CoutEdit.
    IF TotalFacture > 0
        COMPUTE MargeGlobale ROUNDED =
                (TotalFacture - TotalCout) * 100 / TotalFacture
            ON SIZE ERROR
                MOVE -9999.9 TO MargeGlobale
        END-COMPUTE
    ELSE
        MOVE 0 TO MargeGlobale
    END-IF.
    MOVE MargeGlobale TO MargeEdit.
    DISPLAY NbChantiersFactures " chantier(s) facturé(s) : facturé "
            MontantEdit ", coût " CoutEdit ", marge " MargeEdit " %.".
    DISPLAY NbSousCible " chantier(s) sous la marge cible de "
            MargeVisee " %.".
    IF NbLignesIgnorees > 0
        DISPLAY "Table des chantiers pleine (500) : " NbLignesIgnorees
                " ligne(s) de coût ignorée(s)."
    END-IF.

*>  Coûts moyens contre le barème en vigueur, pour sa révision.
    MOVE 'N' TO TarifsLus.
    OPEN INPUT TarifsJardinsFile.
    IF STATUS-TARIFS = "00"
        READ TarifsJardinsFile
            NOT AT END
                MOVE 'O' TO TarifsLus
        END-READ
        CLOSE TarifsJardinsFile
    END-IF.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "RÉVISION DU BARÈME".
    IF MetresClotures > 0
        COMPUTE CoutMoyenMetre ROUNDED = CoutCloturesMesurees / MetresClotures
        DISPLAY "Clôture    : coût moyen " CoutMoyenMetre " au mètre sur "
                MetresClotures " m"
        IF TarifsLus = 'O' AND TarifMetreCloture > 0
            COMPUTE MargeBareme ROUNDED =
                    (TarifMetreCloture - CoutMoyenMetre) * 100
                    / TarifMetreCloture
            MOVE MargeBareme TO MargeEdit
            DISPLAY "             barème " TarifMetreCloture
                    " au mètre, marge " MargeEdit " %"
        END-IF
    ELSE
        DISPLAY "Clôture    : aucun chantier facturé et chiffré."
    END-IF.
    IF MetresCarresTraites > 0
        COMPUTE CoutMoyenCarre ROUNDED = CoutTraitMesures / MetresCarresTraites
        DISPLAY "Traitement : coût moyen " CoutMoyenCarre " au m2 sur "
                MetresCarresTraites " m2"
        IF TarifsLus = 'O' AND TarifMetreCarre > 0
            COMPUTE MargeBareme ROUNDED =
                    (TarifMetreCarre - CoutMoyenCarre) * 100
                    / TarifMetreCarre
            MOVE MargeBareme TO MargeEdit
            DISPLAY "             barème " TarifMetreCarre
                    " au m2, marge " MargeEdit " %"
        END-IF
    ELSE
        DISPLAY "Traitement : aucun chantier facturé et chiffré."
    END-IF.
    DISPLAY "========================================================".
    EXIT.
