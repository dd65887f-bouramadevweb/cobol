           RECORD KEY IS CleSoldeJournalier
           FILE STATUS IS STATUS-SOLDES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT NonRejouesFile
           ASSIGN TO 'MouvementsNonRejoues'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-NONREJOUES.

    SELECT SauvegardeFile
           ASSIGN DYNAMIC NomSauvegarde
           ORGANIZATION IS LINE SEQUENTIAL
   05 DateCommandeCmd   PIC 9(8).
   05 StatutCmd         PIC X.
   05 DateReceptionCmd  PIC 9(8).
   05 CleFondsCmd       PIC X(10).
   05 MontantEngageCmd  PIC 9(7)V99.

*> Les instantanés de solde ne se reconstruisent pas : sans
*> sauvegarde, un index perdu emporterait tout l'historique des
FD SoldeJournalierFile.
COPY SoldeJournalierRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD NonRejouesFile.
*> Compte rendu d'une reprise en avant : chaque mouvement de
*> l'historique que le rejeu n'a pas pu appliquer, avec sa position
*> dans historiquebanque et son motif (CPT compte absent de la
*> sauvegarde, ACT action de sens inconnu, ERR mise à jour refusée),
*> à reprendre à la main par le back-office.
01 NonRejoueRecord.
   05 PositionNonRejoue  PIC 9(9).
   05 MotifNonRejoue     PIC X(3).
   05 ImageNonRejoue     PIC X(80).

FD SauvegardeFile.
*> Copie séquentielle datée d'un fichier maître indexé : une ligne
*> par enregistrement (image brute), puis une ligne de contrôle
   05 MarqueControle   PIC X(4).
   05 NbEnregControle  PIC 9(8).
   05 TotalControleCtl PIC S9(15)V99.
*> Repère de l'historique au moment de la sauvegarde (date de
*> traitement, heure, nombre de lignes de historiquebanque et image
*> abrégée de la dernière) : c'est à partir de lui que la reprise en
*> avant rejoue les mouvements. À blanc sur les générations écrites
*> avant son introduction.
   05 DateSauvegardeCtl  PIC 9(8).
   05 HeureSauvegardeCtl PIC 9(6).
   05 NbLignesHistoCtl   PIC 9(9).
   05 RepereHistoCtl.
      10 CompteRepereCtl  PIC X(10).
      10 DateRepereCtl    PIC 9(8).
      10 HeureRepereCtl   PIC 9(6).
      10 MontantRepereCtl PIC 9(11)V99.
01 ConfirmationRestaure PIC X.
77 STATUS-BACASABLE  PIC XX.
01 RestaureSansConfirmation PIC X VALUE 'N'.
01 LigneLue          PIC X(120).
01 NbGlobalEnreg     PIC 9(8) VALUE 0.
77 STATUS-HISTORIQUE PIC XX.
77 STATUS-NONREJOUES PIC XX.

*> Reprise en avant de CompteFile (mode J).
01 NbLignesHistorique PIC 9(9).
01 RepereHistorique.
   05 CompteRepere    PIC X(10).
   05 DateRepere      PIC 9(8).
   05 HeureRepere     PIC 9(6).
   05 MontantRepere   PIC 9(11)V99.
01 FinHistorique      PIC X.
01 PositionHistorique PIC 9(9).
01 PositionDepartRejeu PIC 9(9).
01 PositionRepereTrouvee PIC 9(9).
01 RepereExactTrouve  PIC X.
01 RepereTrouve       PIC X.
01 PositionHorodatage PIC 9(9).
01 HorodatageTrouve   PIC X.
01 DepartRejeuTrouve  PIC X.
01 ControleGenerationLu PIC X.
01 RestaurationFaite  PIC X VALUE 'N'.
01 RejeuEnEcart       PIC X VALUE 'N'.
01 SensMouvement      PIC X.
01 NbLignesRejeu      PIC 9(8).
01 NbMouvementsRejoues PIC 9(8).
01 NbMouvementsIgnores PIC 9(8).
01 NbMouvementsNonRejoues PIC 9(8).
01 TotalCreditsRejoues PIC 9(15)V99.
01 TotalDebitsRejoues PIC 9(15)V99.
01 TotalAttenduRejeu  PIC S9(15)V99.
01 NbComptesSauvegarde PIC 9(8).
01 TotalSauvegarde    PIC S9(15)V99.

01 NomsFichiers.
   02 NomFichierTbl OCCURS 20 TIMES PIC X(20).
*>       fichier par fichier, puis pose le marqueur
*>       BacASableFormation que MenuPrincipal exige pour les
*>       sessions de formation. À lancer UNIQUEMENT sur le poste
*>       d'exercice : chaque classe repart du même jeu de données ;
*>   J : reprise en avant de CompteFile après un incident en
*>       journée - restaure la génération datée puis rejoue les
*>       mouvements de historiquebanque écrits depuis la sauvegarde,
*>       au lieu de ressaisir les opérations de guichet sur papier.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    MOVE "SoldeJournalier" TO NomFichierTbl(20).

    DISPLAY "Mode : S = sauvegarder tout, V = vérifier une génération,".
    DISPLAY " R = restaurer, F = ressemer le bac à sable de formation,".
    DISPLAY " J = restaurer CompteFile et rejouer l'historique du jour : ".
    ACCEPT ModeTraitement.

*>  Lancé par la chaîne de nuit, le programme ne reçoit aucune
            MOVE 'R' TO ModeTraitement
        WHEN 'f'
            MOVE 'F' TO ModeTraitement
        WHEN 'j'
            MOVE 'J' TO ModeTraitement
    END-EVALUATE.
    IF ModeTraitement NOT = 'S' AND ModeTraitement NOT = 'V'
       AND ModeTraitement NOT = 'R' AND ModeTraitement NOT = 'F'
       AND ModeTraitement NOT = 'J'
        IF ModeTraitement NOT = SPACE
            DISPLAY "Mode invalide (S, V, R, F ou J) : sauvegarde complète par défaut."
        END-IF
        MOVE 'S' TO ModeTraitement
    END-IF.
    EVALUATE ModeTraitement
        WHEN 'S'
            MOVE DateTraitementJour TO DateGeneration
            PERFORM REPERER-FIN-HISTORIQUE
            PERFORM VARYING IndexFichier FROM 1 BY 1 UNTIL IndexFichier > 20
                MOVE NomFichierTbl(IndexFichier) TO NomFichierCourant
                PERFORM SAUVEGARDER-UN-FICHIER
            PERFORM RESTAURER-UN-FICHIER
        WHEN 'F'
            PERFORM RESSEMER-BAC-A-SABLE
        WHEN 'J'
            PERFORM REPRENDRE-EN-AVANT
    END-EVALUATE.

    IF RejeuEnEcart = 'O'
        MOVE "KO" TO StatutFinCtl
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE "OK" TO StatutFinCtl
    END-IF.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

    MOVE "*CTL" TO MarqueControle.
    MOVE NbEnregistrements TO NbEnregControle.
    MOVE TotalControle TO TotalControleCtl.
    MOVE DateTraitementJour TO DateSauvegardeCtl.
    MOVE DateHeureSysteme(9:6) TO HeureSauvegardeCtl.
    MOVE NbLignesHistorique TO NbLignesHistoCtl.
    MOVE RepereHistorique TO RepereHistoCtl.
    MOVE LigneControle TO LigneSauvegarde.
    WRITE LigneSauvegarde.

    EXIT.

RESTAURER-UN-FICHIER.
    MOVE 'N' TO RestaurationFaite.
    PERFORM CONSTRUIRE-NOM-SAUVEGARDE.
    IF RestaureSansConfirmation NOT = 'O'
        DISPLAY "RESTAURATION : le fichier vivant " FUNCTION TRIM(NomFichierCourant)

    DISPLAY FUNCTION TRIM(NomFichierCourant) " restauré : "
            NbEnregistrements " enregistrement(s) rechargé(s).".
    MOVE 'O' TO RestaurationFaite.
    EXIT.

REPERER-FIN-HISTORIQUE.
*> Avant de décharger : nombre de lignes de historiquebanque et
*> image abrégée de la dernière, reportés sur la ligne de contrôle
*> de chaque génération. Historique absent : repère à zéro, tout
*> mouvement ultérieur sera à rejouer.
    MOVE 0 TO NbLignesHistorique.
    MOVE SPACES TO CompteRepere.
    MOVE 0 TO DateRepere.
    MOVE 0 TO HeureRepere.
    MOVE 0 TO MontantRepere.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinHistorique.
    PERFORM COMPTER-UNE-LIGNE-HISTORIQUE UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.
    EXIT.

COMPTER-UNE-LIGNE-HISTORIQUE.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'N'
        ADD 1 TO NbLignesHistorique
        MOVE NumeroCompteHisto TO CompteRepere
        MOVE DateMouvement TO DateRepere
        MOVE HeureMouvement TO HeureRepere
        MOVE Montant TO MontantRepere
    END-IF.
    EXIT.

REPRENDRE-EN-AVANT.
*> Reprise en avant : restaurer la dernière génération de CompteFile
*> fait perdre tous les mouvements de guichet depuis la sauvegarde.
*> Ils sont tous dans historiquebanque : on restaure, puis on les
*> rejoue à partir du repère noté sur la ligne de contrôle, et on
*> prouve le résultat (total des soldes de la génération + crédits
*> - débits rejoués = total des soldes reconstruits).
    MOVE "CompteFile" TO NomFichierCourant.
    DISPLAY "Date de la génération de CompteFile à reprendre (AAAAMMJJ) : ".
    ACCEPT DateGeneration.
    PERFORM CONSTRUIRE-NOM-SAUVEGARDE.
    PERFORM LIRE-CONTROLE-GENERATION.
    IF ControleGenerationLu = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF NbLignesHistoCtl NOT NUMERIC OR DateSauvegardeCtl NOT NUMERIC
        DISPLAY "Génération " FUNCTION TRIM(NomSauvegarde)
                " sans repère d'historique (antérieure à la reprise en avant) :"
        DISPLAY " rejeu impossible, utiliser la restauration simple (mode R)."
        EXIT PARAGRAPH
    END-IF.
    MOVE NbEnregControle TO NbComptesSauvegarde.
    MOVE TotalControleCtl TO TotalSauvegarde.
    MOVE NbLignesHistoCtl TO NbLignesHistorique.
    MOVE RepereHistoCtl TO RepereHistorique.

    DISPLAY "REPRISE EN AVANT : CompteFile sera remplacé par la génération du "
            DateGeneration " (sauvegarde de " HeureSauvegardeCtl ")".
    DISPLAY "puis mis à jour des mouvements de historiquebanque écrits depuis."
    DISPLAY "Aucune saisie ne doit avoir lieu pendant la reprise. Confirmer (O/N) : ".
    ACCEPT ConfirmationRestaure.
    IF ConfirmationRestaure NOT = 'O'
        DISPLAY "Reprise en avant abandonnée."
        EXIT PARAGRAPH
    END-IF.

    PERFORM REPERER-DEPART-REJEU.
    IF DepartRejeuTrouve = 'N'
        DISPLAY "Historique illisible : reprise en avant abandonnée, CompteFile intact."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'O' TO RestaureSansConfirmation.
    PERFORM RESTAURER-UN-FICHIER.
    MOVE 'N' TO RestaureSansConfirmation.
    IF RestaurationFaite = 'N'
        DISPLAY "*** Restauration échouée : aucun mouvement rejoué. ***"
        MOVE 'O' TO RejeuEnEcart
        EXIT PARAGRAPH
    END-IF.

    PERFORM REJOUER-HISTORIQUE.
    PERFORM CONTROLER-REPRISE.
    EXIT.

LIRE-CONTROLE-GENERATION.
*> Lecture préalable de la ligne "*CTL" de la génération : sans elle
*> (génération absente ou tronquée) on ne touche à rien.
    MOVE 'N' TO ControleGenerationLu.
    OPEN INPUT SauvegardeFile.
    IF STATUS-SAUVEGARDE NOT = "00"
        DISPLAY "Génération " FUNCTION TRIM(NomSauvegarde)
                " indisponible (" STATUS-SAUVEGARDE ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichierCourant.
    PERFORM CHERCHER-LIGNE-CONTROLE UNTIL FinFichierCourant = 'O'.
    CLOSE SauvegardeFile.
    IF ControleGenerationLu = 'N'
        DISPLAY "Génération " FUNCTION TRIM(NomSauvegarde)
                " sans ligne de contrôle : probablement tronquée."
    END-IF.
    EXIT.

CHERCHER-LIGNE-CONTROLE.
    READ SauvegardeFile
        AT END
            MOVE 'O' TO FinFichierCourant
    END-READ.
    IF FinFichierCourant = 'N' AND LigneSauvegarde(1:4) = "*CTL"
        MOVE LigneSauvegarde TO LigneControle
        MOVE 'O' TO ControleGenerationLu
        MOVE 'O' TO FinFichierCourant
    END-IF.
    EXIT.

REPERER-DEPART-REJEU.
*> Première passe sur l'historique, en lecture seule, pour fixer la
*> dernière ligne déjà comprise dans la sauvegarde :
*>  - la ligne de rang NbLignesHistoCtl porte le repère : cas
*>    normal, l'historique n'a fait que s'allonger ;
*>  - sinon la première ligne portant le repère : l'historique a été
*>    épuré entre-temps (ArchivageHistorique), les rangs ont bougé ;
*>  - sinon, la première ligne horodatée à partir de la sauvegarde
*>    (date de traitement puis heure) marque le début du rejeu, tout
*>    ce qui la suit dans le fichier étant postérieur.
    MOVE 'N' TO RepereExactTrouve.
    MOVE 'N' TO RepereTrouve.
    MOVE 'N' TO HorodatageTrouve.
    MOVE 0 TO PositionRepereTrouvee.
    MOVE 0 TO PositionHorodatage.
    MOVE 0 TO PositionHistorique.
    MOVE 'N' TO DepartRejeuTrouve.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        MOVE 0 TO PositionDepartRejeu
        MOVE 'O' TO DepartRejeuTrouve
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Impossible d'ouvrir historiquebanque. Code de statut : " STATUS-HISTORIQUE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinHistorique.
    PERFORM EXAMINER-UNE-LIGNE-HISTORIQUE UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.

    MOVE 'O' TO DepartRejeuTrouve.
    EVALUATE TRUE
        WHEN NbLignesHistorique = 0
            MOVE 0 TO PositionDepartRejeu
            DISPLAY "Historique vide à la sauvegarde : tout l'historique est rejoué."
        WHEN RepereExactTrouve = 'O'
            MOVE NbLignesHistorique TO PositionDepartRejeu
            DISPLAY "Repère retrouvé à la ligne " PositionDepartRejeu
                    " de historiquebanque : rejeu à la suite."
        WHEN RepereTrouve = 'O'
            MOVE PositionRepereTrouvee TO PositionDepartRejeu
            DISPLAY "Historique épuré depuis la sauvegarde : repère retrouvé à la ligne "
                    PositionDepartRejeu "."
        WHEN HorodatageTrouve = 'O'
            COMPUTE PositionDepartRejeu = PositionHorodatage - 1
            DISPLAY "Repère introuvable : rejeu à partir de la ligne "
                    PositionHorodatage " (horodatage postérieur à la sauvegarde)."
        WHEN OTHER
            MOVE PositionHistorique TO PositionDepartRejeu
            DISPLAY "Aucun mouvement postérieur à la sauvegarde : rien à rejouer."
    END-EVALUATE.
    EXIT.

EXAMINER-UNE-LIGNE-HISTORIQUE.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO PositionHistorique.
    IF NumeroCompteHisto = CompteRepere
       AND DateMouvement = DateRepere
       AND HeureMouvement = HeureRepere
       AND Montant = MontantRepere
        IF PositionHistorique = NbLignesHistorique
            MOVE 'O' TO RepereExactTrouve
        END-IF
        IF RepereTrouve = 'N'
            MOVE 'O' TO RepereTrouve
            MOVE PositionHistorique TO PositionRepereTrouvee
        END-IF
    END-IF.
    IF HorodatageTrouve = 'N'
       AND (DateMouvement > DateSauvegardeCtl
            OR (DateMouvement = DateSauvegardeCtl
                AND HeureMouvement NOT < HeureSauvegardeCtl))
        MOVE 'O' TO HorodatageTrouve
        MOVE PositionHistorique TO PositionHorodatage
    END-IF.
    EXIT.

REJOUER-HISTORIQUE.
*> Seconde passe : chaque mouvement postérieur au repère est appliqué
*> au solde de son compte, dans l'ordre du fichier. Ce qui ne peut
*> pas l'être part dans MouvementsNonRejoues.
    MOVE 0 TO NbLignesRejeu.
    MOVE 0 TO NbMouvementsRejoues.
    MOVE 0 TO NbMouvementsIgnores.
    MOVE 0 TO NbMouvementsNonRejoues.
    MOVE 0 TO TotalCreditsRejoues.
    MOVE 0 TO TotalDebitsRejoues.
    MOVE 0 TO PositionHistorique.

    OPEN OUTPUT NonRejouesFile.
    IF STATUS-NONREJOUES NOT = "00"
        DISPLAY "Impossible d'ouvrir MouvementsNonRejoues. Code de statut : " STATUS-NONREJOUES
        MOVE 'O' TO RejeuEnEcart
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
        CLOSE NonRejouesFile
        MOVE 'O' TO RejeuEnEcart
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT HistoriqueFile.
    IF STATUS-HISTORIQUE NOT = "00"
        CLOSE CompteFile
        CLOSE NonRejouesFile
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "MOUVEMENTS NON REJOUÉS (à reprendre à la main)".
    DISPLAY "--------------------------------------------------------".
    MOVE 'N' TO FinHistorique.
    PERFORM REJOUER-UNE-LIGNE-HISTORIQUE UNTIL FinHistorique = 'O'.
    CLOSE HistoriqueFile.
    CLOSE CompteFile.
    CLOSE NonRejouesFile.
    IF NbMouvementsNonRejoues = 0
        DISPLAY "(aucun)"
    END-IF.
    EXIT.

REJOUER-UNE-LIGNE-HISTORIQUE.
    READ HistoriqueFile
        AT END
            MOVE 'O' TO FinHistorique
    END-READ.
    IF FinHistorique = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO PositionHistorique.
    IF PositionHistorique NOT > PositionDepartRejeu
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbLignesRejeu.

    PERFORM DETERMINER-SENS-MOUVEMENT.
*>  Les lignes de report à nouveau d'ArchivageHistorique résument des
*>  mouvements déjà compris dans le solde sauvegardé : jamais rejouées.
    IF SensMouvement = 'I'
        ADD 1 TO NbMouvementsIgnores
        EXIT PARAGRAPH
    END-IF.
    IF SensMouvement = '?'
        MOVE "ACT" TO MotifNonRejoue
        PERFORM NOTER-NON-REJOUE
        EXIT PARAGRAPH
    END-IF.

    MOVE NumeroCompteHisto TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            MOVE "CPT" TO MotifNonRejoue
            PERFORM NOTER-NON-REJOUE
            EXIT PARAGRAPH
    END-READ.
    IF SensMouvement = 'C'
        ADD Montant TO SoldeCompte
    ELSE
        SUBTRACT Montant FROM SoldeCompte
    END-IF.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        MOVE "ERR" TO MotifNonRejoue
        PERFORM NOTER-NON-REJOUE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMouvementsRejoues.
    IF SensMouvement = 'C'
        ADD Montant TO TotalCreditsRejoues
    ELSE
        ADD Montant TO TotalDebitsRejoues
    END-IF.
    EXIT.

DETERMINER-SENS-MOUVEMENT.
*> Sens de chaque action de l'historique : mêmes règles que le rejeu
*> de ReconciliationBanque, complétées des mouvements de caisse DAB,
*> de commission d'engagement et de paiement de saisie. 'I' pour les
*> reports à nouveau, '?' pour une action inconnue.
    EVALUATE Action
        WHEN "Dépôt"                MOVE 'C' TO SensMouvement
        WHEN "Remise chèque"        MOVE 'C' TO SensMouvement
        WHEN "Intérêt"              MOVE 'C' TO SensMouvement
        WHEN "Dépôt ordre perm."    MOVE 'C' TO SensMouvement
        WHEN "Virement reçu"        MOVE 'C' TO SensMouvement
        WHEN "Vir. externe reçu"    MOVE 'C' TO SensMouvement
        WHEN "Vir. ext. retourné"   MOVE 'C' TO SensMouvement
        WHEN "Attente ordre perm."  MOVE 'C' TO SensMouvement
        WHEN "Retour d'attente"     MOVE 'C' TO SensMouvement
        WHEN "Éch. dépôt terme"     MOVE 'C' TO SensMouvement
        WHEN "Déblocage prêt"       MOVE 'C' TO SensMouvement
        WHEN "Nivellement reçu"     MOVE 'C' TO SensMouvement
        WHEN "Salaire reçu"         MOVE 'C' TO SensMouvement
        WHEN "Retour salaire"       MOVE 'C' TO SensMouvement
        WHEN "Extourne crédit"      MOVE 'C' TO SensMouvement
        WHEN "Remb. frais"          MOVE 'C' TO SensMouvement
        WHEN "Excédent DAB"         MOVE 'C' TO SensMouvement
        WHEN "Bloc. dépôt terme"    MOVE 'D' TO SensMouvement
        WHEN "Remb. prêt capital"   MOVE 'D' TO SensMouvement
        WHEN "Remb. prêt intér."    MOVE 'D' TO SensMouvement
        WHEN "Indemnité RA prêt"    MOVE 'D' TO SensMouvement
        WHEN "Pénalité prêt"        MOVE 'D' TO SensMouvement
        WHEN "Attente libérée"      MOVE 'D' TO SensMouvement
        WHEN "Chèque payé"          MOVE 'D' TO SensMouvement
        WHEN "Prélèvement"          MOVE 'D' TO SensMouvement
        WHEN "Paie salaires"        MOVE 'D' TO SensMouvement
        WHEN "Frais d'opérations"   MOVE 'D' TO SensMouvement
        WHEN "Intérêts débiteurs"   MOVE 'D' TO SensMouvement
        WHEN "Nivellement"          MOVE 'D' TO SensMouvement
        WHEN "Extourne débit"       MOVE 'D' TO SensMouvement
        WHEN "Retrait"              MOVE 'D' TO SensMouvement
        WHEN "Retrait carte"        MOVE 'D' TO SensMouvement
        WHEN "Paiement carte"       MOVE 'D' TO SensMouvement
        WHEN "Virement"             MOVE 'D' TO SensMouvement
        WHEN "VirementExterne"      MOVE 'D' TO SensMouvement
        WHEN "Virement notaire"     MOVE 'D' TO SensMouvement
        WHEN "Frais de tenue"       MOVE 'D' TO SensMouvement
        WHEN "Virement permanent"   MOVE 'D' TO SensMouvement
        WHEN "Commission engag."    MOVE 'D' TO SensMouvement
        WHEN "Paiement saisie"      MOVE 'D' TO SensMouvement
        WHEN "Manquant DAB"         MOVE 'D' TO SensMouvement
        WHEN "Report créditeur"     MOVE 'I' TO SensMouvement
        WHEN "Report débiteur"      MOVE 'I' TO SensMouvement
        WHEN OTHER                  MOVE '?' TO SensMouvement
    END-EVALUATE.
    EXIT.

NOTER-NON-REJOUE.
    ADD 1 TO NbMouvementsNonRejoues.
    MOVE PositionHistorique TO PositionNonRejoue.
    MOVE HistoriqueRecord TO ImageNonRejoue.
    WRITE NonRejoueRecord.
    DISPLAY "Ligne " PositionHistorique " motif " MotifNonRejoue " : "
            NumeroCompteHisto " " Action " " Montant " "
            DateMouvement " " HeureMouvement.
    EXIT.

CONTROLER-REPRISE.
*> Preuve de la reprise : les comptages se tiennent (lignes lues =
*> rejouées + reports ignorés + non rejouées) et le total des soldes
*> reconstruits égale celui de la génération augmenté des crédits et
*> diminué des débits réellement rejoués ; le nombre de comptes n'a
*> pas bougé (un compte ouvert depuis la sauvegarde n'y est pas : ses
*> mouvements sont dans le compte rendu, motif CPT).
    COMPUTE TotalAttenduRejeu = TotalSauvegarde + TotalCreditsRejoues
                              - TotalDebitsRejoues.
    MOVE 0 TO NbEnregistrements.
    MOVE 0 TO TotalControle.
    PERFORM OUVRIR-COURANT-INPUT.
    IF StatutCourant NOT = "00"
        DISPLAY "Impossible de relire CompteFile pour le contrôle (" StatutCourant ")."
        MOVE 'O' TO RejeuEnEcart
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichierCourant.
    PERFORM TOTALISER-UN-COMPTE UNTIL FinFichierCourant = 'O'.
    PERFORM FERMER-COURANT.

    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "REPRISE EN AVANT DE CompteFile - GÉNÉRATION " DateGeneration.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Lignes d'historique postérieures : " NbLignesRejeu.
    DISPLAY "  rejouées          : " NbMouvementsRejoues.
    DISPLAY "  reports ignorés   : " NbMouvementsIgnores.
    DISPLAY "  non rejouées      : " NbMouvementsNonRejoues.
    DISPLAY "Crédits rejoués     : " TotalCreditsRejoues.
    DISPLAY "Débits rejoués      : " TotalDebitsRejoues.
    DISPLAY "Comptes : génération " NbComptesSauvegarde
            ", reconstruits " NbEnregistrements.
    DISPLAY "Total des soldes attendu : " TotalAttenduRejeu.
    DISPLAY "Total des soldes obtenu  : " TotalControle.
    IF NbLignesRejeu NOT = NbMouvementsRejoues + NbMouvementsIgnores
                         + NbMouvementsNonRejoues
       OR TotalControle NOT = TotalAttenduRejeu
       OR NbEnregistrements NOT = NbComptesSauvegarde
        DISPLAY "*** REPRISE EN ÉCART : CONTRÔLER AVANT DE ROUVRIR LES GUICHETS ***"
        MOVE 'O' TO RejeuEnEcart
    ELSE
        DISPLAY "Contrôle de la reprise OK."
    END-IF.
    IF NbMouvementsNonRejoues > 0
        DISPLAY NbMouvementsNonRejoues " mouvement(s) à reprendre : voir MouvementsNonRejoues."
        MOVE 'O' TO RejeuEnEcart
    END-IF.
    DISPLAY "Rappel : statuts, limites et comptes modifiés ou ouverts depuis la"
    DISPLAY "sauvegarde ne sont pas dans l'historique, à vérifier à la main."
    DISPLAY "========================================================".
    MOVE NbLignesRejeu TO NbLusCtl.
    MOVE NbMouvementsRejoues TO NbGlobalEnreg.
    MOVE NbMouvementsNonRejoues TO NbRejetesCtl.
    COMPUTE MontantTotalCtl = TotalCreditsRejoues + TotalDebitsRejoues.
    EXIT.

TOTALISER-UN-COMPTE.
    PERFORM LIRE-COURANT-SUIVANT.
    IF FinFichierCourant = 'N'
        ADD 1 TO NbEnregistrements
    END-IF.
    EXIT.

RECHARGER-UN-ENREGISTREMENT.
