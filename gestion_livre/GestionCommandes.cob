           RECORD KEY IS CleExemplaire
           FILE STATUS IS STATUS-EXEMPLAIRES.

    SELECT BudgetFile
           ASSIGN TO 'BudgetsAcquisitions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleFonds
           FILE STATUS IS STATUS-BUDGETS.

    SELECT DemandeEtiquetteFile
           ASSIGN TO 'EtiquettesAImprimer'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ETIQUETTES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD CommandeFile.
*> depuis la liste de réapprovisionnement, 'C' confirmée et envoyée
*> au fournisseur, 'R' reçue (les exemplaires livrés sont créés et
*> remis en rayon). La piste des acquisitions vit enfin dans le
*> système qui a détecté la rupture. 'D' : confirmation qui
*> dépasserait son fonds, en attente de la dérogation d'un
*> superviseur.
01 CommandeRecord.
   05 NumeroCommande    PIC 9(6).
   05 NumeroLivreCmd    PIC 9(4).
   05 DateCommandeCmd   PIC 9(8).
   05 StatutCmd         PIC X.
   05 DateReceptionCmd  PIC 9(8).
*> Fonds d'acquisition engagé à la confirmation (exercice, genre,
*> site de destination) et coût estimé engagé ; le paiement de la
*> facture convertit cet engagement en dépense (PaiementFournisseurs).
*> Exercice à zéro : commande d'avant le suivi budgétaire.
   05 CleFondsCmd.
      10 ExerciceFondsCmd PIC 9(4).
      10 GenreFondsCmd    PIC X(4).
      10 SiteFondsCmd     PIC X(2).
   05 MontantEngageCmd  PIC 9(7)V99.

FD LivreFile.
01 LivreRecord.
*> blanc (enregistrement d'avant le multi-site) vaut '01'.
   05 SiteExemplaire       PIC X(2).

FD BudgetFile.
*> Budget des acquisitions : un fonds par exercice, genre (ou
*> section) et site, avec sa dotation annuelle. Les confirmations de
*> commande engagent le coût estimé, les paiements de factures
*> convertissent l'engagement en dépense. Le fonds de genre GEN d'un
*> site couvre les genres sans fonds propre.
01 BudgetRecord.
   05 CleFonds.
      10 ExerciceFonds    PIC 9(4).
      10 GenreFonds       PIC X(4).
      10 SiteFonds        PIC X(2).
   05 LibelleFonds        PIC X(30).
   05 DotationFonds       PIC 9(7)V99.
   05 EngageFonds         PIC 9(7)V99.
   05 DepenseFonds        PIC 9(7)V99.

FD DemandeEtiquetteFile.
*> File des étiquettes code-barres à imprimer (voir EditionEtiquettes)
*> : chaque exemplaire reçu y entre, il part en rayon étiqueté.
01 DemandeEtiquetteRecord.
   05 TypeEtiquette       PIC X.
   05 NumeroLivreEtq      PIC 9(4).
   05 NumeroExemplaireEtq PIC 9(3).
   05 NumeroMembreEtq     PIC 9(4).
   05 DateDemandeEtq      PIC 9(8).

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-COMMANDES   PIC XX.
77 STATUS-LIVRES      PIC XX.
77 STATUS-EXEMPLAIRES PIC XX.
77 STATUS-BUDGETS     PIC XX.
77 STATUS-SESSION     PIC XX.
77 STATUS-ETIQUETTES  PIC XX.
01 NbEtiquettesDemandees PIC 9(3).
01 EtiquettesOuvertes PIC X.
01 ProfilSession     PIC X VALUE SPACE.
01 ChoixDerogation   PIC X.
01 FondsTrouve       PIC X.
01 PrixUnitaireEstime PIC 9(5)V99.
01 DisponibleFonds   PIC S9(8)V99.
01 DisponibleEdite   PIC -(8)9.99.
01 ExerciceSaisi     PIC 9(4).
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X.
01 FinExemplaires    PIC X.
*> exemplaire en rayon, confirmation et impression du bon, réception
*> qui recrée les exemplaires et remet le stock à jour, et état des
*> commandes confirmées jamais livrées.
    PERFORM LIRE-SESSION-OPERATEUR.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.


    GOBACK.

LIRE-SESSION-OPERATEUR.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE ProfilOperateurSess TO ProfilSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

TROUVER-PROCHAINE-COMMANDE.
    MOVE 1 TO ProchaineCommande.
    MOVE 'N' TO FinFichier.
    DISPLAY "4. État des commandes en souffrance".
    DISPLAY "5. Lister les commandes".
    DISPLAY "6. Règlement des fournisseurs (factures et paiements)".
    DISPLAY "7. Fonds d'acquisition (dotation/situation)".
    DISPLAY "8. Dérogations budgétaires (superviseur)".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-COMMANDES
        WHEN "6"
            PERFORM APPELER-PAIEMENTS
        WHEN "7"
            PERFORM GERER-FONDS
        WHEN "8"
            IF ProfilSession = 'S'
                PERFORM DECIDER-DEROGATION
            ELSE
                DISPLAY "Choix réservé aux superviseurs."
            END-IF
        WHEN "0"
            CONTINUE
        WHEN OTHER
            MOVE 'O' TO FinFichier
    END-READ.

*>  Un périodique (genre PERI) arrive par son abonnement, pas par
*>  commande : voir GestionPeriodiques.
    IF FinFichier NOT = 'O' AND CopiesDispo = 0 AND Genre NOT = "PERI"
        PERFORM CHERCHER-COMMANDE-OUVERTE
        IF CommandeOuverteVue = 'N'
            MOVE ProchaineCommande TO NumeroCommande
            MOVE DateDuJour TO DateCommandeCmd
            MOVE 'B' TO StatutCmd
            MOVE 0 TO DateReceptionCmd
            MOVE 0 TO ExerciceFondsCmd
            MOVE SPACES TO GenreFondsCmd
            MOVE SPACES TO SiteFondsCmd
            MOVE 0 TO MontantEngageCmd
            WRITE CommandeRecord
            IF STATUS-COMMANDES NOT = "00"
                DISPLAY "Erreur à l'écriture de CommandeFile. Code de statut : " STATUS-COMMANDES
    EXIT.

CHERCHER-COMMANDE-OUVERTE.
*> Une commande 'B', 'D' ou 'C' couvre déjà ce livre ?
    MOVE 'N' TO CommandeOuverteVue.
    MOVE 'N' TO FinExemplaires.
    MOVE 0 TO NumeroCommande.
                MOVE 'O' TO FinExemplaires
            NOT AT END
                IF NumeroLivreCmd = NumeroLivre
                   AND (StatutCmd = 'B' OR StatutCmd = 'C'
                        OR StatutCmd = 'D')
                    MOVE 'O' TO CommandeOuverteVue
                END-IF
        END-READ
    DISPLAY "Quantité commandée (actuelle : " QuantiteCmd ") : ".
    ACCEPT QuantiteCmd.
    MOVE DateDuJour TO DateCommandeCmd.

*>  Engagement budgétaire : le coût estimé (prix catalogue du titre
*>  par défaut) s'impute sur le fonds de l'exercice pour le genre du
*>  titre et le site de destination. Une confirmation qui dépasserait
*>  le fonds (ou sans fonds) attend la dérogation d'un superviseur.
    DISPLAY "Site de destination (01 salle principale...) : ".
    ACCEPT SiteFondsCmd.
    IF SiteFondsCmd = SPACES
        MOVE "01" TO SiteFondsCmd
    END-IF.
    PERFORM LIRE-LIVRE-COMMANDE.
    DISPLAY "Prix unitaire estimé (0 = prix catalogue " PrixRemplacement ") : ".
    ACCEPT PrixUnitaireEstime.
    IF PrixUnitaireEstime = 0
        MOVE PrixRemplacement TO PrixUnitaireEstime
    END-IF.
    COMPUTE MontantEngageCmd = QuantiteCmd * PrixUnitaireEstime.
    MOVE DateDuJour(1:4) TO ExerciceFondsCmd.
    MOVE Genre TO GenreFondsCmd.

    OPEN I-O BudgetFile.
    IF STATUS-BUDGETS = "35"
        OPEN OUTPUT BudgetFile
        CLOSE BudgetFile
        OPEN I-O BudgetFile
    END-IF.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Impossible d'ouvrir BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHERCHER-FONDS.
    IF FondsTrouve = 'N'
       OR EngageFonds + DepenseFonds + MontantEngageCmd > DotationFonds
        CLOSE BudgetFile
        MOVE 'D' TO StatutCmd
        REWRITE CommandeRecord
        IF STATUS-COMMANDES NOT = "00"
            DISPLAY "Erreur à la mise à jour de CommandeFile. Code de statut : " STATUS-COMMANDES
            EXIT PARAGRAPH
        END-IF
        IF FondsTrouve = 'N'
            DISPLAY "Aucun fonds " ExerciceFondsCmd " pour le genre " Genre
                    " sur le site " SiteFondsCmd "."
        ELSE
            PERFORM AFFICHER-SITUATION-FONDS
        END-IF
        DISPLAY "Engagement de " MontantEngageCmd
                " hors budget : commande " NumeroCommande
                " en attente de dérogation superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ENGAGER-COMMANDE.
    CLOSE BudgetFile.
    EXIT.

ENGAGER-COMMANDE.
*> Fonds lu et ouvert en I-O : l'engagement monte, la commande passe
*> confirmée et le bon s'imprime.
    ADD MontantEngageCmd TO EngageFonds.
    REWRITE BudgetRecord.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Erreur à la mise à jour de BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO StatutCmd.
    REWRITE CommandeRecord.
    IF STATUS-COMMANDES NOT = "00"
    DISPLAY "Titre       : " TitreCmd.
    DISPLAY "ISBN        : " IsbnCmd.
    DISPLAY "Quantité    : " QuantiteCmd.
    DISPLAY "Fonds       : " ExerciceFondsCmd " " GenreFondsCmd " "
            SiteFondsCmd " | engagé " MontantEngageCmd.
    DISPLAY "--------------------------------------------------------".
    EXIT.

LIRE-LIVRE-COMMANDE.
*> Genre et prix catalogue du titre commandé ; un titre disparu du
*> catalogue s'impute au fonds général.
    MOVE "GEN" TO Genre.
    MOVE 0 TO PrixRemplacement.
    OPEN INPUT LivreFile.
    IF STATUS-LIVRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreCmd TO NumeroLivre.
    READ LivreFile
        KEY IS NumeroLivre
        INVALID KEY
            MOVE "GEN" TO Genre
            MOVE 0 TO PrixRemplacement
    END-READ.
    CLOSE LivreFile.
    EXIT.

CHERCHER-FONDS.
*> Fonds de la commande courante, BudgetFile ouvert : d'abord celui du
*> genre, à défaut le fonds général GEN du même site (la clé de la
*> commande suit alors le fonds réellement engagé).
    MOVE 'O' TO FondsTrouve.
    MOVE CleFondsCmd TO CleFonds.
    READ BudgetFile
        KEY IS CleFonds
        INVALID KEY
            MOVE 'N' TO FondsTrouve
    END-READ.
    IF FondsTrouve = 'N'
        MOVE 'O' TO FondsTrouve
        MOVE CleFondsCmd TO CleFonds
        MOVE "GEN" TO GenreFonds
        READ BudgetFile
            KEY IS CleFonds
            INVALID KEY
                MOVE 'N' TO FondsTrouve
        END-READ
        IF FondsTrouve = 'O'
            MOVE "GEN" TO GenreFondsCmd
        END-IF
    END-IF.
    EXIT.

AFFICHER-SITUATION-FONDS.
    COMPUTE DisponibleFonds = DotationFonds - EngageFonds - DepenseFonds.
    MOVE DisponibleFonds TO DisponibleEdite.
    DISPLAY "Fonds " ExerciceFonds " " GenreFonds " " SiteFonds
            " (" LibelleFonds ") : dotation " DotationFonds
            " | engagé " EngageFonds " | dépensé " DepenseFonds
            " | disponible " DisponibleEdite.
    EXIT.

DECIDER-DEROGATION.
*> Décision du superviseur sur une confirmation hors budget : la
*> dérogation engage la commande sur son fonds malgré le
*> dépassement ; le refus la renvoie en brouillon. Sans fonds du
*> tout, il faut d'abord le créer (choix 7) : un engagement doit
*> toujours avoir un fonds à débiter.
    DISPLAY "Numéro de la commande en attente de dérogation : ".
    ACCEPT NumeroCommandeSaisi.
    MOVE NumeroCommandeSaisi TO NumeroCommande.
    READ CommandeFile
        KEY IS NumeroCommande
        INVALID KEY
            DISPLAY "Aucune commande ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCmd NOT = 'D'
        DISPLAY "Cette commande n'attend pas de dérogation (statut " StatutCmd ")."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O BudgetFile.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Impossible d'ouvrir BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHERCHER-FONDS.
    DISPLAY "Commande " NumeroCommande " : " TitreCmd " x" QuantiteCmd
            " | engagement demandé " MontantEngageCmd.
    IF FondsTrouve = 'O'
        PERFORM AFFICHER-SITUATION-FONDS
    ELSE
        DISPLAY "Aucun fonds " ExerciceFondsCmd " " GenreFondsCmd " "
                SiteFondsCmd " ni fonds GEN pour ce site."
    END-IF.
    DISPLAY "Accorder la dérogation ? (O = oui, N = renvoyer en brouillon) : ".
    ACCEPT ChoixDerogation.
    IF ChoixDerogation = 'O'
        IF FondsTrouve = 'N'
            DISPLAY "Créez d'abord le fonds : commande laissée en attente."
        ELSE
            PERFORM ENGAGER-COMMANDE
        END-IF
    ELSE
        MOVE 'B' TO StatutCmd
        REWRITE CommandeRecord
        IF STATUS-COMMANDES NOT = "00"
            DISPLAY "Erreur à la mise à jour de CommandeFile. Code de statut : " STATUS-COMMANDES
        ELSE
            DISPLAY "Commande " NumeroCommande " renvoyée en brouillon."
        END-IF
    END-IF.
    CLOSE BudgetFile.
    EXIT.

GERER-FONDS.
*> Dotations réservées aux superviseurs ; la situation se consulte
*> par tous. Engagé et dépensé ne se saisissent jamais : ils ne
*> bougent qu'avec les confirmations et les paiements.
    OPEN I-O BudgetFile.
    IF STATUS-BUDGETS = "35"
        OPEN OUTPUT BudgetFile
        CLOSE BudgetFile
        OPEN I-O BudgetFile
    END-IF.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Impossible d'ouvrir BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "D = doter un fonds, L = situation d'un exercice : ".
    ACCEPT ChoixDerogation.
    IF ChoixDerogation = 'D'
        IF ProfilSession NOT = 'S'
            DISPLAY "Dotation réservée aux superviseurs."
        ELSE
            PERFORM DOTER-FONDS
        END-IF
    ELSE
        PERFORM LISTER-FONDS
    END-IF.
    CLOSE BudgetFile.
    EXIT.

DOTER-FONDS.
    DISPLAY "Exercice (AAAA) : ".
    ACCEPT ExerciceFonds.
    DISPLAY "Genre ou section (GEN = fonds général du site) : ".
    ACCEPT GenreFonds.
    DISPLAY "Site : ".
    ACCEPT SiteFonds.
    IF SiteFonds = SPACES
        MOVE "01" TO SiteFonds
    END-IF.
    MOVE 'O' TO FondsTrouve.
    READ BudgetFile
        KEY IS CleFonds
        INVALID KEY
            MOVE 'N' TO FondsTrouve
            MOVE SPACES TO LibelleFonds
            MOVE 0 TO EngageFonds
            MOVE 0 TO DepenseFonds
    END-READ.
    IF FondsTrouve = 'O'
        PERFORM AFFICHER-SITUATION-FONDS
    END-IF.
    DISPLAY "Libellé du fonds : ".
    ACCEPT LibelleFonds.
    DISPLAY "Dotation annuelle : ".
    ACCEPT DotationFonds.
    IF FondsTrouve = 'N'
        WRITE BudgetRecord
    ELSE
        REWRITE BudgetRecord
    END-IF.
    IF STATUS-BUDGETS NOT = "00"
        DISPLAY "Erreur à l'écriture de BudgetsAcquisitions. Code de statut : " STATUS-BUDGETS
    ELSE
        PERFORM AFFICHER-SITUATION-FONDS
    END-IF.
    EXIT.

LISTER-FONDS.
    DISPLAY "Exercice (AAAA) : ".
    ACCEPT ExerciceSaisi.
    MOVE 'N' TO FinFichier.
    MOVE ExerciceSaisi TO ExerciceFonds.
    MOVE LOW-VALUES TO GenreFonds.
    MOVE LOW-VALUES TO SiteFonds.
    START BudgetFile KEY IS NOT LESS THAN CleFonds
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM LISTER-UN-FONDS UNTIL FinFichier = 'O'.
    EXIT.

LISTER-UN-FONDS.
    READ BudgetFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF ExerciceFonds NOT = ExerciceSaisi
                MOVE 'O' TO FinFichier
            ELSE
                PERFORM AFFICHER-SITUATION-FONDS
            END-IF
    END-READ.
    EXIT.

RECEPTIONNER-COMMANDE.
*> Réception d'une livraison : la quantité reçue rejoint CopiesDispo
*> et chaque exemplaire livré reçoit son enregistrement physique
        END-READ
    END-PERFORM.

    OPEN EXTEND DemandeEtiquetteFile.
    IF STATUS-ETIQUETTES = "35"
        OPEN OUTPUT DemandeEtiquetteFile
    END-IF.
    MOVE 'O' TO EtiquettesOuvertes.
    IF STATUS-ETIQUETTES NOT = "00"
        MOVE 'N' TO EtiquettesOuvertes
        DISPLAY "EtiquettesAImprimer indisponible (" STATUS-ETIQUETTES ") : étiquettes à rééditer depuis EditionEtiquettes."
    END-IF.
    MOVE 0 TO NbEtiquettesDemandees.

    MOVE NumeroLivreCmd TO NumeroLivreEx.
    PERFORM VARYING IndexCopie FROM 1 BY 1 UNTIL IndexCopie > QuantiteRecue
        COMPUTE NumeroExemplaire = DernierExemplaire + IndexCopie
        WRITE ExemplaireRecord
        IF STATUS-EXEMPLAIRES NOT = "00"
            DISPLAY "Erreur à l'écriture de ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
        ELSE
            PERFORM DEMANDER-ETIQUETTE
        END-IF
    END-PERFORM.
    CLOSE ExemplaireFile.
    IF EtiquettesOuvertes = 'O'
        CLOSE DemandeEtiquetteFile
        DISPLAY NbEtiquettesDemandees " étiquette(s) code-barres en attente d'impression."
    END-IF.
    EXIT.

DEMANDER-ETIQUETTE.
    IF EtiquettesOuvertes = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'E' TO TypeEtiquette.
    MOVE NumeroLivreEx TO NumeroLivreEtq.
    MOVE NumeroExemplaire TO NumeroExemplaireEtq.
    MOVE 0 TO NumeroMembreEtq.
    MOVE DateDuJour TO DateDemandeEtq.
    WRITE DemandeEtiquetteRecord.
    IF STATUS-ETIQUETTES = "00"
        ADD 1 TO NbEtiquettesDemandees
    ELSE
        DISPLAY "Erreur à l'écriture de EtiquettesAImprimer. Code de statut : " STATUS-ETIQUETTES
    END-IF.
    EXIT.

ETAT-COMMANDES-EN-SOUFFRANCE.
                    DateCommandeCmd " : " TitreCmd
                    " x" QuantiteCmd " chez " FournisseurCmd
                    " | reçue le " DateReceptionCmd
                    " | fonds " CleFondsCmd " " MontantEngageCmd
    END-READ.
    EXIT.
