           RECORD KEY IS CodeOperationTarif
           FILE STATUS IS STATUS-TARIFS.

    SELECT ForfaitFile
           ASSIGN TO 'CatalogueForfaits'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeForfait
           FILE STATUS IS STATUS-FORFAITS.

    SELECT ForfaitCompteFile
           ASSIGN TO 'ForfaitsComptes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteForfait
           FILE STATUS IS STATUS-FORFAITS-COMPTES.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD TarifFile.
COPY TarifOperationRecord.

FD ForfaitFile.
COPY ForfaitRecord.

FD ForfaitCompteFile.
COPY ForfaitCompteRecord.

FD CompteFile.
COPY CompteRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-TARIFS     PIC XX.
77 STATUS-FORFAITS   PIC XX.
77 STATUS-FORFAITS-COMPTES PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-SESSION    PIC XX.
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 TarifExistant     PIC X.
01 ForfaitExistant   PIC X.
01 AttributionExistante PIC X.
01 IndexQuota        PIC 9(2).
01 FinSaisieQuotas   PIC X.
01 CodeQuotaSaisi    PIC X(4).
01 CodeForfaitSaisi  PIC X(4).
01 CodeForfaitEnVigueur PIC X(4).
01 PeriodeCourante   PIC 9(6).
01 PeriodeSuivante   PIC 9(6).
01 CodeOperateurSession PIC X(8) VALUE SPACES.
01 DateTraitementJour   PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> les virements externes, chéquiers et duplicatas de relevés
*> étaient gratuits parce qu'aucun fichier ne portait leur prix.
*> Le cumul se fait au fil de l'eau (FraisOperationUtil), la
*> facturation au mois échu (FacturationFrais). Les forfaits (prix
*> mensuel et quotas d'opérations compris) et leur attribution aux
*> comptes se tiennent ici aussi, à côté du barème dont ils
*> dépendent.
    OPEN I-O TarifFile.
    IF STATUS-TARIFS = "35"
        PERFORM CREER-TARIFS-PAR-DEFAUT
        STOP RUN
    END-IF.

*>  Catalogue des forfaits et forfaits des comptes : créés vides au
*>  premier accès, comme les autres registres indexés.
    OPEN I-O ForfaitFile.
    IF STATUS-FORFAITS = "35"
        OPEN OUTPUT ForfaitFile
        CLOSE ForfaitFile
        OPEN I-O ForfaitFile
    END-IF.
    IF STATUS-FORFAITS NOT = "00"
        DISPLAY "Erreur à l'ouverture de CatalogueForfaits. Code de statut : " STATUS-FORFAITS
        STOP RUN
    END-IF.
    OPEN I-O ForfaitCompteFile.
    IF STATUS-FORFAITS-COMPTES = "35"
        OPEN OUTPUT ForfaitCompteFile
        CLOSE ForfaitCompteFile
        OPEN I-O ForfaitCompteFile
    END-IF.
    IF STATUS-FORFAITS-COMPTES NOT = "00"
        DISPLAY "Erreur à l'ouverture de ForfaitsComptes. Code de statut : "
                STATUS-FORFAITS-COMPTES
        STOP RUN
    END-IF.
    OPEN INPUT CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à l'ouverture de CompteFile. Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.

    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
    IF StatutDateTraitement NOT = "00"
        DISPLAY "Impossible de lire la date de traitement. Code de statut : " StatutDateTraitement
        STOP RUN
    END-IF.
    PERFORM LIRE-SESSION-OPERATEUR.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE TarifFile.
    CLOSE ForfaitFile.
    CLOSE ForfaitCompteFile.
    CLOSE CompteFile.

    GOBACK.

    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Ajouter/modifier un tarif".
    DISPLAY "2. Lister les tarifs".
    DISPLAY "3. Ajouter/modifier un forfait".
    DISPLAY "4. Lister les forfaits".
    DISPLAY "5. Attribuer ou résilier le forfait d'un compte".
    DISPLAY "6. Consulter le forfait d'un compte".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM AJOUTER-TARIF
        WHEN "2"
            PERFORM LISTER-TARIFS
        WHEN "3"
            PERFORM AJOUTER-FORFAIT
        WHEN "4"
            PERFORM LISTER-FORFAITS
        WHEN "5"
            PERFORM ATTRIBUER-FORFAIT
        WHEN "6"
            PERFORM CONSULTER-FORFAIT-COMPTE
        WHEN "0"
            CONTINUE
        WHEN OTHER
AJOUTER-TARIF.
*> La lecture d'existence se fait AVANT la saisie, puis WRITE ou
*> REWRITE sans relire (même principe que GestionAgences).
    DISPLAY "Code opération (VEXT, VIRI, CHQR, DUPL, COFP...) : ".
    ACCEPT CodeOperationTarif.

    MOVE 'N' TO TarifExistant.
    END-READ.
    EXIT.

AJOUTER-FORFAIT.
*> Forfait du catalogue : prix mensuel et jusqu'à huit quotas, un par
*> code d'opération du barème. Une modification de prix ou de quota
*> vaut pour la prochaine facturation de tous les comptes qui le
*> portent.
    DISPLAY "Code forfait (4 caractères) : ".
    ACCEPT CodeForfait.
    IF CodeForfait = SPACES
        DISPLAY "Code forfait obligatoire."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO ForfaitExistant.
    READ ForfaitFile
        KEY IS CodeForfait
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO ForfaitExistant
    END-READ.
    IF ForfaitExistant = 'N'
        MOVE CodeForfait TO CodeForfaitSaisi
        INITIALIZE ForfaitRecord
        MOVE CodeForfaitSaisi TO CodeForfait
    END-IF.

    DISPLAY "Libellé du forfait : ".
    ACCEPT LibelleForfait.
    DISPLAY "Prix mensuel du forfait : ".
    ACCEPT PrixMensuelForfait.
    DISPLAY "Statut (A = proposé, F = fermé à la souscription) : ".
    ACCEPT StatutForfait.
    IF StatutForfait NOT = 'F'
        MOVE 'A' TO StatutForfait
    END-IF.

    DISPLAY "Quotas compris (code opération à blanc pour terminer) :".
    MOVE 'N' TO FinSaisieQuotas.
    PERFORM SAISIR-UN-QUOTA
        VARYING IndexQuota FROM 1 BY 1 UNTIL IndexQuota > 8.

    IF ForfaitExistant = 'N'
        WRITE ForfaitRecord
        IF STATUS-FORFAITS NOT = "00"
            DISPLAY "Erreur à l'écriture de CatalogueForfaits. Code de statut : " STATUS-FORFAITS
        ELSE
            DISPLAY "Forfait " CodeForfait " créé."
        END-IF
    ELSE
        REWRITE ForfaitRecord
        IF STATUS-FORFAITS NOT = "00"
            DISPLAY "Erreur à la mise à jour de CatalogueForfaits. Code de statut : " STATUS-FORFAITS
        ELSE
            DISPLAY "Forfait " CodeForfait " mis à jour."
        END-IF
    END-IF.
    EXIT.

SAISIR-UN-QUOTA.
*> Après le premier code à blanc, les emplacements suivants sont
*> vidés : un quota retiré à la modification ne doit pas survivre.
    IF FinSaisieQuotas = 'O'
        MOVE SPACES TO CodeOperationQuota(IndexQuota)
        MOVE 0 TO QuantiteIncluse(IndexQuota)
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Quota " IndexQuota " - code opération (actuel : "
            CodeOperationQuota(IndexQuota) ") : ".
    ACCEPT CodeQuotaSaisi.
    IF CodeQuotaSaisi = SPACES
        MOVE 'O' TO FinSaisieQuotas
        MOVE SPACES TO CodeOperationQuota(IndexQuota)
        MOVE 0 TO QuantiteIncluse(IndexQuota)
        EXIT PARAGRAPH
    END-IF.
*>  Seul un code du barème se facture : un quota sur un code inconnu
*>  ne serait jamais consommé.
    MOVE CodeQuotaSaisi TO CodeOperationTarif.
    READ TarifFile
        KEY IS CodeOperationTarif
        INVALID KEY
            DISPLAY "Code " CodeQuotaSaisi " absent du barème : quota non retenu."
            MOVE SPACES TO CodeOperationQuota(IndexQuota)
            MOVE 0 TO QuantiteIncluse(IndexQuota)
            EXIT PARAGRAPH
    END-READ.
    MOVE CodeQuotaSaisi TO CodeOperationQuota(IndexQuota).
    DISPLAY "Quantité comprise par mois : ".
    ACCEPT QuantiteIncluse(IndexQuota).
    EXIT.

LISTER-FORFAITS.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodeForfait.
    START ForfaitFile KEY IS GREATER THAN CodeForfait
        INVALID KEY
            MOVE 'O' TO FinFichier
            DISPLAY "Aucun forfait enregistré."
    END-START.
    PERFORM LISTER-UN-FORFAIT UNTIL FinFichier = 'O'.
    EXIT.

LISTER-UN-FORFAIT.
    READ ForfaitFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
            EXIT PARAGRAPH
    END-READ.
    DISPLAY CodeForfait " : " LibelleForfait " | " PrixMensuelForfait
            " | " StatutForfait.
    PERFORM AFFICHER-UN-QUOTA
        VARYING IndexQuota FROM 1 BY 1 UNTIL IndexQuota > 8.
    EXIT.

AFFICHER-UN-QUOTA.
    IF CodeOperationQuota(IndexQuota) NOT = SPACES
        DISPLAY "     " CodeOperationQuota(IndexQuota) " x "
                QuantiteIncluse(IndexQuota)
    END-IF.
    EXIT.

ATTRIBUER-FORFAIT.
*> Le changement est posé en attente avec effet au premier du mois
*> suivant la date de traitement ; FacturationFrais le bascule quand
*> elle facture ce mois-là. Une nouvelle saisie dans le même mois
*> remplace simplement l'attente. Code à blanc : résiliation.
    DISPLAY "Numéro de compte : ".
    ACCEPT NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte introuvable."
            EXIT PARAGRAPH
    END-READ.
    IF StatutCompte = 'C'
        DISPLAY "Compte clos : aucun forfait ne peut y être attribué."
        EXIT PARAGRAPH
    END-IF.

    PERFORM LIRE-FORFAIT-COMPTE.
    PERFORM AFFICHER-FORFAIT-COMPTE.

    DISPLAY "Nouveau forfait (code, à blanc pour résilier) : ".
    ACCEPT CodeForfaitSaisi.
    IF CodeForfaitSaisi = SPACES
        IF CodeForfaitActuel = SPACES
           AND (ChangementPrevu NOT = 'O' OR CodeForfaitSuivant = SPACES)
            DISPLAY "Aucun forfait à résilier."
            EXIT PARAGRAPH
        END-IF
    ELSE
        MOVE CodeForfaitSaisi TO CodeForfait
        READ ForfaitFile
            KEY IS CodeForfait
            INVALID KEY
                DISPLAY "Forfait " CodeForfaitSaisi " inconnu."
                EXIT PARAGRAPH
        END-READ
        IF StatutForfait = 'F'
            DISPLAY "Forfait " CodeForfaitSaisi " fermé à la souscription."
            EXIT PARAGRAPH
        END-IF
    END-IF.

*>  Revenir au forfait en cours annule l'attente sans rien changer.
    IF CodeForfaitSaisi = CodeForfaitActuel
        IF ChangementPrevu = 'O'
            MOVE 'N' TO ChangementPrevu
            MOVE SPACES TO CodeForfaitSuivant
            MOVE 0 TO PeriodeEffetSuivant
            PERFORM ENREGISTRER-FORFAIT-COMPTE
            DISPLAY "Changement en attente annulé, forfait en cours maintenu."
        ELSE
            DISPLAY "Le compte porte déjà ce forfait."
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE DateTraitementJour(1:6) TO PeriodeCourante.
    IF DateTraitementJour(5:2) = "12"
        COMPUTE PeriodeSuivante = (PeriodeCourante / 100 + 1) * 100 + 1
    ELSE
        COMPUTE PeriodeSuivante = PeriodeCourante + 1
    END-IF.
    MOVE 'O' TO ChangementPrevu.
    MOVE CodeForfaitSaisi TO CodeForfaitSuivant.
    MOVE PeriodeSuivante TO PeriodeEffetSuivant.
    PERFORM ENREGISTRER-FORFAIT-COMPTE.
    IF CodeForfaitSaisi = SPACES
        DISPLAY "Résiliation du forfait effective sur " PeriodeSuivante "."
    ELSE
        DISPLAY "Forfait " CodeForfaitSaisi " effectif sur " PeriodeSuivante "."
    END-IF.
    EXIT.

LIRE-FORFAIT-COMPTE.
    MOVE 'N' TO AttributionExistante.
    MOVE NumeroCompte TO NumeroCompteForfait.
    READ ForfaitCompteFile
        KEY IS NumeroCompteForfait
        INVALID KEY
            INITIALIZE ForfaitCompteRecord
            MOVE NumeroCompte TO NumeroCompteForfait
            MOVE 'N' TO ChangementPrevu
        NOT INVALID KEY
            MOVE 'O' TO AttributionExistante
    END-READ.
    EXIT.

ENREGISTRER-FORFAIT-COMPTE.
    MOVE DateTraitementJour TO DateMajForfait.
    MOVE CodeOperateurSession TO OperateurForfait.
    IF AttributionExistante = 'N'
        WRITE ForfaitCompteRecord
    ELSE
        REWRITE ForfaitCompteRecord
    END-IF.
    IF STATUS-FORFAITS-COMPTES NOT = "00"
        DISPLAY "Erreur à l'écriture de ForfaitsComptes. Code de statut : "
                STATUS-FORFAITS-COMPTES
    ELSE
        MOVE 'O' TO AttributionExistante
    END-IF.
    EXIT.

CONSULTER-FORFAIT-COMPTE.
    DISPLAY "Numéro de compte : ".
    ACCEPT NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "Compte introuvable."
            EXIT PARAGRAPH
    END-READ.
    PERFORM LIRE-FORFAIT-COMPTE.
    PERFORM AFFICHER-FORFAIT-COMPTE.
    EXIT.

AFFICHER-FORFAIT-COMPTE.
    MOVE CodeForfaitActuel TO CodeForfaitEnVigueur.
    IF CodeForfaitEnVigueur = SPACES
        DISPLAY "Compte " NumeroCompte " : aucun forfait en cours (tarif unitaire)."
    ELSE
        DISPLAY "Compte " NumeroCompte " : forfait " CodeForfaitEnVigueur
                " depuis " PeriodeEffetActuel
    END-IF.
    IF ChangementPrevu = 'O'
        IF CodeForfaitSuivant = SPACES
            DISPLAY "   Résiliation prévue sur " PeriodeEffetSuivant
        ELSE
            DISPLAY "   Passage au forfait " CodeForfaitSuivant
                    " prévu sur " PeriodeEffetSuivant
        END-IF
        DISPLAY "   (saisi le " DateMajForfait " par " OperateurForfait ")"
    END-IF.
    EXIT.

LIRE-SESSION-OPERATEUR.
    OPEN INPUT SessionOperateurFile.
    IF STATUS-SESSION = "00"
        READ SessionOperateurFile
            AT END
                CONTINUE
            NOT AT END
                MOVE CodeOperateurSess TO CodeOperateurSession
        END-READ
        CLOSE SessionOperateurFile
    END-IF.
    EXIT.

CREER-TARIFS-PAR-DEFAUT.
*> Premier accès : on amorce le barème avec les tarifs votés par la
*> direction, ajustables ensuite ici même.
    MOVE "Duplicata de relevé" TO LibelleTarif.
    MOVE 3.00 TO MontantTarif.
    WRITE TarifOperationRecord.
    MOVE "COFP" TO CodeOperationTarif.
    MOVE "Loyer annuel coffre petit" TO LibelleTarif.
    MOVE 90.00 TO MontantTarif.
    WRITE TarifOperationRecord.
    MOVE "COFM" TO CodeOperationTarif.
    MOVE "Loyer annuel coffre moyen" TO LibelleTarif.
    MOVE 150.00 TO MontantTarif.
    WRITE TarifOperationRecord.
    MOVE "COFG" TO CodeOperationTarif.
    MOVE "Loyer annuel coffre grand" TO LibelleTarif.
    MOVE 240.00 TO MontantTarif.
    WRITE TarifOperationRecord.
    CLOSE TarifFile.
    DISPLAY "TarifsOperations amorcé avec VEXT, VIRI, CHQR, DUPL, COFP, COFM et COFG.".
    EXIT.
