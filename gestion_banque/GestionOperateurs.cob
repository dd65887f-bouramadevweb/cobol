           RECORD KEY IS CodeOperateur
           FILE STATUS IS STATUS-OPERATEURS.

    SELECT FichePaieFile
           ASSIGN TO 'FichesPaie'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeOperateurPaie
           FILE STATUS IS STATUS-FICHESPAIE.

DATA DIVISION.
FILE SECTION.
FD OperateurFile.
COPY OperateurRecord.

FD FichePaieFile.
COPY FichePaieRecord.

WORKING-STORAGE SECTION.
77 STATUS-OPERATEURS  PIC XX.
77 STATUS-FICHESPAIE  PIC XX.
01 FicheExistante    PIC X.
01 PeriodePayeeSauvee PIC 9(6).
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 OperateurExistant PIC X.
    DISPLAY "1. Ajouter/modifier un opérateur".
    DISPLAY "2. Lister les opérateurs".
    DISPLAY "3. État des mots de passe (expirations, défaut d'usine)".
    DISPLAY "4. Fiche de paie d'un opérateur (salaire, taux, compte)".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-OPERATEURS
        WHEN "3"
            PERFORM ETAT-MOTS-PASSE
        WHEN "4"
            PERFORM GERER-FICHE-PAIE
        WHEN "0"
            CONTINUE
        WHEN OTHER
    MOVE 'O' TO ChangementForce.
    DISPLAY "Nom de l'opérateur : ".
    ACCEPT NomOperateur.
    DISPLAY "Profil (G = guichetier, S = superviseur, E = exploitation, C = conformité) : ".
    ACCEPT ProfilOperateur.
    DISPLAY "Stagiaire en formation ? (O/N) : ".
    ACCEPT IndicStagiaire.
    END-IF.

    IF ProfilOperateur NOT = 'G' AND ProfilOperateur NOT = 'S'
       AND ProfilOperateur NOT = 'E' AND ProfilOperateur NOT = 'C'
        DISPLAY "Profil invalide (G, S, E ou C attendus)."
    ELSE
        IF OperateurExistant = 'N'
            WRITE OperateurRecord
    CLOSE OperateurFile.
    DISPLAY "OperateurFile amorcé avec le superviseur ADMIN/ADMIN : changez ce mot de passe.".
    EXIT.

GERER-FICHE-PAIE.
*> La paie du personnel vivait dans un tableur à part : la fiche de
*> paie de l'opérateur porte désormais son salaire de base, ses
*> taux horaires et le compte où verser son salaire, que
*> CalculPaiePersonnel reprend chaque mois. Toute la fiche se
*> ressaisit ; seul le dernier mois payé est conservé.
    DISPLAY "Code opérateur : ".
    ACCEPT CodeOperateur.
    READ OperateurFile
        KEY IS CodeOperateur
        INVALID KEY
            DISPLAY "Opérateur inconnu."
            EXIT PARAGRAPH
    END-READ.

    OPEN I-O FichePaieFile.
    IF STATUS-FICHESPAIE = "35"
        OPEN OUTPUT FichePaieFile
        CLOSE FichePaieFile
        OPEN I-O FichePaieFile
    END-IF.
    IF STATUS-FICHESPAIE NOT = "00"
        DISPLAY "Impossible d'ouvrir FichesPaie. Code de statut : " STATUS-FICHESPAIE
        EXIT PARAGRAPH
    END-IF.

    MOVE CodeOperateur TO CodeOperateurPaie.
    MOVE 'N' TO FicheExistante.
    MOVE 0 TO PeriodePayeeSauvee.
    READ FichePaieFile
        KEY IS CodeOperateurPaie
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO FicheExistante
            MOVE DernierePeriodePayee TO PeriodePayeeSauvee
            DISPLAY "Fiche actuelle de " NomOperateur " : base "
                    SalaireBaseMensuel " pour " HeuresMensuelles
                    " h, taux " TauxHoraire ", sup. " TauxHeureSup
                    ", nuit " PrimeHoraireNuit
            DISPLAY "  versement " DestinationPaie " " NumeroComptePaie
                    " " BicPaie " " IbanPaie ", statut "
                    StatutFichePaie ", payé jusqu'à "
                    DernierePeriodePayee
    END-READ.

    DISPLAY "Salaire de base mensuel : ".
    ACCEPT SalaireBaseMensuel.
    DISPLAY "Heures mensuelles du contrat : ".
    ACCEPT HeuresMensuelles.
    DISPLAY "Taux horaire (retenues d'absence) : ".
    ACCEPT TauxHoraire.
    DISPLAY "Taux horaire des heures supplémentaires : ".
    ACCEPT TauxHeureSup.
    DISPLAY "Prime horaire de nuit : ".
    ACCEPT PrimeHoraireNuit.
    DISPLAY "Versement (I = compte de la banque, E = autre banque) : ".
    ACCEPT DestinationPaie.
    MOVE SPACES TO NumeroComptePaie.
    MOVE SPACES TO BicPaie.
    MOVE SPACES TO IbanPaie.
    EVALUATE DestinationPaie
        WHEN 'I'
            DISPLAY "Numéro de compte : "
            ACCEPT NumeroComptePaie
        WHEN 'E'
            DISPLAY "BIC de la banque : "
            ACCEPT BicPaie
            DISPLAY "IBAN : "
            ACCEPT IbanPaie
        WHEN OTHER
            DISPLAY "Versement invalide (I ou E attendus) : fiche non enregistrée."
            CLOSE FichePaieFile
            EXIT PARAGRAPH
    END-EVALUATE.
    DISPLAY "Statut (A = en poste, S = sorti) : ".
    ACCEPT StatutFichePaie.
    IF StatutFichePaie NOT = 'S'
        MOVE 'A' TO StatutFichePaie
    END-IF.
    MOVE PeriodePayeeSauvee TO DernierePeriodePayee.

    IF FicheExistante = 'N'
        WRITE FichePaieRecord
        IF STATUS-FICHESPAIE NOT = "00"
            DISPLAY "Erreur à l'écriture de FichesPaie. Code de statut : " STATUS-FICHESPAIE
        ELSE
            DISPLAY "Fiche de paie de " CodeOperateur " créée."
        END-IF
    ELSE
        REWRITE FichePaieRecord
        IF STATUS-FICHESPAIE NOT = "00"
            DISPLAY "Erreur à la mise à jour de FichesPaie. Code de statut : " STATUS-FICHESPAIE
        ELSE
            DISPLAY "Fiche de paie de " CodeOperateur " mise à jour."
        END-IF
    END-IF.
    CLOSE FichePaieFile.
    EXIT.
