           RECORD KEY IS CleBilletage
           FILE STATUS IS STATUS-BILLETAGES.

    SELECT CaisseDeviseFile
           ASSIGN TO 'CaissesDevises'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCaisseDevise
           FILE STATUS IS STATUS-DEVISES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
FD BilletageFile.
COPY BilletageRecord.

FD CaisseDeviseFile.
COPY CaisseDeviseRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
01 FinBilletages     PIC X.
01 NbCaissesCumulees PIC 9(3).
01 DateResume        PIC 9(8).
77 STATUS-DEVISES    PIC XX.
01 DeviseSaisie      PIC X(3).
01 FinDevises        PIC X.
01 EncaisseDevise    PIC 9(11)V99.

*> Valeurs faciales, du billet de 500 au centime, dans l'ordre des
*> compteurs de BilletageRecord.
            MOVE DateDuJour TO DateCaisse
            MOVE 0 TO TotalDepotsEspeces
            MOVE 0 TO TotalRetraitsEspeces
            MOVE 0 TO ChangeEntreesEUR
            MOVE 0 TO ChangeSortiesEUR
            MOVE 0 TO MontantCompte
            MOVE 0 TO EcartCaisse
            MOVE 'O' TO StatutCaisse
                DISPLAY "Erreur à l'ouverture de la caisse. Code de statut : " STATUS-CAISSES
            ELSE
                DISPLAY "Caisse du " DateDuJour " ouverte avec " FondsOuverture "."
                PERFORM OUVRIR-TIROIRS-DEVISES
            END-IF
        NOT INVALID KEY
            DISPLAY "La caisse du jour existe déjà (statut " StatutCaisse ")."
        NOT INVALID KEY
            COMPUTE EncaisseTheorique = FondsOuverture
                    + TotalDepotsEspeces - TotalRetraitsEspeces
                    + ChangeEntreesEUR - ChangeSortiesEUR
            DISPLAY "Caisse du " DateCaisse " (statut " StatutCaisse ")"
            DISPLAY "Fonds d'ouverture : " FondsOuverture
            DISPLAY "Dépôts espèces    : " TotalDepotsEspeces
            DISPLAY "Retraits espèces  : " TotalRetraitsEspeces
            DISPLAY "Change (entrées)  : " ChangeEntreesEUR
            DISPLAY "Change (sorties)  : " ChangeSortiesEUR
            DISPLAY "Encaisse théorique: " EncaisseTheorique
            PERFORM CONSULTER-TIROIRS-DEVISES
    END-READ.
    EXIT.

    PERFORM ENREGISTRER-BILLETAGE.

    COMPUTE EncaisseTheorique = FondsOuverture
            + TotalDepotsEspeces - TotalRetraitsEspeces
            + ChangeEntreesEUR - ChangeSortiesEUR.
    MOVE EncaisseComptee TO MontantCompte.
    COMPUTE EcartCaisse = EncaisseComptee - EncaisseTheorique.
    MOVE 'F' TO StatutCaisse.
        DISPLAY "Fonds d'ouverture : " FondsOuverture
        DISPLAY "Dépôts espèces    : " TotalDepotsEspeces
        DISPLAY "Retraits espèces  : " TotalRetraitsEspeces
        DISPLAY "Change (entrées)  : " ChangeEntreesEUR
        DISPLAY "Change (sorties)  : " ChangeSortiesEUR
        DISPLAY "Encaisse théorique: " EncaisseTheorique
        DISPLAY "Encaisse comptée  : " EncaisseComptee
        IF EcartCaisse = 0
        PERFORM IMPRIMER-BILLETAGE-CLOTURE
        DISPLAY "--------------------------------------------------------"
        PERFORM JOURNALISER-CLOTURE
        PERFORM SOLDER-TIROIRS-DEVISES
    END-IF.
    EXIT.

OUVRIR-TIROIRS-DEVISES.
*> Billets étrangers du tiroir (dotés par le coffre, GestionCoffre
*> option 8), déclarés devise par devise à l'ouverture. Une devise
*> non déclarée s'ouvrira à zéro au premier billet acheté au client
*> par le change manuel.
    OPEN I-O CaisseDeviseFile.
    IF STATUS-DEVISES = "35"
        OPEN OUTPUT CaisseDeviseFile
        CLOSE CaisseDeviseFile
        OPEN I-O CaisseDeviseFile
    END-IF.
    IF STATUS-DEVISES NOT = "00"
        DISPLAY "Impossible d'ouvrir CaissesDevises. Code de statut : " STATUS-DEVISES
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinDevises.
    PERFORM DECLARER-UNE-DEVISE UNTIL FinDevises = 'O'.
    CLOSE CaisseDeviseFile.
    EXIT.

DECLARER-UNE-DEVISE.
    DISPLAY "Devise étrangère présente au tiroir (blanc pour terminer) : ".
    ACCEPT DeviseSaisie.
    IF DeviseSaisie = SPACES
        MOVE 'O' TO FinDevises
        EXIT PARAGRAPH
    END-IF.
    IF DeviseSaisie = "EUR"
        DISPLAY "Les euros sont déjà dans le fonds d'ouverture."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeOperateurCaisseDev.
    MOVE DateDuJour TO DateCaisseDev.
    MOVE DeviseSaisie TO DeviseCaisseDev.
    DISPLAY "Fonds d'ouverture en " DeviseSaisie " : ".
    ACCEPT FondsOuvertureDevise.
    IF FondsOuvertureDevise NOT NUMERIC
        MOVE 0 TO FondsOuvertureDevise
    END-IF.
    MOVE 0 TO TotalAchatsDevise.
    MOVE 0 TO TotalVentesDevise.
    MOVE 0 TO MontantCompteDevise.
    MOVE 0 TO EcartCaisseDevise.
    MOVE 'O' TO StatutCaisseDevise.
    WRITE CaisseDeviseRecord
        INVALID KEY
            DISPLAY "Devise " DeviseSaisie " déjà déclarée ce jour."
        NOT INVALID KEY
            DISPLAY "Tiroir " DeviseSaisie " ouvert avec " FondsOuvertureDevise "."
    END-WRITE.
    EXIT.

CONSULTER-TIROIRS-DEVISES.
    OPEN INPUT CaisseDeviseFile.
    IF STATUS-DEVISES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM POSITIONNER-TIROIRS-DEVISES.
    PERFORM AFFICHER-UN-TIROIR-DEVISE UNTIL FinDevises = 'O'.
    CLOSE CaisseDeviseFile.
    EXIT.

POSITIONNER-TIROIRS-DEVISES.
*> Premier tiroir en devise de l'opérateur pour le jour.
    MOVE CodeOperateurSession TO CodeOperateurCaisseDev.
    MOVE DateDuJour TO DateCaisseDev.
    MOVE LOW-VALUES TO DeviseCaisseDev.
    MOVE 'N' TO FinDevises.
    START CaisseDeviseFile KEY IS NOT LESS THAN CleCaisseDevise
        INVALID KEY
            MOVE 'O' TO FinDevises
    END-START.
    EXIT.

LIRE-TIROIR-DEVISE-SUIVANT.
    READ CaisseDeviseFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDevises
    END-READ.
    IF FinDevises NOT = 'O'
        IF CodeOperateurCaisseDev NOT = CodeOperateurSession
           OR DateCaisseDev NOT = DateDuJour
            MOVE 'O' TO FinDevises
        END-IF
    END-IF.
    EXIT.

AFFICHER-UN-TIROIR-DEVISE.
    PERFORM LIRE-TIROIR-DEVISE-SUIVANT.
    IF FinDevises = 'O'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EncaisseDevise = FondsOuvertureDevise
            + TotalAchatsDevise - TotalVentesDevise.
    DISPLAY "Tiroir " DeviseCaisseDev " (statut " StatutCaisseDevise ")"
            " : fonds " FondsOuvertureDevise
            " achats " TotalAchatsDevise
            " ventes " TotalVentesDevise
            " théorique " EncaisseDevise.
    EXIT.

SOLDER-TIROIRS-DEVISES.
*> Les billets étrangers se comptent à la clôture comme les euros :
*> une ligne de bordereau et un écart par devise, journalisés.
    OPEN I-O CaisseDeviseFile.
    IF STATUS-DEVISES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM POSITIONNER-TIROIRS-DEVISES.
    PERFORM SOLDER-UN-TIROIR-DEVISE UNTIL FinDevises = 'O'.
    CLOSE CaisseDeviseFile.
    EXIT.

SOLDER-UN-TIROIR-DEVISE.
    PERFORM LIRE-TIROIR-DEVISE-SUIVANT.
    IF FinDevises = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutCaisseDevise = 'F'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EncaisseDevise = FondsOuvertureDevise
            + TotalAchatsDevise - TotalVentesDevise.
    DISPLAY "Billets " DeviseCaisseDev " comptés dans le tiroir : ".
    ACCEPT MontantCompteDevise.
    IF MontantCompteDevise NOT NUMERIC
        MOVE 0 TO MontantCompteDevise
    END-IF.
    COMPUTE EcartCaisseDevise = MontantCompteDevise - EncaisseDevise.
    MOVE 'F' TO StatutCaisseDevise.
    REWRITE CaisseDeviseRecord.
    IF STATUS-DEVISES NOT = "00"
        DISPLAY "Erreur à la clôture du tiroir " DeviseCaisseDev
                ". Code de statut : " STATUS-DEVISES
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "BORDEREAU " DeviseCaisseDev
            " : fonds " FondsOuvertureDevise
            " achats " TotalAchatsDevise
            " ventes " TotalVentesDevise.
    DISPLAY "  théorique " EncaisseDevise
            " compté " MontantCompteDevise
            " écart " EcartCaisseDevise.
    PERFORM JOURNALISER-CLOTURE-DEVISE.
    EXIT.

JOURNALISER-CLOTURE-DEVISE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "CAISSE DEVISE " DELIMITED BY SIZE
           DeviseCaisseDev DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateCaisseDev DELIMITED BY SIZE
           " théorique " DELIMITED BY SIZE
           EncaisseDevise DELIMITED BY SIZE
           " compté " DELIMITED BY SIZE
           MontantCompteDevise DELIMITED BY SIZE
           " écart " DELIMITED BY SIZE
           EcartCaisseDevise DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

