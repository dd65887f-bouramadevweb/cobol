IDENTIFICATION DIVISION.
PROGRAM-ID. ChangeGuichet.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TauxChangeFile
           ASSIGN TO 'TauxChangeFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleTauxChange
           FILE STATUS IS STATUS-TAUXCHANGE.

    SELECT MargeChangeFile
           ASSIGN TO 'MargesChange'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeDeviseMarge
           FILE STATUS IS STATUS-MARGES.

    SELECT OperationChangeFile
           ASSIGN TO 'OperationsChange'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroOperationChange
           FILE STATUS IS STATUS-OPERATIONS.

    SELECT SessionsCaisseFile
           ASSIGN TO 'SessionsCaisse'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleSessionCaisse
           FILE STATUS IS STATUS-CAISSES.

    SELECT CaisseDeviseFile
           ASSIGN TO 'CaissesDevises'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCaisseDevise
           FILE STATUS IS STATUS-DEVISES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-SESSION.

DATA DIVISION.
FILE SECTION.
FD TauxChangeFile.
COPY TauxChangeRecord.

FD MargeChangeFile.
COPY MargeChangeRecord.

FD OperationChangeFile.
COPY OperationChangeRecord.

FD SessionsCaisseFile.
COPY CaisseRecord.

FD CaisseDeviseFile.
COPY CaisseDeviseRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
   05 ProfilOperateurSess PIC X.

WORKING-STORAGE SECTION.
77 STATUS-TAUXCHANGE PIC XX.
77 STATUS-MARGES     PIC XX.
77 STATUS-OPERATIONS PIC XX.
77 STATUS-CAISSES    PIC XX.
77 STATUS-DEVISES    PIC XX.
77 STATUS-SESSION    PIC XX.
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 FinFichier        PIC X VALUE 'N'.
01 DateHeureSysteme  PIC X(21).
01 DateDuJour        PIC 9(8).
01 HeureDuJour       PIC 9(6).
01 SensSaisi         PIC X.
01 DeviseSaisie      PIC X(3).
01 MontantDeviseSaisi PIC 9(9).
01 NomClientSaisi    PIC X(30).
01 ReponseOuiNon     PIC X.
01 ChangeRecevable   PIC X.
01 TiroirDeviseExiste PIC X.
01 DisponibleDevise  PIC S9(11)V99.
01 ProchaineOperation PIC 9(8).

*> Cotation de l'opération en cours : taux moyen en vigueur (unités
*> de devise pour un euro, même convention que TauxChangeFile),
*> marge du sens de l'opération, contre-valeur au cours moyen, marge
*> en euros et montant réglé en euros.
01 TauxMoyen         PIC 9(3)V9(4).
01 DateEffetRetenue  PIC 9(8).
01 TauxRencontre     PIC X.
01 MargeRetenue      PIC 9V9(4).
01 ContreValeurCalc  PIC 9(11)V99.
01 MargeCalc         PIC 9(9)V99.
01 MontantEURCalc    PIC 9(11)V99.
01 CoursApplique     PIC 9(3)V9(4).
01 TauxAffiche       PIC 9(3).9(4).
01 MargeAffichee     PIC 9.9(4).
01 MontantAffiche    PIC Z(10)9.99.
01 CoursAffiche      PIC ZZ9.9(4).

*> Montant de référence de la cotation affichée au guichet.
01 MontantCotation   PIC 9(9) VALUE 100.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
01 StatutAudit       PIC XX.

PROCEDURE DIVISION.

*> Change manuel au guichet (bureau de change) : les guichetiers
*> achetaient et vendaient des billets étrangers hors du système.
*> Chaque opération se cote au taux moyen en vigueur de
*> TauxChangeFile, corrigé de la marge d'achat ou de vente de la
*> devise (MargesChange) ; les euros passent par la caisse EUR du
*> guichetier, les billets par son tiroir dans la devise
*> (CaissesDevises), et le client repart avec un reçu numéroté. La
*> marge part en produit de change au grand livre
*> (GrandLivreExtraction relit OperationsChange).
    PERFORM LIRE-SESSION-OPERATEUR.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    GOBACK.

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

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "CHANGE MANUEL - opérateur " CodeOperateurSession.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Achat de billets étrangers au client".
    DISPLAY "2. Vente de billets étrangers au client".
    DISPLAY "3. Cours du jour d'une devise".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    MOVE DateHeureSysteme(9:6) TO HeureDuJour.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            MOVE 'A' TO SensSaisi
            PERFORM EFFECTUER-CHANGE
        WHEN "2"
            MOVE 'V' TO SensSaisi
            PERFORM EFFECTUER-CHANGE
        WHEN "3"
            PERFORM AFFICHER-COURS-DU-JOUR
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

EFFECTUER-CHANGE.
*> Le change ne se fait que caisse ouverte : les euros entrent ou
*> sortent du tiroir et doivent se retrouver à la clôture.
    PERFORM CONTROLER-CAISSE-EUR.
    IF ChangeRecevable = 'N'
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Devise des billets (USD, GBP...) : ".
    ACCEPT DeviseSaisie.
    PERFORM COTER-DEVISE.
    IF ChangeRecevable = 'N'
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Montant en billets " DeviseSaisie " (unités entières) : ".
    ACCEPT MontantDeviseSaisi.
    IF MontantDeviseSaisi NOT NUMERIC OR MontantDeviseSaisi = 0
        DISPLAY "Montant invalide."
        EXIT PARAGRAPH
    END-IF.

    PERFORM CONTROLER-TIROIR-DEVISE.
    IF ChangeRecevable = 'N'
        EXIT PARAGRAPH
    END-IF.

    PERFORM CALCULER-CHANGE.
    IF MontantEURCalc = 0
        DISPLAY "Montant trop faible pour être changé."
        EXIT PARAGRAPH
    END-IF.

    MOVE MontantEURCalc TO MontantAffiche.
    MOVE CoursApplique TO CoursAffiche.
    IF SensSaisi = 'A'
        DISPLAY "Le client remet " MontantDeviseSaisi " " DeviseSaisie
                " et reçoit " MontantAffiche " EUR (cours " CoursAffiche ")."
    ELSE
        DISPLAY "Le client reçoit " MontantDeviseSaisi " " DeviseSaisie
                " et paie " MontantAffiche " EUR (cours " CoursAffiche ")."
    END-IF.
    DISPLAY "Nom du client (reçu) : ".
    ACCEPT NomClientSaisi.
    DISPLAY "Confirmer l'opération (O/N) : ".
    ACCEPT ReponseOuiNon.
    IF ReponseOuiNon NOT = 'O'
        DISPLAY "Opération abandonnée."
        EXIT PARAGRAPH
    END-IF.

    PERFORM ENREGISTRER-OPERATION.
    IF STATUS-OPERATIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CUMULER-CAISSE-EUR.
    PERFORM CUMULER-TIROIR-DEVISE.
    PERFORM IMPRIMER-RECU.
    PERFORM JOURNALISER-CHANGE.
    EXIT.

CONTROLER-CAISSE-EUR.
    MOVE 'N' TO ChangeRecevable.
    OPEN INPUT SessionsCaisseFile.
    IF STATUS-CAISSES NOT = "00"
        DISPLAY "Aucune caisse ouverte (fichier absent) : change impossible."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeOperateurCaisse.
    MOVE DateDuJour TO DateCaisse.
    READ SessionsCaisseFile
        KEY IS CleSessionCaisse
        INVALID KEY
            DISPLAY "Caisse du jour non ouverte : change impossible."
        NOT INVALID KEY
            IF StatutCaisse = 'O'
                MOVE 'O' TO ChangeRecevable
            ELSE
                DISPLAY "Caisse du jour déjà clôturée : change impossible."
            END-IF
    END-READ.
    CLOSE SessionsCaisseFile.
    EXIT.

COTER-DEVISE.
*> Une devise se change si elle a un taux en vigueur ET une marge :
*> pas de cotation à 1.0000 par défaut comme en comptabilisation,
*> ce serait un prix inventé au comptoir.
    MOVE 'N' TO ChangeRecevable.
    IF DeviseSaisie = SPACES OR DeviseSaisie = "EUR"
        DISPLAY "Devise étrangère obligatoire."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TauxChangeFile.
    IF STATUS-TAUXCHANGE NOT = "00"
        DISPLAY "Impossible d'ouvrir TauxChangeFile. Code de statut : " STATUS-TAUXCHANGE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO TauxMoyen.
    MOVE 0 TO DateEffetRetenue.
    MOVE 'N' TO TauxRencontre.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CleTauxChange.
    START TauxChangeFile KEY IS GREATER THAN CleTauxChange
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM EXAMINER-UN-TAUX UNTIL FinFichier = 'O'.
    CLOSE TauxChangeFile.
    IF TauxRencontre = 'N' OR TauxMoyen = 0
        DISPLAY "Aucun taux en vigueur pour " DeviseSaisie " : change impossible."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT MargeChangeFile.
    IF STATUS-MARGES NOT = "00"
        DISPLAY "Aucune marge de change définie (MargesChange absent) : change impossible."
        EXIT PARAGRAPH
    END-IF.
    MOVE DeviseSaisie TO CodeDeviseMarge.
    READ MargeChangeFile
        KEY IS CodeDeviseMarge
        INVALID KEY
            DISPLAY "Aucune marge de change pour " DeviseSaisie " : change impossible."
            CLOSE MargeChangeFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE MargeChangeFile.
    MOVE 'O' TO ChangeRecevable.
    EXIT.

EXAMINER-UN-TAUX.
*> Taux en vigueur : la date d'effet la plus récente qui ne dépasse
*> pas la date du jour (même règle que GestionTauxChange).
    READ TauxChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF CodeDevise = DeviseSaisie
               AND DateEffetTaux <= DateDuJour
               AND (TauxRencontre = 'N' OR DateEffetTaux >= DateEffetRetenue)
                MOVE TauxParRapportEUR TO TauxMoyen
                MOVE DateEffetTaux TO DateEffetRetenue
                MOVE 'O' TO TauxRencontre
            END-IF
    END-READ.
    EXIT.

CONTROLER-TIROIR-DEVISE.
*> Une vente sort des billets du tiroir dans la devise : il doit
*> être ouvert et les porter. Un achat les y fait entrer : le tiroir
*> ne doit simplement pas être déjà clôturé (absent, il s'ouvrira à
*> zéro).
    MOVE 'N' TO ChangeRecevable.
    MOVE 'N' TO TiroirDeviseExiste.
    OPEN INPUT CaisseDeviseFile.
    IF STATUS-DEVISES = "00"
        MOVE CodeOperateurSession TO CodeOperateurCaisseDev
        MOVE DateDuJour TO DateCaisseDev
        MOVE DeviseSaisie TO DeviseCaisseDev
        READ CaisseDeviseFile
            KEY IS CleCaisseDevise
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'O' TO TiroirDeviseExiste
        END-READ
        CLOSE CaisseDeviseFile
    END-IF.

    IF TiroirDeviseExiste = 'O' AND StatutCaisseDevise = 'F'
        DISPLAY "Tiroir " DeviseSaisie " déjà clôturé ce jour : change impossible."
        EXIT PARAGRAPH
    END-IF.
    IF SensSaisi = 'V'
        IF TiroirDeviseExiste = 'N'
            DISPLAY "Aucun billet " DeviseSaisie " au tiroir : vente impossible."
            EXIT PARAGRAPH
        END-IF
        COMPUTE DisponibleDevise = FondsOuvertureDevise
                + TotalAchatsDevise - TotalVentesDevise
        IF MontantDeviseSaisi > DisponibleDevise
            DISPLAY "Le tiroir ne porte que " DisponibleDevise " "
                    DeviseSaisie " : vente impossible."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'O' TO ChangeRecevable.
    EXIT.

CALCULER-CHANGE.
*> Contre-valeur au cours moyen, puis marge : retranchée de ce que
*> le client reçoit quand la banque achète ses billets, ajoutée à ce
*> qu'il paie quand elle les lui vend.
    COMPUTE ContreValeurCalc ROUNDED = MontantDeviseSaisi / TauxMoyen.
    IF SensSaisi = 'A'
        MOVE MargeAchatChange TO MargeRetenue
        COMPUTE MargeCalc ROUNDED = ContreValeurCalc * MargeRetenue
        COMPUTE MontantEURCalc = ContreValeurCalc - MargeCalc
    ELSE
        MOVE MargeVenteChange TO MargeRetenue
        COMPUTE MargeCalc ROUNDED = ContreValeurCalc * MargeRetenue
        COMPUTE MontantEURCalc = ContreValeurCalc + MargeCalc
    END-IF.
    MOVE 0 TO CoursApplique.
    IF MontantEURCalc > 0
        COMPUTE CoursApplique ROUNDED = MontantDeviseSaisi / MontantEURCalc
    END-IF.
    EXIT.

ENREGISTRER-OPERATION.
    OPEN I-O OperationChangeFile.
    IF STATUS-OPERATIONS = "35"
        OPEN OUTPUT OperationChangeFile
        CLOSE OperationChangeFile
        OPEN I-O OperationChangeFile
    END-IF.
    IF STATUS-OPERATIONS NOT = "00"
        DISPLAY "Impossible d'ouvrir OperationsChange. Code de statut : " STATUS-OPERATIONS
        DISPLAY "Opération non enregistrée : ne pas remettre les fonds."
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO ProchaineOperation.
    MOVE 0 TO NumeroOperationChange.
    MOVE 'N' TO FinFichier.
    START OperationChangeFile KEY IS NOT LESS THAN NumeroOperationChange
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RELEVER-UNE-OPERATION UNTIL FinFichier = 'O'.

    MOVE ProchaineOperation TO NumeroOperationChange.
    MOVE DateDuJour TO DateOperationChange.
    MOVE HeureDuJour TO HeureOperationChange.
    MOVE CodeOperateurSession TO OperateurChange.
    MOVE SensSaisi TO SensChange.
    MOVE DeviseSaisie TO DeviseChange.
    MOVE MontantDeviseSaisi TO MontantDeviseChange.
    MOVE TauxMoyen TO TauxMoyenChange.
    MOVE MargeRetenue TO MargeAppliquee.
    MOVE ContreValeurCalc TO ContreValeurMoyenne.
    MOVE MargeCalc TO MontantMargeChange.
    MOVE MontantEURCalc TO MontantEURChange.
    MOVE NomClientSaisi TO NomClientChange.
    WRITE OperationChangeRecord.
    IF STATUS-OPERATIONS NOT = "00"
        DISPLAY "Erreur à l'écriture de OperationsChange. Code de statut : " STATUS-OPERATIONS
        DISPLAY "Opération non enregistrée : ne pas remettre les fonds."
    END-IF.
    CLOSE OperationChangeFile.
    EXIT.

RELEVER-UNE-OPERATION.
    READ OperationChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroOperationChange >= ProchaineOperation
                COMPUTE ProchaineOperation = NumeroOperationChange + 1
            END-IF
    END-READ.
    EXIT.

CUMULER-CAISSE-EUR.
*> Vente de billets : les euros du client entrent au tiroir ; achat :
*> ils en sortent. Même avertissement que Banque.cob si la caisse ne
*> peut pas être mise à jour — l'opération reste enregistrée.
    OPEN I-O SessionsCaisseFile.
    IF STATUS-CAISSES NOT = "00"
        DISPLAY "Avertissement : caisse inaccessible, euros non cumulés."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeOperateurCaisse.
    MOVE DateDuJour TO DateCaisse.
    READ SessionsCaisseFile
        KEY IS CleSessionCaisse
        INVALID KEY
            DISPLAY "Avertissement : caisse du jour introuvable, euros non cumulés."
        NOT INVALID KEY
            IF SensSaisi = 'V'
                ADD MontantEURCalc TO ChangeEntreesEUR
            ELSE
                ADD MontantEURCalc TO ChangeSortiesEUR
            END-IF
            REWRITE CaisseRecord
            IF STATUS-CAISSES NOT = "00"
                DISPLAY "Erreur à la mise à jour de la caisse. Code de statut : " STATUS-CAISSES
            END-IF
    END-READ.
    CLOSE SessionsCaisseFile.
    EXIT.

CUMULER-TIROIR-DEVISE.
    OPEN I-O CaisseDeviseFile.
    IF STATUS-DEVISES = "35"
        OPEN OUTPUT CaisseDeviseFile
        CLOSE CaisseDeviseFile
        OPEN I-O CaisseDeviseFile
    END-IF.
    IF STATUS-DEVISES NOT = "00"
        DISPLAY "Avertissement : tiroirs en devises inaccessibles, billets non cumulés."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeOperateurSession TO CodeOperateurCaisseDev.
    MOVE DateDuJour TO DateCaisseDev.
    MOVE DeviseSaisie TO DeviseCaisseDev.
    READ CaisseDeviseFile
        KEY IS CleCaisseDevise
        INVALID KEY
            MOVE CodeOperateurSession TO CodeOperateurCaisseDev
            MOVE DateDuJour TO DateCaisseDev
            MOVE DeviseSaisie TO DeviseCaisseDev
            MOVE 0 TO FondsOuvertureDevise
            MOVE 0 TO TotalAchatsDevise
            MOVE 0 TO TotalVentesDevise
            MOVE 0 TO MontantCompteDevise
            MOVE 0 TO EcartCaisseDevise
            MOVE 'O' TO StatutCaisseDevise
            MOVE MontantDeviseSaisi TO TotalAchatsDevise
            WRITE CaisseDeviseRecord
        NOT INVALID KEY
            IF SensSaisi = 'A'
                ADD MontantDeviseSaisi TO TotalAchatsDevise
            ELSE
                ADD MontantDeviseSaisi TO TotalVentesDevise
            END-IF
            REWRITE CaisseDeviseRecord
    END-READ.
    IF STATUS-DEVISES NOT = "00"
        DISPLAY "Erreur à la mise à jour du tiroir " DeviseSaisie
                ". Code de statut : " STATUS-DEVISES
    END-IF.
    CLOSE CaisseDeviseFile.
    EXIT.

IMPRIMER-RECU.
    MOVE TauxMoyen TO TauxAffiche.
    MOVE MargeRetenue TO MargeAffichee.
    DISPLAY "========================================================".
    DISPLAY "REÇU DE CHANGE N° " NumeroOperationChange.
    DISPLAY "Le " DateDuJour " à " HeureDuJour
            " - guichet " CodeOperateurSession.
    DISPLAY "Client : " NomClientSaisi.
    DISPLAY "--------------------------------------------------------".
    IF SensSaisi = 'A'
        DISPLAY "ACHAT DE BILLETS PAR LA BANQUE"
        DISPLAY "Billets remis par le client : " MontantDeviseSaisi " " DeviseSaisie
    ELSE
        DISPLAY "VENTE DE BILLETS PAR LA BANQUE"
        DISPLAY "Billets remis au client     : " MontantDeviseSaisi " " DeviseSaisie
    END-IF.
    DISPLAY "Cours moyen du jour         : " TauxAffiche " " DeviseSaisie " pour 1 EUR".
    MOVE ContreValeurCalc TO MontantAffiche.
    DISPLAY "Contre-valeur au cours moyen: " MontantAffiche " EUR".
    MOVE MargeCalc TO MontantAffiche.
    DISPLAY "Marge de change (" MargeAffichee ") : " MontantAffiche " EUR".
    MOVE MontantEURCalc TO MontantAffiche.
    MOVE CoursApplique TO CoursAffiche.
    IF SensSaisi = 'A'
        DISPLAY "MONTANT REMIS AU CLIENT     : " MontantAffiche " EUR"
    ELSE
        DISPLAY "MONTANT PAYÉ PAR LE CLIENT  : " MontantAffiche " EUR"
    END-IF.
    DISPLAY "Cours appliqué              : " CoursAffiche " " DeviseSaisie " pour 1 EUR".
    DISPLAY "========================================================".
    EXIT.

AFFICHER-COURS-DU-JOUR.
*> Cotation pour 100 unités dans les deux sens, à afficher au
*> comptoir ou à donner au téléphone.
    DISPLAY "Devise (USD, GBP...) : ".
    ACCEPT DeviseSaisie.
    PERFORM COTER-DEVISE.
    IF ChangeRecevable = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE TauxMoyen TO TauxAffiche.
    DISPLAY "Cours moyen " DeviseSaisie " au " DateDuJour " : "
            TauxAffiche " pour 1 EUR (effet " DateEffetRetenue ")".
    MOVE MontantCotation TO MontantDeviseSaisi.
    MOVE 'A' TO SensSaisi.
    PERFORM CALCULER-CHANGE.
    MOVE MontantEURCalc TO MontantAffiche.
    DISPLAY "La banque achète " MontantCotation " " DeviseSaisie
            " : le client reçoit " MontantAffiche " EUR".
    MOVE 'V' TO SensSaisi.
    PERFORM CALCULER-CHANGE.
    MOVE MontantEURCalc TO MontantAffiche.
    DISPLAY "La banque vend   " MontantCotation " " DeviseSaisie
            " : le client paie   " MontantAffiche " EUR".
    EXIT.

JOURNALISER-CHANGE.
    MOVE SPACES TO LigneAuditBanque.
    STRING "CHANGE MANUEL " DELIMITED BY SIZE
           NumeroOperationChange DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SensChange DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DeviseChange DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantDeviseChange DELIMITED BY SIZE
           " EUR " DELIMITED BY SIZE
           MontantEURChange DELIMITED BY SIZE
           " marge " DELIMITED BY SIZE
           MontantMargeChange DELIMITED BY SIZE
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
