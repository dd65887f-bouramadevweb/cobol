           RECORD KEY IS NumeroChangementRef
           FILE STATUS IS STATUS-CHANGEMENTS.

    SELECT MargeChangeFile
           ASSIGN TO 'MargesChange'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeDeviseMarge
           FILE STATUS IS STATUS-MARGES.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
FD ChangementRefFile.
COPY ChangementRefRecord.

FD MargeChangeFile.
COPY MargeChangeRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
01 FinChangements     PIC X.
01 DateHeureSysteme   PIC X(21).
01 TauxAffiche        PIC 9(3).9(4).
77 STATUS-MARGES      PIC XX.
01 MargeAchatSaisie   PIC 9V9(4).
01 MargeVenteSaisie   PIC 9V9(4).
01 MargeExistante     PIC X.
01 MargeAffichee      PIC 9.9(4).

PROCEDURE DIVISION.

        DISPLAY "Erreur à l'ouverture de TauxChangeFile. Code de statut : " STATUS-TAUXCHANGE
        STOP RUN
    END-IF.
    PERFORM AMORCER-MARGES-CHANGE.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    DISPLAY "1. Ajouter/corriger un taux à une date d'effet".
    DISPLAY "2. Lister tous les taux (historique compris)".
    DISPLAY "3. Taux en vigueur pour une devise à une date".
    DISPLAY "4. Demander une marge de change (billets au guichet)".
    DISPLAY "5. Lister les marges de change".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-TAUX
        WHEN "3"
            PERFORM CONSULTER-TAUX-EN-VIGUEUR
        WHEN "4"
            PERFORM DEMANDER-MARGE
        WHEN "5"
            PERFORM LISTER-MARGES
        WHEN "0"
            CONTINUE
        WHEN OTHER
    END-READ.
    EXIT.

DEMANDER-MARGE.
*> Les marges d'achat et de vente des billets font le prix du change
*> au guichet au même titre que le taux moyen : même double regard
*> (MARGECHG), la nouvelle valeur portant la marge d'achat en 1:6 et
*> la marge de vente en 8:6.
    DISPLAY "Code devise (USD, GBP...) : ".
    ACCEPT CodeDeviseSaisi.
    IF CodeDeviseSaisi = SPACES OR CodeDeviseSaisi = "EUR"
        DISPLAY "Devise étrangère obligatoire."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO MargeExistante.
    OPEN INPUT MargeChangeFile.
    IF STATUS-MARGES = "00"
        MOVE CodeDeviseSaisi TO CodeDeviseMarge
        READ MargeChangeFile
            KEY IS CodeDeviseMarge
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'O' TO MargeExistante
        END-READ
        CLOSE MargeChangeFile
    END-IF.

    DISPLAY "Marge à l'achat de billets (ex : 0.0250 pour 2,5 %) : ".
    ACCEPT MargeAchatSaisie.
    DISPLAY "Marge à la vente de billets (ex : 0.0250 pour 2,5 %) : ".
    ACCEPT MargeVenteSaisie.

    PERFORM OUVRIR-CHANGEMENTS.
    IF STATUS-CHANGEMENTS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM NUMEROTER-CHANGEMENT.
    MOVE "MARGECHG" TO FichierChangeRef.
    MOVE SPACES TO CleChangementRef.
    MOVE CodeDeviseSaisi TO CleChangementRef(1:3).
    MOVE SPACES TO AncienneValeurRef.
    IF MargeExistante = 'O'
        MOVE MargeAchatChange TO MargeAffichee
        MOVE MargeAffichee TO AncienneValeurRef(1:6)
        MOVE MargeVenteChange TO MargeAffichee
        MOVE MargeAffichee TO AncienneValeurRef(8:6)
    ELSE
        MOVE "(nouveau)" TO AncienneValeurRef
    END-IF.
    MOVE SPACES TO NouvelleValeurRef.
    MOVE MargeAchatSaisie TO MargeAffichee.
    MOVE MargeAffichee TO NouvelleValeurRef(1:6).
    MOVE MargeVenteSaisie TO MargeAffichee.
    MOVE MargeAffichee TO NouvelleValeurRef(8:6).
    PERFORM DEPOSER-CHANGEMENT.
    EXIT.

LISTER-MARGES.
    OPEN INPUT MargeChangeFile.
    IF STATUS-MARGES NOT = "00"
        DISPLAY "Aucune marge de change enregistrée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinFichier.
    MOVE LOW-VALUES TO CodeDeviseMarge.
    START MargeChangeFile KEY IS GREATER THAN CodeDeviseMarge
        INVALID KEY
            MOVE 'O' TO FinFichier
            DISPLAY "Aucune marge de change enregistrée."
    END-START.
    PERFORM LISTER-UNE-MARGE UNTIL FinFichier = 'O'.
    CLOSE MargeChangeFile.
    EXIT.

LISTER-UNE-MARGE.
    READ MargeChangeFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            DISPLAY CodeDeviseMarge " achat : " MargeAchatChange
                    " vente : " MargeVenteChange
    END-READ.
    EXIT.

AMORCER-MARGES-CHANGE.
*> Marges d'amorçage pour les devises amorcées dans
*> CREER-TAUX-CHANGE-PAR-DEFAUT, le temps que le service des changes
*> fasse valider les siennes.
    OPEN INPUT MargeChangeFile.
    IF STATUS-MARGES = "00"
        CLOSE MargeChangeFile
        EXIT PARAGRAPH
    END-IF.
    IF STATUS-MARGES NOT = "35"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT MargeChangeFile.
    MOVE "GBP" TO CodeDeviseMarge.
    MOVE 0.0250 TO MargeAchatChange.
    MOVE 0.0250 TO MargeVenteChange.
    WRITE MargeChangeRecord.
    MOVE "USD" TO CodeDeviseMarge.
    MOVE 0.0250 TO MargeAchatChange.
    MOVE 0.0250 TO MargeVenteChange.
    WRITE MargeChangeRecord.
    CLOSE MargeChangeFile.
    EXIT.

CREER-TAUX-CHANGE-PAR-DEFAUT.
*> Mêmes taux d'amorçage que Banque.cob, avec une date d'effet à
*> zéro : en vigueur depuis toujours, jusqu'à la première vraie
