IDENTIFICATION DIVISION.
PROGRAM-ID. ComiteCredit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DemandePretFile
           ASSIGN TO 'DemandesPrets'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroDemandePret
           FILE STATUS IS STATUS-DEMANDES.

DATA DIVISION.
FILE SECTION.
FD DemandePretFile.
COPY DemandePretRecord.

WORKING-STORAGE SECTION.
77 STATUS-DEMANDES    PIC XX.
01 FinDemandes        PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 MoisCourant        PIC 9(6).
01 MoisPrecedent      PIC 9(6).
01 MoisDemande        PIC 9(6).
01 NbDemandesLues     PIC 9(6) VALUE 0.
01 NbDemandesMois     PIC 9(5) VALUE 0.
01 NbAccordees        PIC 9(5) VALUE 0.
01 NbDebloquees       PIC 9(5) VALUE 0.
01 NbRefusees         PIC 9(5) VALUE 0.
01 NbAbandonnees      PIC 9(5) VALUE 0.
01 NbEnAttente        PIC 9(5) VALUE 0.
01 TotalDemande       PIC 9(15)V99 VALUE 0.
01 TotalAccorde       PIC 9(15)V99 VALUE 0.
01 TotalRefuse        PIC 9(15)V99 VALUE 0.
01 LibelleStatut      PIC X(12).

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
01 DateTraitementJour  PIC 9(8).
01 StatutDateTraitement PIC XX.

PROCEDURE DIVISION.

*> État mensuel du comité de crédit : toutes les demandes de prêt
*> saisies le mois précédent avec leur sort (accordées, débloquées,
*> refusées, abandonnées), l'endettement mesuré et qui a décidé, puis
*> les demandes encore en attente de décision, quel que soit leur
*> mois. Auto-conditionné au premier du mois, comme l'état des
*> impayés de coffres de LoyersCoffres.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.

    IF DateTraitementJour(7:2) NOT = "01"
        DISPLAY "Comité de crédit : état produit le premier du mois seulement."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    MOVE DateTraitementJour(1:6) TO MoisCourant.
    IF DateTraitementJour(5:2) = "01"
        COMPUTE MoisPrecedent = MoisCourant - 89
    ELSE
        COMPUTE MoisPrecedent = MoisCourant - 1
    END-IF.

    OPEN INPUT DemandePretFile.
    IF STATUS-DEMANDES NOT = "00"
        DISPLAY "Aucune demande de prêt enregistrée (fichier absent ou vide)."
        MOVE "OK" TO StatutFinCtl
        PERFORM TERMINER-CONTROLE
        GOBACK
    END-IF.

    DISPLAY "========================================================".
    DISPLAY "COMITÉ DE CRÉDIT - DEMANDES DE PRÊT DU MOIS " MoisPrecedent.
    DISPLAY "--------------------------------------------------------".

    PERFORM RAPPORTER-UNE-DEMANDE UNTIL FinDemandes = 'O'.

    DISPLAY "--------------------------------------------------------".
    DISPLAY NbDemandesMois " demande(s) pour " TotalDemande.
    DISPLAY "  accordées non débloquées : " NbAccordees.
    DISPLAY "  débloquées               : " NbDebloquees.
    DISPLAY "  montant accordé          : " TotalAccorde.
    DISPLAY "  refusées                 : " NbRefusees
            " pour " TotalRefuse.
    DISPLAY "  abandonnées              : " NbAbandonnees.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "DEMANDES EN ATTENTE DE DÉCISION (tous mois)".

    MOVE 'N' TO FinDemandes.
    MOVE 0 TO NumeroDemandePret.
    START DemandePretFile KEY IS NOT LESS THAN NumeroDemandePret
        INVALID KEY
            MOVE 'O' TO FinDemandes
    END-START.
    PERFORM RAPPELER-UNE-ATTENTE UNTIL FinDemandes = 'O'.

    CLOSE DemandePretFile.

    DISPLAY NbEnAttente " demande(s) encore en attente.".
    DISPLAY "========================================================".

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.
    GOBACK.

RAPPORTER-UNE-DEMANDE.
    READ DemandePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDemandes
    END-READ.
    IF FinDemandes = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDemandesLues.
    MOVE DateDemandePret(1:6) TO MoisDemande.
    IF MoisDemande NOT = MoisPrecedent
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO NbDemandesMois.
    ADD MontantDemande TO TotalDemande.
    EVALUATE StatutDemandePret
        WHEN 'A'
            ADD 1 TO NbAccordees
            ADD MontantDemande TO TotalAccorde
            MOVE "ACCORDÉE" TO LibelleStatut
        WHEN 'D'
            ADD 1 TO NbDebloquees
            ADD MontantDemande TO TotalAccorde
            MOVE "DÉBLOQUÉE" TO LibelleStatut
        WHEN 'R'
            ADD 1 TO NbRefusees
            ADD MontantDemande TO TotalRefuse
            MOVE "REFUSÉE" TO LibelleStatut
        WHEN 'B'
            ADD 1 TO NbAbandonnees
            MOVE "ABANDONNÉE" TO LibelleStatut
        WHEN OTHER
            MOVE "EN ATTENTE" TO LibelleStatut
    END-EVALUATE.
    DISPLAY LibelleStatut " " NumeroDemandePret " du " DateDemandePret
            " compte " NumeroCompteDemande " : " MontantDemande
            " sur " DureeDemandeMois " mois".
    DISPLAY "    objet " ObjetDemande " | endettement " TauxEndettement
            " % | revenu déclaré " RevenuDeclare
            " | salaire constaté " SalaireConstate.
    DISPLAY "    saisie " OperateurDemandePret " | décision "
            OperateurDecisionPret " le " DateDecisionPret " : "
            MotifDecisionPret.
    EXIT.

RAPPELER-UNE-ATTENTE.
    READ DemandePretFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDemandes
    END-READ.
    IF FinDemandes = 'O' OR StatutDemandePret NOT = 'E'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEnAttente.
    DISPLAY "En attente " NumeroDemandePret " du " DateDemandePret
            " compte " NumeroCompteDemande " : " MontantDemande
            " | endettement " TauxEndettement " % | saisie "
            OperateurDemandePret.
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
    MOVE "COMCRED" TO NomProgrammeCtl.
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
    MOVE NbDemandesLues TO NbLusCtl.
    MOVE NbDemandesMois TO NbPostesCtl.
    MOVE NbRefusees TO NbRejetesCtl.
    MOVE TotalAccorde TO MontantTotalCtl.
    CALL "ControleBatchUtil" USING ControleBatchLigne
                                   StatutControle.
    IF StatutControle NOT = "00"
        DISPLAY "Erreur à l'écriture du contrôle batch. Code de statut : " StatutControle
    END-IF.
    EXIT.
