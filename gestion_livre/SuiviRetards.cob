01 NbJoursRetard      PIC 9(5).
01 TauxAmendeParJour   PIC 9(3)V99 VALUE 0.50.
01 AmendeCourue        PIC S9(7)V99.
*> L'amende ne court que les jours d'ouverture du site de l'exemplaire
*> prêté (calendrier des sites et fériés, voir JourOuvertureUtil) :
*> un membre ne paie plus les dimanches ni les jours fériés.
01 ExemplairesOuverts  PIC X VALUE 'N'.
01 ZoneJourOuverture.
   05 FonctionJourOuverture PIC X.
   05 SiteJourOuverture     PIC X(2).
   05 DateDepartOuverture   PIC 9(8).
   05 DateArriveeOuverture  PIC 9(8).
   05 NbJoursOuverts        PIC 9(5).
01 StatutJourOuverture      PIC XX.
01 NbEmpruntsEnRetard  PIC 9(3) VALUE 0.

COPY ControleBatchRecord.
        STOP RUN
    END-IF.

    OPEN INPUT ExemplaireFile.
    IF STATUS-EXEMPLAIRES = "00"
        MOVE 'O' TO ExemplairesOuverts
    END-IF.

    PERFORM TRAITER-UN-EMPRUNT UNTIL FinEmpruntFile = 'O'.

    CLOSE EmpruntFile.
    IF ExemplairesOuverts = 'O'
        CLOSE ExemplaireFile
        MOVE 'N' TO ExemplairesOuverts
    END-IF.

    PERFORM SUSPENDRE-MEMBRES.
    PERFORM EXPIRER-MISES-DE-COTE.
    END-IF.
    EXIT.

COMPTER-JOURS-RETARD.
*> Jours d'ouverture du site entre l'échéance et la date de
*> traitement. Exemplaire inconnu (prêt d'avant le suivi par
*> exemplaire) ou sans site : salle principale '01'.
    MOVE "01" TO SiteJourOuverture.
    IF ExemplairesOuverts = 'O' AND NumeroExemplaireEmprunt NOT = 0
        MOVE NumeroLivreEmprunt TO NumeroLivreEx
        MOVE NumeroExemplaireEmprunt TO NumeroExemplaire
        READ ExemplaireFile
            KEY IS CleExemplaire
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SiteExemplaire NOT = SPACES
                    MOVE SiteExemplaire TO SiteJourOuverture
                END-IF
        END-READ
    END-IF.
    MOVE 'C' TO FonctionJourOuverture.
    MOVE DateEcheanceLigne TO DateDepartOuverture.
    MOVE DateDuJour TO DateArriveeOuverture.
    CALL "JourOuvertureUtil" USING ZoneJourOuverture
                                   StatutJourOuverture.
    IF StatutJourOuverture = "00"
        MOVE NbJoursOuverts TO NbJoursRetard
    ELSE
        COMPUTE NbJoursRetard = DateDuJourInteger - DateEcheanceInteger
    END-IF.
    EXIT.

DEBUTER-CONTROLE.
*> Enregistrement de contrôle d'exécution, écrit en fin de lot via
*> ControleBatchUtil pour le rapport d'exploitation du matin.
        IF StatutEmprunt = 'O'
            COMPUTE DateEcheanceInteger = FUNCTION INTEGER-OF-DATE(DateEcheanceLigne)
            IF DateDuJourInteger > DateEcheanceInteger
                PERFORM COMPTER-JOURS-RETARD
                IF NbJoursRetard = 0
                    EXIT PARAGRAPH
                END-IF
*>              L'amende due est le couru depuis l'échéance MOINS ce
*>              que le membre a déjà payé au guichet (PAYER-AMENDE) ;
*>              recalculer le couru seul effaçait les paiements.
