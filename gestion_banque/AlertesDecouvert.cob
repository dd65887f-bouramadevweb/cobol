01 NbJoursRecul     PIC 9(3).
01 NbAlertes        PIC 9(6) VALUE 0.

*> Avis de découvert au client (NotificationUtil), déposé le premier
*> jour seulement : un découvert qui dure ne doit pas lui valoir un
*> message chaque nuit.
01 MontantNotifAffiche  PIC Z(10)9.99.
01 StatutNotification   PIC XX.
COPY NotificationClientRecord.

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
01 DateTraitementJour  PIC 9(8).
            MOVE 'D' TO TypeAlerte
            COMPUTE ProfondeurAlerte = 0 - SoldeCompte
            PERFORM ECRIRE-ALERTE
            IF NbJoursNegatif <= 1
                PERFORM NOTIFIER-DECOUVERT
            END-IF
            DISPLAY "Découvert : compte " NumeroCompte
                    " solde " SoldeCompte " sur limite " LimiteDecouvert
                    " depuis " NbJoursNegatif " jour(s)"
    ADD 1 TO NbAlertes.
    EXIT.

NOTIFIER-DECOUVERT.
    MOVE NumeroCompte TO NumeroCompteNotif.
    MOVE "DEC" TO EvenementNotif.
    MOVE ProfondeurAlerte TO MontantNotif.
    MOVE ProfondeurAlerte TO MontantNotifAffiche.
    MOVE "ALERTDEC" TO OrigineNotif.
    MOVE SPACES TO TexteNotif.
    STRING "Votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           " est à découvert de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Devise DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    CALL "NotificationUtil" USING NotificationClientRecord
                                  StatutNotification.
    IF StatutNotification NOT = "00"
        DISPLAY "Erreur au dépôt de la notification client. Code de statut : " StatutNotification
    END-IF.
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
