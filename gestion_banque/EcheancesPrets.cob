01 NbEcheancesCollectees PIC 9(6) VALUE 0.
01 NbImpayes        PIC 9(6) VALUE 0.

*> Avis d'échéance impayée au client emprunteur (NotificationUtil).
01 MontantNotifAffiche  PIC Z(10)9.99.
01 StatutNotification   PIC XX.
COPY NotificationClientRecord.

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
01 DateTraitementJour  PIC 9(8).
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    ADD 1 TO NbImpayes.
    DISPLAY "Impayé sur le prêt " NumeroPret " (" MotifException
            ") : échéance " PaiementDu " non collectée.".
*>  Une mensualité sous l'intérêt relève de la renégociation par
*>  l'agence, pas d'un défaut du client : pas d'avis dans ce cas.
    IF MotifException NOT = "Mensualité sous l'intérêt"
        PERFORM NOTIFIER-ECHEANCE-IMPAYEE
    END-IF.
    EXIT.

NOTIFIER-ECHEANCE-IMPAYEE.
    MOVE NumeroComptePret TO NumeroCompteNotif.
    MOVE "ECH" TO EvenementNotif.
    MOVE PaiementDu TO MontantNotif.
    MOVE PaiementDu TO MontantNotifAffiche.
    MOVE "ECHEANCE" TO OrigineNotif.
    MOVE SPACES TO TexteNotif.
    STRING "L'échéance de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " de votre prêt " DELIMITED BY SIZE
           NumeroPret DELIMITED BY SIZE
           " n'a pu être prélevée sur le compte " DELIMITED BY SIZE
           NumeroComptePret DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    CALL "NotificationUtil" USING NotificationClientRecord
                                  StatutNotification.
    IF StatutNotification NOT = "00"
        DISPLAY "Erreur au dépôt de la notification client. Code de statut : " StatutNotification
    END-IF.
    EXIT.

LIRE-CHECKPOINT.
