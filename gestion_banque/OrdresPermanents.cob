                    MOVE "Virement permanent" TO Action
                    MOVE DateDuJour TO DateMouvement
                    MOVE DateHeureSysteme(9:6) TO HeureMouvement
                    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
                    WRITE HistoriqueRecord
                    IF STATUS-HISTORIQUE NOT = "00"
                        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
                            MOVE "Dépôt ordre perm." TO Action
                            MOVE DateDuJour TO DateMouvement
                            MOVE DateHeureSysteme(9:6) TO HeureMouvement
                            CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
                            WRITE HistoriqueRecord
                            IF STATUS-HISTORIQUE NOT = "00"
                                DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    MOVE "Attente ordre perm." TO Action.
    MOVE DateDuJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
