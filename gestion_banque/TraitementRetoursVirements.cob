                MOVE "Vir. ext. retourné" TO Action
                MOVE DateDuJour TO DateMouvement
                MOVE DateHeureSysteme(9:6) TO HeureMouvement
                CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
                WRITE HistoriqueRecord
                IF STATUS-HISTORIQUE NOT = "00"
                    DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
