   05 AncienDeviseHisto        PIC X(3).

FD HistoriqueTravailFile.
01 HistoriqueTravailLigne     PIC X(79).

FD HistoriqueFile.
COPY HistoriqueRecord.
        MOVE AncienMontant           TO Montant
        MOVE AncienAction            TO Action
        MOVE AncienDateMouvement     TO DateMouvement
        MOVE AncienDateMouvement     TO DateValeurHisto
        MOVE AncienHeureMouvement    TO HeureMouvement
        MOVE AncienDeviseHisto       TO DeviseHisto
        MOVE SPACES                  TO CodeAgenceHisto
