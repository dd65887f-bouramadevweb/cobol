            MOVE DeviseHisto TO DeviseIdx
            MOVE CodeAgenceHisto TO CodeAgenceIdx
            MOVE ReferenceHisto TO ReferenceIdx
*>          Lignes antérieures aux dates de valeur : valeur = opération.
            IF DateValeurHisto NUMERIC AND DateValeurHisto NOT = 0
                MOVE DateValeurHisto TO DateValeurIdx
            ELSE
                MOVE DateMouvement TO DateValeurIdx
            END-IF
            WRITE HistoriqueIdxRecord
*>          Clé déjà prise : plusieurs mouvements du même compte à la
*>          même seconde (ou ajout incrémental derrière un mouvement
