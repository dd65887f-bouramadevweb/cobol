        MOVE MontantGestion TO Montant
        MOVE ActionGestion TO Action
        MOVE DateMigration TO DateMouvement
        MOVE DateMigration TO DateValeurHisto
        MOVE 0 TO HeureMouvement
        MOVE DevisePremierCompte TO DeviseHisto
        MOVE SPACES TO CodeAgenceHisto
