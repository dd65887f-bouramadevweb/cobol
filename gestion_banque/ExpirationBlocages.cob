
    IF FinBlocages NOT = 'O'
        ADD 1 TO NbBlocagesLus
*>      Les blocages de saisie n'expirent pas : ils attendent la
*>      mainlevée ou le paiement du créancier (PaiementSaisies).
        IF StatutBlocage = 'A'
           AND DateExpirationBlocage < DateTraitementJour
           AND MotifBlocage(1:6) NOT = "SAISIE"
            MOVE 'E' TO StatutBlocage
            REWRITE BlocageRecord
            IF STATUS-BLOCAGES NOT = "00"
