        EVALUATE ActionIdx
            WHEN "Dépôt"
                ADD MontantIdx TO SoldeCalcule
            WHEN "Remise chèque"
                ADD MontantIdx TO SoldeCalcule
            WHEN "Intérêt"
                ADD MontantIdx TO SoldeCalcule
            WHEN "Dépôt ordre perm."
                ADD MontantIdx TO SoldeCalcule
            WHEN "Extourne crédit"
                ADD MontantIdx TO SoldeCalcule
            WHEN "Remb. frais"
                ADD MontantIdx TO SoldeCalcule
            WHEN "Extourne débit"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Retrait"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Retrait carte"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Paiement carte"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Virement"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "VirementExterne"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Virement permanent"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Paiement saisie"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Virement notaire"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Commission engag."
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Manquant DAB"
                SUBTRACT MontantIdx FROM SoldeCalcule
            WHEN "Excédent DAB"
                ADD MontantIdx TO SoldeCalcule
            WHEN OTHER
                DISPLAY "Mouvement ignoré (type d'action non reconnu) : " ActionIdx
        END-EVALUATE
