01 EntierDateVeille   PIC 9(7).
01 NbJoursReculVeille PIC 9(3).
01 SoldeOuvertureTrouve PIC X VALUE 'N'.
01 DateValeurReleve   PIC 9(8).

PROCEDURE DIVISION.

    DISPLAY "--------------------------------------------------------".
    DISPLAY "Solde d'ouverture : " SoldeOuverture.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Opération Valeur   Heure  Mouvement".

*>  L'historique se lit désormais par sa copie indexée, reconstruite
*>  chaque nuit par ChargerHistoriqueIdx : on se positionne (START)
        EVALUATE ActionIdx
            WHEN "Dépôt"
                ADD MontantIdx TO SoldeCourant
            WHEN "Remise chèque"
                ADD MontantIdx TO SoldeCourant
            WHEN "Intérêt"
                ADD MontantIdx TO SoldeCourant
            WHEN "Dépôt ordre perm."
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Extourne crédit"
                ADD MontantIdx TO SoldeCourant
            WHEN "Remb. frais"
                ADD MontantIdx TO SoldeCourant
            WHEN "Extourne débit"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Chèque payé"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Retrait"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Retrait carte"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Paiement carte"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Virement"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "VirementExterne"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Virement permanent"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Paiement saisie"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Virement notaire"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Commission engag."
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Manquant DAB"
                SUBTRACT MontantIdx FROM SoldeCourant
            WHEN "Excédent DAB"
                ADD MontantIdx TO SoldeCourant
            WHEN OTHER
                DISPLAY "Mouvement ignoré (type d'action non reconnu) : " ActionIdx
        END-EVALUATE
*>      Date d'opération puis date de valeur, celle qui compte
*>      pour les intérêts ; une copie indexée chargée avant les dates
*>      de valeur n'en porte pas, la valeur est alors l'opération.
        IF DateValeurIdx NUMERIC AND DateValeurIdx NOT = 0
            MOVE DateValeurIdx TO DateValeurReleve
        ELSE
            MOVE DateMouvementIdx TO DateValeurReleve
        END-IF
        IF ReferenceIdx = SPACES
            DISPLAY DateMouvementIdx " " DateValeurReleve " " HeureMouvementIdx " "
                    ActionIdx " " MontantIdx " | Solde : " SoldeCourant
        ELSE
            DISPLAY DateMouvementIdx " " DateValeurReleve " " HeureMouvementIdx " "
                    ActionIdx " " MontantIdx " | Solde : " SoldeCourant
                    " | pièce " ReferenceIdx
        END-IF
