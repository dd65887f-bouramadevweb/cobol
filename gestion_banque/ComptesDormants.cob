*>      frais est précisément un compte que personne ne regarde.
        EVALUATE Action
            WHEN "Dépôt"                 MOVE 'O' TO MouvementClient
            WHEN "Remise chèque"         MOVE 'O' TO MouvementClient
            WHEN "Retrait"               MOVE 'O' TO MouvementClient
            WHEN "Retrait carte"         MOVE 'O' TO MouvementClient
            WHEN "Paiement carte"        MOVE 'O' TO MouvementClient
            WHEN "Virement"              MOVE 'O' TO MouvementClient
            WHEN "Virement reçu"         MOVE 'O' TO MouvementClient
            WHEN "VirementExterne"       MOVE 'O' TO MouvementClient
            WHEN "Dépôt ordre perm."   MOVE 'O' TO MouvementClient
            WHEN "Bloc. dépôt terme"   MOVE 'O' TO MouvementClient
            WHEN "Déblocage prêt"        MOVE 'O' TO MouvementClient
*>          Paiement d'une saisie, solde versé au notaire, commission
*>          d'engagement, écart de DAB sur le compte d'attente : la
*>          banque les passe sans que le client ait rien demandé.
            WHEN "Paiement saisie"       MOVE 'N' TO MouvementClient
            WHEN "Virement notaire"      MOVE 'N' TO MouvementClient
            WHEN "Commission engag."     MOVE 'N' TO MouvementClient
            WHEN "Manquant DAB"          MOVE 'N' TO MouvementClient
            WHEN "Excédent DAB"          MOVE 'N' TO MouvementClient
            WHEN OTHER                   MOVE 'N' TO MouvementClient
        END-EVALUATE
*>      Toute écriture, cliente ou non, inscrit le compte dans la
