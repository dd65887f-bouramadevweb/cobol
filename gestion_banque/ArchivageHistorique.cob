COPY HistoriqueRecord.

FD HistoriqueArchiveFile.
01 HistoriqueArchiveLigne PIC X(79).

FD HistoriqueTravailFile.
01 HistoriqueTravailLigne PIC X(79).

FD CheckpointHistIdxFile.
01 CheckpointHistIdxRecord.
*> chaque action (mêmes règles que le rejeu de ReconciliationBanque).
    EVALUATE Action
        WHEN "Dépôt"                     MOVE 'C' TO SensMouvement
        WHEN "Remise chèque"             MOVE 'C' TO SensMouvement
        WHEN "Intérêt"                   MOVE 'C' TO SensMouvement
        WHEN "Dépôt ordre perm."       MOVE 'C' TO SensMouvement
        WHEN "Virement reçu"             MOVE 'C' TO SensMouvement
        WHEN "Remb. prêt intér."       MOVE 'D' TO SensMouvement
        WHEN "Report créditeur"          MOVE 'C' TO SensMouvement
        WHEN "Retrait"                   MOVE 'D' TO SensMouvement
        WHEN "Retrait carte"             MOVE 'D' TO SensMouvement
        WHEN "Paiement carte"            MOVE 'D' TO SensMouvement
        WHEN "Virement"                  MOVE 'D' TO SensMouvement
        WHEN "VirementExterne"           MOVE 'D' TO SensMouvement
        WHEN "Frais de tenue"            MOVE 'D' TO SensMouvement
        WHEN "Virement permanent"        MOVE 'D' TO SensMouvement
        WHEN "Attente libérée"           MOVE 'D' TO SensMouvement
        WHEN "Report débiteur"           MOVE 'D' TO SensMouvement
        WHEN "Extourne crédit"           MOVE 'C' TO SensMouvement
        WHEN "Remb. frais"               MOVE 'C' TO SensMouvement
        WHEN "Nivellement reçu"          MOVE 'C' TO SensMouvement
        WHEN "Salaire reçu"              MOVE 'C' TO SensMouvement
        WHEN "Retour salaire"            MOVE 'C' TO SensMouvement
        WHEN "Indemnité RA prêt"         MOVE 'D' TO SensMouvement
        WHEN "Pénalité prêt"             MOVE 'D' TO SensMouvement
        WHEN "Extourne débit"            MOVE 'D' TO SensMouvement
        WHEN "Chèque payé"               MOVE 'D' TO SensMouvement
        WHEN "Prélèvement"               MOVE 'D' TO SensMouvement
        WHEN "Paie salaires"             MOVE 'D' TO SensMouvement
        WHEN "Frais d'opérations"        MOVE 'D' TO SensMouvement
        WHEN "Intérêts débiteurs"        MOVE 'D' TO SensMouvement
        WHEN "Nivellement"               MOVE 'D' TO SensMouvement
        WHEN "Paiement saisie"           MOVE 'D' TO SensMouvement
        WHEN "Virement notaire"          MOVE 'D' TO SensMouvement
        WHEN "Commission engag."         MOVE 'D' TO SensMouvement
        WHEN "Manquant DAB"              MOVE 'D' TO SensMouvement
        WHEN "Excédent DAB"              MOVE 'C' TO SensMouvement
        WHEN OTHER
            DISPLAY "Action non reconnue dans le report : " Action
            MOVE 'C' TO SensMouvement
        END-IF
        MOVE SoldeReportAbs TO Montant
        MOVE DateCoupure TO DateMouvement
        MOVE DateCoupure TO DateValeurHisto
        MOVE 0 TO HeureMouvement
        MOVE SPACES TO DeviseHisto
        MOVE SPACES TO CodeAgenceHisto
