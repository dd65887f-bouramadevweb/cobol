*> Demande de prêt, instruite avant tout déblocage : montant, durée,
*> objet et revenu déclaré par le client, puis ce que la banque en
*> voit elle-même — moyenne mensuelle des salaires crédités sur les
*> trois derniers mois (HistoriqueIdx) et mensualités des prêts en
*> cours du client (PretFile). Le taux d'endettement rapporte ces
*> mensualités plus la nouvelle au salaire constaté, en pour cent
*> (999.99 quand aucun salaire n'est constaté).
*> Statut : 'E' en attente de décision superviseur (au-delà du seuil
*> ou du taux d'endettement maximum de ParamPrets), 'A' accordée,
*> 'R' refusée, 'B' abandonnée, 'D' débloquée (NumeroPretAccorde).
*> Les demandes refusées et abandonnées restent au fichier pour le
*> comité de crédit mensuel (ComiteCredit).
01 DemandePretRecord.
   05 NumeroDemandePret      PIC 9(6).
   05 NumeroCompteDemande    PIC X(10).
   05 MontantDemande         PIC 9(11)V99.
   05 DureeDemandeMois       PIC 9(3).
   05 ObjetDemande           PIC X(30).
   05 RevenuDeclare          PIC 9(9)V99.
   05 SalaireConstate        PIC 9(9)V99.
   05 ChargesExistantes      PIC 9(9)V99.
   05 TauxAnnuelDemande      PIC 9V9(4).
   05 MensualiteDemande      PIC 9(11)V99.
   05 TauxEndettement        PIC 9(3)V99.
   05 StatutDemandePret      PIC X.
   05 DateDemandePret        PIC 9(8).
   05 OperateurDemandePret   PIC X(8).
   05 DateDecisionPret       PIC 9(8).
   05 OperateurDecisionPret  PIC X(8).
   05 MotifDecisionPret      PIC X(30).
   05 NumeroPretAccorde      PIC 9(6).
