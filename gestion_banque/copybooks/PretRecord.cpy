*> l'emprunteur (GestionPrets) ; la collecte mensuelle
*> (EcheancesPrets, fenêtre BATCHNUIT) débite la mensualité, la
*> ventile entre intérêts et capital et fait vivre le solde restant
*> dû. Statut 'O' en cours, 'S' soldé, 'P' passé en perte (hors
*> collecte ; écritures de perte par ProvisionnementPrets).
01 PretRecord.
   05 NumeroPret             PIC 9(6).
   05 NumeroComptePret       PIC X(10).
