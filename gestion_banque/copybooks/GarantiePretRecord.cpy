*> Garantie adossée à un prêt (registre 'GarantiesPrets', tenu par
*> GestionPrets) : 'H' hypothèque sur un bien (description libre),
*> 'N' nantissement d'un dépôt à terme de DepotTermeFile, qui ne peut
*> plus être retiré par anticipation tant que le prêt est en cours,
*> 'C' caution personnelle d'un client de ClientFile. La valeur
*> retenue et sa date d'évaluation alimentent l'état mensuel de
*> couverture (CouvertureGaranties), qui signale les évaluations de
*> plus d'un an. Statut 'A' active, 'L' levée par un superviseur.
01 GarantiePretRecord.
   05 NumeroGarantie         PIC 9(6).
   05 NumeroPretGarantie     PIC 9(6).
   05 TypeGarantie           PIC X.
   05 NumeroDepotGarantie    PIC 9(6).
   05 ClientGarant           PIC X(10).
   05 DescriptionGarantie    PIC X(30).
   05 ValeurGarantie         PIC 9(11)V99.
   05 DateEvaluationGarantie PIC 9(8).
   05 StatutGarantie         PIC X.
   05 DateEnregGarantie      PIC 9(8).
   05 OperateurGarantie      PIC X(8).
