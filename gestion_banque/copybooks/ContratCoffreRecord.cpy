*> Contrat de location d'un coffre-fort : le client locataire, le
*> compte sur lequel le loyer annuel est prélevé et la date de début,
*> dont le mois fixe l'échéance annuelle. Statut 'A' actif, 'I'
*> impayé (le loyer n'a pas été couvert : l'accès au coffre est
*> refusé jusqu'à régularisation par un superviseur), 'R' résilié
*> (coffre rendu, contrat gardé pour l'historique). Le loyer est
*> cumulé par LoyersCoffres dans FraisOperations et débité par
*> FacturationFrais avec les autres frais du mois ;
*> PeriodeDernierLoyer (AAAAMM) retient le dernier loyer cumulé pour
*> ne jamais le facturer deux fois.
01 ContratCoffreRecord.
   05 NumeroContratCoffre      PIC 9(6).
   05 CodeAgenceContrat        PIC X(3).
   05 NumeroCoffreContrat      PIC X(4).
   05 NumeroClientContrat      PIC X(10).
   05 CompteDebitContrat       PIC X(10).
   05 DateDebutContrat         PIC 9(8).
   05 DateFinContrat           PIC 9(8).
   05 StatutContratCoffre      PIC X.
   05 PeriodeDernierLoyer      PIC 9(6).
   05 DateImpayeContrat        PIC 9(8).
   05 OperateurContrat         PIC X(8).
