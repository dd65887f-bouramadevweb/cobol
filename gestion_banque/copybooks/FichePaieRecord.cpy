*> Fiche de paie d'un membre du personnel de la banque, une par
*> opérateur (même code que OperateurFile), tenue par
*> GestionOperateurs et lue chaque mois par CalculPaiePersonnel. Le
*> salaire de base paie les heures mensuelles du contrat ; le taux
*> horaire sert aux retenues d'absence, le taux des heures
*> supplémentaires au-delà du contrat, la prime de nuit aux heures
*> de l'équipe de nuit. Le salaire part en interne ('I', compte de
*> CompteFile) ou vers une autre banque ('E', BIC et IBAN).
01 FichePaieRecord.
   05 CodeOperateurPaie     PIC X(8).
   05 SalaireBaseMensuel    PIC 9(7)V99.
   05 HeuresMensuelles      PIC 9(3)V99.
   05 TauxHoraire           PIC 9(3)V99.
   05 TauxHeureSup          PIC 9(3)V99.
   05 PrimeHoraireNuit      PIC 9(3)V99.
   05 DestinationPaie       PIC X.
   05 NumeroComptePaie      PIC X(10).
   05 BicPaie               PIC X(11).
   05 IbanPaie              PIC X(20).
*> 'A' en poste, 'S' sorti (plus payé).
   05 StatutFichePaie       PIC X.
*> Dernier mois (AAAAMM) versé dans un lot de paie : une relance du
*> calcul ne paie pas deux fois le même mois.
   05 DernierePeriodePayee  PIC 9(6).
