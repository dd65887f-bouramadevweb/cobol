*> Autorisation de découvert d'un compte (fichier FacilitesDecouvert,
*> clé NumeroCompteFacilite), tenue par GestionDecouverts : un
*> découvert s'accorde pour une période, se révise et peut porter une
*> commission d'engagement. Tant que la facilité est active et que
*> la date du jour est dans sa période, son montant EST la limite du
*> compte ; LimiteDecouvert de CompteRecord en garde le reflet pour
*> les lots qui ne lisent que le compte. Statut 'A' active, 'E'
*> échue (remise à zéro par EcheancesDecouverts), 'R' résiliée.
*> Un compte sans ligne ici reste servi sur son LimiteDecouvert
*> (comptes d'avant le fichier).
01 FaciliteDecouvertRecord.
   05 NumeroCompteFacilite    PIC X(10).
   05 MontantFacilite         PIC 9(11)V99.
   05 DateDebutFacilite       PIC 9(8).
   05 DateExpirationFacilite  PIC 9(8).
   05 DateRevisionFacilite    PIC 9(8).
*> Commission d'engagement : taux annuel sur le montant accordé,
*> prélevée par douzième le premier du mois (0 = gratuite).
   05 TauxCommissionFacilite  PIC 9V9(4).
   05 StatutFacilite          PIC X.
*> Dernier mois (AAAAMM) dont la commission a été prélevée : une
*> relance du lot ne la prélève pas deux fois.
   05 PeriodeCommissionFacilite PIC 9(6).
   05 DateMajFacilite         PIC 9(8).
   05 OperateurFacilite       PIC X(8).
