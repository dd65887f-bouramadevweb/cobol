*> Carte de débit, clé numéro de carte (16 chiffres, clé de Luhn) :
*> émise au guichet (GestionCartes) sur un compte de CompteFile au
*> nom du porteur, valable trois ans (fin du mois AAAAMM). Chaque
*> carte porte ses plafonds journaliers de retrait au distributeur
*> et de paiement chez les commerçants ; les cumuls du jour sont
*> tenus par AutorisationsCartes, remis à zéro au premier appel
*> d'une nouvelle journée (DateCumulCarte). Statut 'A' active, 'O'
*> en opposition (perte, vol — posée et levée par la supervision,
*> comme les oppositions sur chèques), 'E' expirée (posé chaque nuit
*> par EcheancesCartes). CarteRemplacante porte le numéro de la
*> carte émise au renouvellement : à blanc, la carte reste sur la
*> liste des renouvellements à faire.
01 CarteRecord.
   05 NumeroCarte             PIC X(16).
   05 NumeroCompteCarte       PIC X(10).
   05 NomPorteurCarte         PIC X(30).
   05 DateEmissionCarte       PIC 9(8).
   05 DateExpirationCarte     PIC 9(6).
   05 StatutCarte             PIC X.
   05 PlafondRetraitJour      PIC 9(7)V99.
   05 PlafondPaiementJour     PIC 9(7)V99.
   05 DateCumulCarte          PIC 9(8).
   05 CumulRetraitJour        PIC 9(7)V99.
   05 CumulPaiementJour       PIC 9(7)V99.
   05 DateOppositionCarte     PIC 9(8).
   05 MotifOppositionCarte    PIC X(30).
   05 OperateurOppositionCarte PIC X(8).
   05 CarteRemplacante        PIC X(16).
