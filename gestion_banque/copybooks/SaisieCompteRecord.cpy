*> Détail d'une saisie par compte atteint, clé saisie + compte : le
*> solde relevé au jour de la signification (celui que la
*> déclaration à l'huissier doit porter), la part gelée et le
*> blocage de fonds qui la matérialise dans BlocagesFonds. Les
*> comptes sans part saisissable y figurent aussi, à montant gelé
*> nul : la déclaration liste TOUS les comptes du débiteur.
*> Statut 'G' part gelée, 'P' payée au créancier, 'L' libérée par
*> mainlevée, 'N' rien de saisissable sur ce compte.
01 SaisieCompteRecord.
   05 CleSaisieCompte.
      10 NumeroSaisieCpt        PIC 9(6).
      10 NumeroCompteSaisieCpt  PIC X(10).
   05 SoldeDeclareCpt           PIC S9(11)V99.
   05 DeviseSaisieCpt           PIC X(3).
   05 MontantGeleCpt            PIC 9(11)V99.
   05 NumeroBlocageSaisieCpt    PIC 9(6).
   05 StatutSaisieCpt           PIC X.
