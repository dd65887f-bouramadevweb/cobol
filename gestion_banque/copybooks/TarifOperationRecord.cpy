*> seule la tenue de compte se facturait (FraisMensuels), tout le
*> reste était gratuit faute d'un endroit où le tarifer. Codes en
*> vigueur : VEXT virement externe émis, VIRI virement interne de
*> lot, CHQR chéquier délivré, DUPL duplicata de relevé, COFP,
*> COFM et COFG loyer annuel d'un coffre-fort petit, moyen ou grand
*> (LocationCoffres, LoyersCoffres). Chaque
*> opération tarifée cumule son tarif dans FraisOperations (via
*> FraisOperationUtil) ; la facturation du mois échu est débitée en
*> un seul mouvement par FacturationFrais dans la chaîne de nuit,
