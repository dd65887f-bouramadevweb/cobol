   05 MontantCompte           PIC 9(11)V99.
   05 EcartCaisse             PIC S9(11)V99.
   05 StatutCaisse            PIC X.
*> Euros entrés et sortis du tiroir par le change manuel (billets
*> étrangers vendus et achetés, ChangeGuichet), tenus à part des
*> dépôts et retraits des comptes : ils entrent dans l'encaisse
*> théorique et figurent sur leur ligne au bordereau.
   05 ChangeEntreesEUR        PIC 9(11)V99.
   05 ChangeSortiesEUR        PIC 9(11)V99.
