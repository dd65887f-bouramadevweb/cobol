*> Tiroir en billets étrangers d'un guichetier pour une journée, une
*> ligne par devise, à côté de la session de caisse EUR
*> (CaisseRecord) : fonds d'ouverture déclaré à l'ouverture de la
*> caisse, cumuls des billets achetés aux clients et vendus aux
*> clients par le change manuel (ChangeGuichet), puis comptage de
*> clôture et écart sur/sous, comme pour les euros. Montants dans la
*> devise du tiroir. Statut 'O' ouvert, 'F' fermé.
01 CaisseDeviseRecord.
   05 CleCaisseDevise.
      10 CodeOperateurCaisseDev PIC X(8).
      10 DateCaisseDev          PIC 9(8).
      10 DeviseCaisseDev        PIC X(3).
   05 FondsOuvertureDevise      PIC 9(11)V99.
   05 TotalAchatsDevise         PIC 9(11)V99.
   05 TotalVentesDevise         PIC 9(11)V99.
   05 MontantCompteDevise       PIC 9(11)V99.
   05 EcartCaisseDevise         PIC S9(11)V99.
   05 StatutCaisseDevise        PIC X.
