   05 LimiteDecouvertProduit   PIC 9(11)V99.
   05 SoldeMinimumProduit      PIC 9(11)V99.
   05 FraisTenueProduit        PIC X.
*> Changement programmé : un changement de conditions approuvé pour
*> une date future (préavis légal de deux mois aux clients) attend
*> ici sa date d'effet, les conditions ci-dessus restant en vigueur
*> jusque-là. Chaque programme qui relit le catalogue retient les
*> conditions programmées dès que DateEffetProgramme est atteinte à
*> sa date de traitement ; zéro = aucun changement programmé.
   05 ChangementProgramme.
      10 DateEffetProgramme    PIC 9(8).
      10 TauxProgramme         PIC 9V9(4).
      10 DecouvertProgramme    PIC 9(11)V99.
      10 SoldeMinProgramme     PIC 9(11)V99.
      10 FraisProgramme        PIC X.
