*> Marges du change manuel (billets étrangers au guichet), par
*> devise, appliquées de part et d'autre du taux moyen de
*> TauxChangeFile : la banque achète les billets du client au cours
*> moyen diminué de la marge d'achat et les lui vend au cours moyen
*> augmenté de la marge de vente. Marges en fraction (0.0250 =
*> 2,50 %). Modifiées sous double regard comme les taux (demande
*> MARGECHG dans ChangementsReference, appliquée par SupervisionBanque).
*> Une devise sans marge ne se change pas au guichet.
01 MargeChangeRecord.
   05 CodeDeviseMarge      PIC X(3).
   05 MargeAchatChange     PIC 9V9(4).
   05 MargeVenteChange     PIC 9V9(4).
