*> Catalogue des forfaits de frais (fichier CatalogueForfaits, clé
*> CodeForfait), tenu par GestionTarifs : un prix mensuel et, pour
*> chaque code d'opération du barème (VEXT, VIRI, CHQR, DUPL...), la
*> quantité comprise dans le prix. FacturationFrais débite le prix
*> du forfait au mois échu, impute les opérations du mois sur les
*> quotas dans leur ordre d'arrivée et ne facture au tarif unitaire
*> que le dépassement. Le prix comprend la tenue de compte : un
*> compte sous forfait n'est plus facturé par FraisMensuels. Un
*> forfait fermé ('F') n'est plus proposé à l'attribution mais
*> continue d'être facturé aux comptes qui le portent.
01 ForfaitRecord.
   05 CodeForfait            PIC X(4).
   05 LibelleForfait         PIC X(30).
   05 PrixMensuelForfait     PIC 9(5)V99.
   05 StatutForfait          PIC X.
   05 QuotaForfait OCCURS 8 TIMES.
      10 CodeOperationQuota  PIC X(4).
      10 QuantiteIncluse     PIC 9(3).
