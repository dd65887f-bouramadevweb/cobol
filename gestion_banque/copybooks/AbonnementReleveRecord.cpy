*> Abonnement d'un compte au relevé électronique quotidien au format
*> MT940 (clients entreprises rapprochant leur comptabilité sans
*> ressaisir le relevé papier). Tenu par GestionClients ; le batch
*> ReleveElectronique y tient le dernier numéro de relevé émis et sa
*> date : la numérotation ne saute jamais, même après une résiliation
*> suivie d'une réactivation. Statut 'A' actif, 'R' résilié. Une date
*> de dernier relevé à zéro (abonnement neuf) fait partir le premier
*> relevé du dernier jour traité, sans rattrapage.
01 AbonnementReleveRecord.
   05 NumeroCompteAbonne     PIC X(10).
   05 NumeroClientAbonne     PIC X(10).
   05 StatutAbonnement       PIC X.
   05 DateAbonnement         PIC 9(8).
   05 DernierNumeroReleve    PIC 9(5).
   05 DateDernierReleve      PIC 9(8).
