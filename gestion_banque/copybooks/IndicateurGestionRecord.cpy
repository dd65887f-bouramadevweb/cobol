*> Indicateur de gestion mensuel, publié via IndicateurGestionUtil
*> par le programme qui le calcule (STATMON pour les encours de la
*> banque, MARGEBTQ pour les ventes et la marge de la boutique,
*> RAPGEST pour le reste) et relu par RapportGestionMensuel pour le
*> comparer au même mois de l'an passé et au cumul de l'année. Une
*> relance du mois remplace la valeur déjà publiée.
01 IndicateurGestionLigne.
   05 CleIndicateur.
      10 PeriodeIndicateur  PIC 9(6).
      10 CodeIndicateur     PIC X(8).
   05 ValeurIndicateur      PIC S9(15)V99.
*> 'F' flux du mois (se cumule sur l'année), 'S' encours arrêté en
*> fin de mois (se moyenne sur l'année).
   05 NatureIndicateur      PIC X.
   05 ProgrammeIndicateur   PIC X(10).
   05 DatePublication       PIC 9(8).
