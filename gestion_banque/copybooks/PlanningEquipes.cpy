*> Planning hebdomadaire des équipes du guichet, partagé par
*> JoursSemaine (affichage du planning du jour) et
*> RapportActiviteGuichet (comparaison avec l'activité réelle) :
*> l'équipe de chaque jour (lundi = 1 ... dimanche = 7) et la plage
*> horaire de chaque équipe, de l'heure de début incluse à l'heure de
*> fin exclue. Une équipe Repos ne tient pas le guichet.
01 PlanningEquipesValeurs.
   05 FILLER                 PIC X(12) VALUE "Matin".
   05 FILLER                 PIC X(12) VALUE "Apres-midi".
   05 FILLER                 PIC X(12) VALUE "Nuit".
   05 FILLER                 PIC X(12) VALUE "Matin".
   05 FILLER                 PIC X(12) VALUE "Apres-midi".
   05 FILLER                 PIC X(12) VALUE "Repos".
   05 FILLER                 PIC X(12) VALUE "Repos".
01 PlanningEquipes REDEFINES PlanningEquipesValeurs.
   05 EquipePlanifiee        PIC X(12) OCCURS 7 TIMES.
01 HorairesEquipesValeurs.
   05 FILLER                 PIC X(16) VALUE "Matin       0813".
   05 FILLER                 PIC X(16) VALUE "Apres-midi  1318".
   05 FILLER                 PIC X(16) VALUE "Nuit        1824".
   05 FILLER                 PIC X(16) VALUE "Repos       0000".
01 HorairesEquipes REDEFINES HorairesEquipesValeurs.
   05 HoraireEquipeLigne OCCURS 4 TIMES.
      10 NomEquipeHoraire    PIC X(12).
      10 HeureDebutEquipe    PIC 9(2).
      10 HeureFinEquipe      PIC 9(2).
