*> Inventaire des coffres-forts loués aux clients, par agence (code
*> du référentiel GestionAgences) : jusqu'ici un registre papier
*> posé à côté de la salle des coffres. Taille 'P' petit, 'M' moyen,
*> 'G' grand — elle fixe le loyer annuel (tarifs COFP, COFM, COFG du
*> barème). Statut 'L' libre, 'O' occupé par le contrat indiqué,
*> 'H' hors service (serrure changée, travaux : ni loué ni visité).
*> Tenu par LocationCoffres.
01 CoffreLocationRecord.
   05 CleCoffreLocation.
      10 CodeAgenceCoffreLoc   PIC X(3).
      10 NumeroCoffreLoc       PIC X(4).
   05 TailleCoffreLoc          PIC X.
   05 StatutCoffreLoc          PIC X.
   05 NumeroContratCoffreLoc   PIC 9(6).
