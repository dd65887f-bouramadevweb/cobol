*> Fichier des opérateurs, tenu par GestionOperateurs : identifiant,
*> mot de passe et profil ('G' guichetier, 'S' superviseur,
*> 'E' exploitation, 'C' conformité). La session s'ouvre par MenuPrincipal, qui
*> filtre ses options selon le profil et dépose l'opérateur signé
*> dans le fichier SessionOperateur pour les journaux d'audit.
01 OperateurRecord.
