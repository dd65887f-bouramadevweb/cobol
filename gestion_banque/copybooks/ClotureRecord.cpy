*> temporis, transfère le reliquat, journalise les mouvements
*> finaux, imprime le certificat de clôture et SEULEMENT ALORS pose
*> le statut 'C' sur le compte. Statut 'P' en attente de règlement,
*> 'E' exécutée, 'A' abandonnée. Destination 'M' : départ par
*> mobilité bancaire, demande posée la nuit de la date convenue par
*> MobiliteBancaire, CompteDestCloture portant le numéro du dossier
*> de mobilité et le reliquat partant vers la nouvelle banque.
01 ClotureRecord.
   05 NumeroCompteCloture    PIC X(10).
   05 DestinationCloture     PIC X.
