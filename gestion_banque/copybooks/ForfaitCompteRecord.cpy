*> Forfait attribué à un compte (fichier ForfaitsComptes, clé
*> NumeroCompteForfait), tenu par GestionTarifs. Tout changement —
*> première souscription, changement de forfait ou résiliation —
*> prend effet le mois suivant sa saisie : il se pose en attente
*> (ChangementPrevu 'O', CodeForfaitSuivant à blanc pour une
*> résiliation) et FacturationFrais le bascule en forfait en cours
*> quand la période facturée atteint PeriodeEffetSuivant. Le mois
*> entamé reste ainsi facturé selon les conditions connues du
*> client à son début.
01 ForfaitCompteRecord.
   05 NumeroCompteForfait    PIC X(10).
   05 CodeForfaitActuel      PIC X(4).
   05 PeriodeEffetActuel     PIC 9(6).
   05 ChangementPrevu        PIC X.
   05 CodeForfaitSuivant     PIC X(4).
   05 PeriodeEffetSuivant    PIC 9(6).
   05 DateMajForfait         PIC 9(8).
   05 OperateurForfait       PIC X(8).
