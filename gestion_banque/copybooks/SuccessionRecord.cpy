*> Dossier de succession d'un client décédé, clé numéro de client.
*> Ouvert par GestionSuccessions (depuis GestionClients) sur avis du
*> décès : tous les comptes détenus par le défunt (CompteRecord et
*> TitulairesComptes) sont gelés, ses ordres permanents, mandats de
*> prélèvement, nivellements et procurations révoqués, et le
*> certificat des soldes au jour du décès est imprimé pour le
*> notaire. PrelevementsBatch y refuse ('DCD') toute collecte
*> datée après le décès. Le règlement final se fait compte par
*> compte par ClotureComptes, destination 'N' : reliquat viré au
*> compte du notaire ; le dernier compte clos solde le dossier.
*> Statut 'O' ouvert, 'R' réglé (tous les comptes clos).
01 SuccessionRecord.
   05 NumeroClientSuccession  PIC X(10).
   05 DateDeces               PIC 9(8).
   05 DateOuvertureSuccession PIC 9(8).
   05 NomNotaire              PIC X(30).
   05 AdresseNotaire          PIC X(40).
   05 BicNotaire              PIC X(11).
   05 IbanNotaire             PIC X(20).
   05 NbComptesSuccession     PIC 9(2).
   05 TotalSoldesDeces        PIC S9(13)V99.
   05 OperateurSuccession     PIC X(8).
   05 StatutSuccession        PIC X.
   05 DateReglementSuccession PIC 9(8).
