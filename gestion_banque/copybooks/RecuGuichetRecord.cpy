*> Reçu de guichet (fichier RecusGuichet, émis par RecuGuichetUtil) :
*> preuve remise au client de chaque opération au comptoir. Numéro
*> séquentiel par agence (celle du compte servi, SequencesRecus) ; le
*> même numéro est porté en ReferenceHisto sur le ou les mouvements
*> de l'opération pour la retrouver. Le nom du titulaire n'est
*> conservé que masqué (initiales). Un duplicata se réimprime par la
*> supervision et incrémente NbDuplicatasRecu.
01 RecuGuichetRecord.
   05 CleRecu.
      10 CodeAgenceRecu      PIC X(3).
      10 NumeroRecu          PIC 9(8).
   05 DateRecu               PIC 9(8).
   05 HeureRecu              PIC 9(6).
   05 TypeOperationRecu      PIC X(20).
   05 NumeroCompteRecu       PIC X(10).
   05 NomMasqueRecu          PIC X(30).
   05 MontantRecu            PIC 9(11)V99.
   05 DeviseRecu             PIC X(3).
   05 SoldeApresRecu         PIC S9(11)V99.
*>    Contrepartie ou objet de l'opération : compte destinataire,
*>    IBAN, plage de chèques, numéro de blocage.
   05 ReferenceOperationRecu PIC X(34).
   05 OperateurRecu          PIC X(8).
   05 NbDuplicatasRecu       PIC 9(3).
