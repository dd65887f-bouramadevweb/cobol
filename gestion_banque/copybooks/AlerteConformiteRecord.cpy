*> File de conformité : une alerte par opération arrêtée par le
*> criblage des sanctions (CriblageSanctionsUtil), clé numéro
*> d'alerte. L'opération n'est PAS passée : elle attend la décision
*> d'un agent de conformité dans GestionConformite, qui la libère
*> (l'opération est alors exécutée telle que saisie) ou la bloque
*> (les fonds restent gelés, rien n'est passé). Alertes écrites par
*> FileConformiteUtil ; chaque décision part au journal d'audit.
*> Origine : 'E' virement externe émis au guichet (Banque.cob, le
*> montant est réservé par un blocage de fonds sur le compte
*> source), 'S' salaire externe (PaiementsSalaires, montant déjà
*> débité de l'employeur et tenu en suspens), 'R' virement reçu
*> (VirementsRecus, montant converti tenu en suspens, compte non
*> crédité), 'C' création de client (GestionClients, fiche non
*> écrite). Motif 'N' nom rapproché d'une personne désignée, 'P'
*> pays sous embargo. Statut 'A' en attente, 'L' libérée, 'B'
*> bloquée.
01 AlerteConformiteRecord.
   05 NumeroAlerte            PIC 9(6).
   05 OrigineAlerte           PIC X.
   05 DateAlerte              PIC 9(8).
   05 HeureAlerte             PIC 9(6).
   05 OperateurAlerte         PIC X(8).
   05 NomCribleAlerte         PIC X(40).
   05 ReferenceSanctionAlerte PIC X(12).
   05 NomSanctionAlerte       PIC X(40).
   05 MotifAlerte             PIC X.
   05 StatutAlerte            PIC X.
   05 OperateurDecisionAlerte PIC X(8).
   05 DateDecisionAlerte      PIC 9(8).
   05 NumeroBlocageAlerte     PIC 9(6).
   05 DonneesAlerte           PIC X(150).
*> Vue virement (origines 'E', 'S', 'R') : compte de la banque
*> (source ou crédité), banque et compte de la contrepartie, montant
*> dans la devise du compte, nom de la contrepartie et, pour la
*> paie, libellé de l'employeur.
   05 DonneesVirementAlerte REDEFINES DonneesAlerte.
      10 CompteAlerte            PIC X(10).
      10 BicAlerte               PIC X(11).
      10 IbanAlerte              PIC X(20).
      10 MontantAlerte           PIC 9(11)V99.
      10 DeviseAlerte            PIC X(3).
      10 DateValeurAlerte        PIC 9(8).
      10 ContrepartieAlerte      PIC X(35).
      10 LibelleAlerte           PIC X(20).
      10 FILLER                  PIC X(30).
*> Vue client (origine 'C') : image de la fiche ClientRecord saisie,
*> écrite telle quelle dans ClientFile si l'alerte est libérée.
   05 DonneesClientAlerte REDEFINES DonneesAlerte.
      10 ImageClientAlerte       PIC X(148).
      10 FILLER                  PIC X(2).
