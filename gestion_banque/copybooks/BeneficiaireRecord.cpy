*> Registre des bénéficiaires externes connus d'un client (fichier
*> BeneficiairesClients), clé client + IBAN. Le premier virement
*> externe vers un IBAN inconnu du client l'inscrit en attente ('A') :
*> tant que dure la période de carence, ou jusqu'à confirmation par
*> un superviseur (SupervisionBanque), on ne peut lui envoyer au
*> total que le plafond d'attente de ParametresBeneficiaires — la
*> parade à la prise de contrôle d'une session par un fraudeur qui
*> vide le compte vers un IBAN de mule. Passé la carence, Banque le
*> confirme ('C') au virement suivant avec l'opérateur DELAI. La clé
*> secondaire sur l'IBAN sert à AnalyseSecurite pour repérer un même
*> IBAN ajouté par de nombreux clients différents. Un compte sans
*> client rattaché tient son registre sous son propre numéro.
01 BeneficiaireRecord.
   05 CleBeneficiaire.
      10 NumeroClientBenef       PIC X(10).
      10 IbanBenef               PIC X(34).
   05 BicBenef                   PIC X(11).
   05 NomBenef                   PIC X(35).
   05 StatutBenef                PIC X.
   05 DateAjoutBenef             PIC 9(8).
   05 OperateurAjoutBenef        PIC X(8).
   05 CompteAjoutBenef           PIC X(10).
*>    Cumul envoyé au bénéficiaire pendant l'attente, borné par le
*>    plafond d'attente.
   05 MontantAttenteBenef        PIC 9(11)V99.
   05 DateConfirmationBenef      PIC 9(8).
   05 OperateurConfirmationBenef PIC X(8).
