*> Registre des saisies sur comptes, clé numéro de saisie : saisie-
*> attribution signifiée par huissier ('H') ou avis à tiers
*> détenteur du Trésor ('A'). Une saisie vise un client — et alors
*> TOUS ses comptes, retrouvés par CompteRecord et TitulaireRecord —
*> ou un seul compte désigné par l'acte. Tenu par GestionSaisies :
*> l'enregistrement gèle la part saisissable de chaque compte par un
*> blocage de fonds (motif "SAISIE", sans échéance), en laissant au
*> client le solde bancaire insaisissable, et imprime la déclaration
*> due à l'huissier. PaiementSaisies verse le créancier par
*> VirementExterneFile une fois le délai de contestation écoulé.
*> Statut 'A' active (fonds gelés, délai en cours), 'C' contestée
*> (paiement suspendu jusqu'à décision), 'P' payée au créancier,
*> 'M' mainlevée (fonds rendus au client).
01 SaisieRecord.
   05 NumeroSaisie            PIC 9(6).
   05 TypeSaisie              PIC X.
   05 NumeroClientSaisie      PIC X(10).
*> Compte désigné par l'acte ; blanc = tous les comptes du client.
   05 NumeroCompteVise        PIC X(10).
   05 ReferenceActeSaisie     PIC X(20).
   05 NomCreancierSaisie      PIC X(30).
   05 BicCreancierSaisie      PIC X(11).
   05 IbanCreancierSaisie     PIC X(20).
   05 NomHuissierSaisie       PIC X(30).
   05 AdresseHuissierSaisie   PIC X(40).
   05 MontantReclameSaisie    PIC 9(11)V99.
   05 MontantGeleSaisie       PIC 9(11)V99.
   05 MontantInsaisissable    PIC 9(11)V99.
   05 MontantPayeSaisie       PIC 9(11)V99.
   05 DateSignificationSaisie PIC 9(8).
   05 DateFinContestation     PIC 9(8).
   05 DateDenouementSaisie    PIC 9(8).
   05 OperateurSaisie         PIC X(8).
   05 StatutSaisie            PIC X.
