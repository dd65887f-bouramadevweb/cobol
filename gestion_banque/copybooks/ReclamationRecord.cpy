*> Registre des réclamations clients (fichier Reclamations, clé
*> NumeroReclamation), tenu par GestionReclamations : courrier ou
*> guichet, rattachée au client et au compte (l'agence est celle du
*> compte, pour la statistique trimestrielle). Les échéances
*> d'accusé de réception et de réponse se calculent à
*> l'enregistrement à partir de la date de réception.
*> Catégories : FRA frais et tarification, OPE opération contestée,
*> CRT carte, CRD crédit, SRV qualité de service, AUT autre.
*> Statut 'O' ouverte, 'A' accusée (réception confirmée au client),
*> 'C' close. Issue : 'R' remboursement, 'F' fondée sans suite
*> financière (rectification, excuses), 'N' non fondée, 'A'
*> abandonnée par le client. Un remboursement cite ce qui l'a réglé :
*> 'X' une extourne (NumeroExtourneReclam, registre Extournes) ou
*> 'F' un crédit de frais "Remb. frais" posté à la clôture, repéré
*> dans l'historique par sa date, son heure et la référence de pièce
*> "RC" + numéro de réclamation.
01 ReclamationRecord.
   05 NumeroReclamation       PIC 9(6).
   05 NumeroClientReclam      PIC X(10).
   05 NumeroCompteReclam      PIC X(10).
   05 CodeAgenceReclam        PIC X(3).
   05 CanalReclam             PIC X.
   05 CategorieReclam         PIC X(3).
   05 ObjetReclam             PIC X(60).
   05 DateReceptionReclam     PIC 9(8).
   05 DateLimiteAccuse        PIC 9(8).
   05 DateAccuseReclam        PIC 9(8).
   05 DateLimiteReponse       PIC 9(8).
   05 DateReponseReclam       PIC 9(8).
   05 OperateurSaisieReclam   PIC X(8).
   05 OperateurAssigne        PIC X(8).
   05 StatutReclam            PIC X.
   05 IssueReclam             PIC X.
   05 TypeReglementReclam     PIC X.
   05 NumeroExtourneReclam    PIC 9(6).
   05 MontantRembourse        PIC 9(11)V99.
   05 DateCreditReclam        PIC 9(8).
   05 HeureCreditReclam       PIC 9(6).
