*> Autorisation carte, clé référence attribuée par le réseau : une
*> ligne par demande reçue (AutorisationsCartes), accordée ou non.
*> Une autorisation accordée ('A') a posé le blocage NumeroBlocage-
*> AutoCarte sur le compte ; la compensation de nuit
*> (CompensationCartes) retrouve l'autorisation par la même
*> référence, lève le blocage et débite le montant réellement
*> compensé ('C'). TypeOperationAutoCarte 'R' retrait au
*> distributeur, 'P' paiement chez un commerçant. Le code réponse
*> suit la nomenclature du réseau ('00' accordée, voir
*> AutorisationsCartes pour les refus). Statut 'A' accordée en
*> attente de compensation, 'R' refusée, 'C' compensée.
01 AutorisationCarteRecord.
   05 ReferenceAutoCarte      PIC X(12).
   05 NumeroCarteAuto         PIC X(16).
   05 NumeroCompteAutoCarte   PIC X(10).
   05 TypeOperationAutoCarte  PIC X.
   05 MontantAutoCarte        PIC 9(9)V99.
   05 CommercantAutoCarte     PIC X(20).
   05 DateAutoCarte           PIC 9(8).
   05 HeureAutoCarte          PIC 9(6).
   05 CodeReponseAutoCarte    PIC XX.
   05 NumeroBlocageAutoCarte  PIC 9(6).
   05 StatutAutoCarte         PIC X.
   05 MontantCompenseCarte    PIC 9(9)V99.
   05 DateCompensationCarte   PIC 9(8).
