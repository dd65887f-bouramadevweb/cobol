*> Dossier de mobilité bancaire (fichier DossiersMobilite), clé
*> numéro de dossier. Sens 'E' entrant : le client arrive chez nous,
*> la demande de l'ancienne banque (fichier MobiliteEntrante, chargé
*> par MobiliteBancaire) liste ses virements récurrents et ses
*> créanciers, repris en lignes brouillons (LignesMobilite) que le
*> guichet confirme une à une dans GestionMobilite. Sens 'S'
*> sortant : le client nous quitte, le guichet enregistre la
*> nouvelle banque et la date convenue, l'inventaire de ce qui vit
*> sur le compte est imprimé, et la nuit de la date convenue
*> MobiliteBancaire pose la demande de clôture (destination 'M',
*> reliquat viré au compte d'arrivée chez la nouvelle banque).
*> Statut 'B' entrant à confirmer, 'C' entrant confirmé, 'P' sortant
*> en attente de la date convenue, 'T' sortant transmis à la
*> clôture, 'A' abandonné.
01 DossierMobiliteRecord.
   05 NumeroDossierMobilite   PIC 9(6).
   05 SensMobilite            PIC X.
   05 NumeroCompteMobilite    PIC X(10).
   05 ReferenceMobilite       PIC X(14).
   05 BicAutreBanque          PIC X(11).
   05 IbanAutreBanque         PIC X(20).
   05 DateBasculeMobilite     PIC 9(8).
   05 DateEnregMobilite       PIC 9(8).
   05 OperateurMobilite       PIC X(8).
   05 NbLignesMobilite        PIC 9(3).
   05 StatutMobilite          PIC X.
