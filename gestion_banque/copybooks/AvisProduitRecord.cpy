*> Avis de modification des conditions d'un produit de compte
*> (fichier AvisModificationProduits), repris par le publipostage :
*> une lettre par détenteur (titulaire ou co-titulaire) de chaque
*> compte ouvert sur le produit, émise à l'approbation d'un changement
*> à date d'effet future, avec les conditions actuelles et les
*> nouvelles. Écrit par SupervisionBanque.
01 AvisProduitRecord.
   05 DateAvisProduit         PIC 9(8).
   05 CodeProduitAvis         PIC X(4).
   05 LibelleProduitAvis      PIC X(30).
   05 DateEffetAvis           PIC 9(8).
   05 NumeroCompteAvis        PIC X(10).
   05 NumeroClientAvis        PIC X(10).
   05 DestinataireAvis        PIC X(30).
   05 AdresseAvis             PIC X(40).
   05 AncienTauxAvis          PIC 9V9(4).
   05 NouveauTauxAvis         PIC 9V9(4).
   05 AncienDecouvertAvis     PIC 9(11)V99.
   05 NouveauDecouvertAvis    PIC 9(11)V99.
   05 AncienSoldeMinAvis      PIC 9(11)V99.
   05 NouveauSoldeMinAvis     PIC 9(11)V99.
   05 AncienFraisAvis         PIC X.
   05 NouveauFraisAvis        PIC X.
