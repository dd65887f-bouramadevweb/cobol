*> Courriers des saisies (fichier CourriersSaisies), repris par le
*> publipostage du service juridique : une ligne par compte déclaré
*> puis une ligne de total (compte à blanc) par courrier. Type 'D'
*> déclaration au tiers saisissant (soldes au jour de la
*> signification, sommes gelées, solde insaisissable laissé), 'M'
*> mainlevée (fonds rendus au client), 'P' avis de paiement au
*> créancier. Écrit par GestionSaisies et PaiementSaisies.
01 CourrierSaisieRecord.
   05 DateCourrierSaisie      PIC 9(8).
   05 TypeCourrierSaisie      PIC X.
   05 NumeroSaisieCourrier    PIC 9(6).
   05 ReferenceActeCourrier   PIC X(20).
   05 DestinataireCourrier    PIC X(30).
   05 AdresseCourrier         PIC X(40).
   05 NumeroCompteCourrier    PIC X(10).
   05 SoldeCourrier           PIC S9(11)V99.
   05 MontantCourrier         PIC 9(11)V99.
   05 DeviseCourrier          PIC X(3).
