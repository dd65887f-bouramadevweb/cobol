*> Ligne brouillon d'un dossier de mobilité entrante (fichier
*> LignesMobilite), clé dossier + rang. Type 'V' virement récurrent
*> repris en ordre permanent (compte cible, montant, fréquence,
*> échéances), 'P' prélèvement repris en mandat (créancier, RUM,
*> date de signature) avec le nom et l'adresse du créancier pour la
*> lettre de notification. Rien n'est écrit dans ordrespermanents ni
*> dans MandatsPrelevement avant confirmation au guichet.
*> Statut 'B' brouillon, 'C' confirmée, 'E' écartée.
01 LigneMobiliteRecord.
   05 CleLigneMobilite.
      10 NumeroDossierLigne   PIC 9(6).
      10 RangLigneMobilite    PIC 9(3).
   05 TypeLigneMobilite       PIC X.
   05 CompteCibleLigne        PIC X(10).
   05 MontantLigne            PIC 9(11)V99.
   05 FrequenceLigne          PIC X(10).
   05 ProchaineExecLigne      PIC 9(8).
   05 FinOrdreLigne           PIC 9(8).
   05 CodeCreancierLigne      PIC X(10).
   05 ReferenceMandatLigne    PIC X(14).
   05 DateSignatureLigne      PIC 9(8).
   05 NomCreancierLigne       PIC X(30).
   05 AdresseCreancierLigne   PIC X(40).
   05 StatutLigneMobilite     PIC X.
   05 DateTraitementLigne     PIC 9(8).
   05 OperateurLigne          PIC X(8).
