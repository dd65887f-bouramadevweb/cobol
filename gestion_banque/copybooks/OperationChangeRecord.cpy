*> Opération de change manuel au guichet, numérotée (le numéro est
*> celui du reçu remis au client) : 'A' la banque achète les billets
*> étrangers du client et lui paie des euros, 'V' elle lui vend des
*> billets contre des euros. Seuls les billets se changent : montant
*> en devise en unités entières. La contre-valeur au cours moyen et
*> la marge sont gardées séparément : GrandLivreExtraction porte la
*> première sur l'encaisse en devises et la seconde en produit de
*> change.
01 OperationChangeRecord.
   05 NumeroOperationChange  PIC 9(8).
   05 DateOperationChange    PIC 9(8).
   05 HeureOperationChange   PIC 9(6).
   05 OperateurChange        PIC X(8).
   05 SensChange             PIC X.
   05 DeviseChange           PIC X(3).
   05 MontantDeviseChange    PIC 9(9).
   05 TauxMoyenChange        PIC 9(3)V9(4).
   05 MargeAppliquee         PIC 9V9(4).
   05 ContreValeurMoyenne    PIC 9(11)V99.
   05 MontantMargeChange     PIC 9(9)V99.
   05 MontantEURChange       PIC 9(11)V99.
   05 NomClientChange        PIC X(30).
