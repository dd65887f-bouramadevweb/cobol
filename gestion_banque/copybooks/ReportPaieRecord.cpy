*> Report de la paie (fichier ReportPaie) : posé par PaiementsSalaires
*> quand les lots vérifiés arrivent après l'heure limite de la paie
*> ou un jour non ouvré. Les lots restent dans LotsSalaires ; toute
*> exécution à partir de DateExecutionPaie les paie, quelle que soit
*> l'heure, et efface le report. OperationsDifferees le liste au matin.
01 ReportPaieRecord.
   05 DateExecutionPaie      PIC 9(8).
   05 DateSaisiePaie         PIC 9(8).
   05 HeureSaisiePaie        PIC 9(6).
   05 NbLotsReportes         PIC 9(4).
