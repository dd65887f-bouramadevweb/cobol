   05 MontantTraite           PIC 9(11)V99.
   05 DeviseTraite            PIC X(3).
   05 DateValeurTraite        PIC 9(8).
   05 NomDonneurOrdreTraite   PIC X(35).

FD BreaksNostroFile.
*> Liste des écarts (breaks) du nostro, à apurer par le back-office :
