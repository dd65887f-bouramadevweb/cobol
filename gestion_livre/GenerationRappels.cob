*> facture de remplacement après trois semaines.
01 JoursSecondRappel PIC 9(3) VALUE 7.
01 JoursFacture      PIC 9(3) VALUE 21.
01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.

COPY ControleBatchRecord.
01 StatutControle     PIC XX.
    MOVE DateEcheanceLigne TO DateEcheanceNotice.
    MOVE MontantAmendeLigne TO MontantAmendeNotice.

*>  Le prêt d'un membre à charge est notifié à l'adulte payeur de
*>  son foyer : la lettre garde le numéro de l'emprunteur mais porte
*>  le nom et les coordonnées du payeur.
    MOVE NumeroMembreEmprunt TO NumeroMembreFoyer.
    CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
    MOVE "(membre inconnu)" TO NomMembreNotice.
    MOVE SPACES TO ContactNotice.
    IF STATUS-MEMBRES = "00"
        MOVE NumeroPayeurFoyer TO NumeroMembre
        READ MembreFile
            KEY IS NumeroMembre
            INVALID KEY
