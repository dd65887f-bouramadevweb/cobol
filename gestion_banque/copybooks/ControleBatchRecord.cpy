   05 NbRejetesCtl        PIC 9(8).
   05 MontantTotalCtl     PIC 9(15)V99.
   05 StatutFinCtl        PIC X(2).
*> Durée écoulée de l'exécution en secondes, posée par
*> ControleBatchUtil d'après les heures de début et de fin (une
*> exécution à cheval sur minuit compte les 24 heures). Non
*> numérique sur les enregistrements écrits avant son introduction.
   05 DureeCtl            PIC 9(6).
