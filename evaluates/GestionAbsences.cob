*> Demande ('D') déposée par l'intéressé, approuvée ('A') ou refusée
*> ('R') par un superviseur après contrôle de la couverture minimum,
*> et reprise par le planning du jour qui saute les absents. Type
*> 'C' congé payé, 'M' maladie, 'F' formation, 'S' sans solde — la
*> paie du personnel (CalculPaiePersonnel) retient la maladie et le
*> sans solde.
01 AbsenceRecord.
   05 NumeroAbsence       PIC 9(6).
   05 CodeOperateurAbs    PIC X(8).

    MOVE ProchaineAbsence TO NumeroAbsence.
    MOVE CodeOperateurSession TO CodeOperateurAbs.
    DISPLAY "Type (C = congé payé, M = maladie, F = formation, S = sans solde) : ".
    ACCEPT TypeAbsence.
    IF TypeAbsence NOT = 'C' AND TypeAbsence NOT = 'M'
       AND TypeAbsence NOT = 'F' AND TypeAbsence NOT = 'S'
        DISPLAY "Type invalide."
        EXIT PARAGRAPH
    END-IF.
