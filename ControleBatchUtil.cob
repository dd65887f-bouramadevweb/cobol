
WORKING-STORAGE SECTION.
77 StatutOuverture   PIC XX.
01 HeureDecoupee.
   05 HeuresDecoupees   PIC 99.
   05 MinutesDecoupees  PIC 99.
   05 SecondesDecoupees PIC 99.
01 SecondesDebut     PIC 9(5).
01 SecondesFin       PIC 9(5).

LINKAGE SECTION.
COPY ControleBatchRecord.
       GOBACK
    END-IF.

*>  La durée se calcule ici, une fois pour toute la chaîne, sur les
*>  seules heures : DateDebutCtl porte souvent la date de traitement
*>  et non la date du calendrier.
    PERFORM CALCULER-DUREE.
    MOVE ControleBatchLigne TO LigneControleFile.
    WRITE LigneControleFile.
    MOVE StatutOuverture TO StatutControle.

    CLOSE ControleBatchFile.
    GOBACK.

CALCULER-DUREE.
    MOVE HeureDebutCtl TO HeureDecoupee.
    COMPUTE SecondesDebut = HeuresDecoupees * 3600
                          + MinutesDecoupees * 60 + SecondesDecoupees.
    MOVE HeureFinCtl TO HeureDecoupee.
    COMPUTE SecondesFin = HeuresDecoupees * 3600
                        + MinutesDecoupees * 60 + SecondesDecoupees.
    IF SecondesFin < SecondesDebut
        ADD 86400 TO SecondesFin
    END-IF.
    COMPUTE DureeCtl = SecondesFin - SecondesDebut.
    EXIT.
