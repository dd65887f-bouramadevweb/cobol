      03 NbRejetesEtape  PIC 9(8).
      03 MontantEtape    PIC 9(15)V99.
      03 HeureFinEtape   PIC 9(6).
      03 DureeEtape      PIC 9(6).
01 NbEtapes          PIC 9(2) VALUE 26.
01 IndexEtape        PIC 9(2).

                    " postés " NbPostesEtape(IndexEtape)
                    " rejetés " NbRejetesEtape(IndexEtape)
                    " montant " MontantEtape(IndexEtape)
                    " durée " DureeEtape(IndexEtape) " s"
        END-IF
    END-PERFORM.
    DISPLAY "========================================================".
                MOVE NbRejetesCtl TO NbRejetesEtape(IndexEtape)
                MOVE MontantTotalCtl TO MontantEtape(IndexEtape)
                MOVE HeureFinCtl TO HeureFinEtape(IndexEtape)
*>              Enregistrement antérieur à la mesure de durée : zéro.
                IF DureeCtl NUMERIC
                    MOVE DureeCtl TO DureeEtape(IndexEtape)
                ELSE
                    MOVE 0 TO DureeEtape(IndexEtape)
                END-IF
            END-IF
        END-PERFORM
    END-IF.
