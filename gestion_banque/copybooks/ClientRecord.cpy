   05 DateExpirationDocument PIC 9(8).
   05 NoteRisqueClient      PIC X.
   05 DateDerniereRevue     PIC 9(8).
*> Classement statistique du client pour la remise monétaire
*> mensuelle (StatistiquesMonetaires) : pays de résidence (code ISO
*> à deux lettres, résidence économique et non nationalité) et
*> secteur institutionnel (S11 sociétés non financières, S12
*> sociétés financières, S13 administrations publiques, S14
*> ménages, S15 institutions sans but lucratif). Tenus par
*> GestionClients ; un blanc (enregistrement ancien) remonte en
*> anomalie sur le listing de contrôle de la remise.
   05 PaysResidenceClient   PIC XX.
   05 SecteurClient         PIC X(3).
