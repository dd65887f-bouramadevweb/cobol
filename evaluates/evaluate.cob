01 IndexFerie    PIC 9(2).
01 FerieTrouve   PIC X VALUE 'N'.

COPY PlanningEquipes.

01 ChoixUtilisateur PIC X.
01 DateHeureSysteme PIC X(21).
01 DateDuJour       PIC 9(8).
    MOVE 'F' TO TypeJourLigne(6).
    MOVE 'F' TO TypeJourLigne(7).

*> L'équipe de chaque jour vient du planning partagé avec le rapport
*> d'activité du guichet, qui mesure l'effectif prévu contre le réel.
    MOVE EquipePlanifiee(1) TO EquipeJour(1).
    MOVE EquipePlanifiee(2) TO EquipeJour(2).
    MOVE EquipePlanifiee(3) TO EquipeJour(3).
    MOVE EquipePlanifiee(4) TO EquipeJour(4).
    MOVE EquipePlanifiee(5) TO EquipeJour(5).
    MOVE EquipePlanifiee(6) TO EquipeJour(6).
    MOVE EquipePlanifiee(7) TO EquipeJour(7).

*> La table des jours fériés se recharge depuis le calendrier
*> CalendrierFeries tenu par GestionCalendrier, au lieu de l'ancienne
