*> Préférences de notification d'un client (fichier
*> PreferencesNotification, clé NumeroClientPref), tenues par
*> GestionClients : canal retenu ('S' SMS, 'E' courriel, 'N' aucune
*> notification), coordonnées du canal, et un indicateur 'O'/'N' par
*> événement notifiable. EnvoiNotifications ne transmet à la
*> messagerie qu'un événement souscrit sur un canal renseigné ; un
*> client sans fiche n'est jamais notifié.
01 PreferenceNotifRecord.
   05 NumeroClientPref        PIC X(10).
   05 CanalNotification       PIC X.
   05 TelephoneNotification   PIC X(15).
   05 CourrielNotification    PIC X(50).
   05 EvenementsSouscrits.
*>    DEC découvert, PIN blocage du code, RET gros retrait, VEX
*>    virement externe émis, PRL prélèvement rejeté, ECH échéance de
*>    prêt impayée.
      10 SouscritDecouvert    PIC X.
      10 SouscritBlocagePin   PIC X.
      10 SouscritRetrait      PIC X.
      10 SouscritVirementExt  PIC X.
      10 SouscritPrelevement  PIC X.
      10 SouscritEcheance     PIC X.
   05 DateMajPreference       PIC 9(8).
   05 OperateurPreference     PIC X(8).
