*> Ligne de la boîte d'envoi des notifications clients (fichier
*> NotificationsClients, déposée par NotificationUtil) : l'événement
*> survenu sur un compte, tel que le programme producteur l'a vu.
*> Les préférences du client ne sont pas consultées au dépôt : c'est
*> EnvoiNotifications qui, la nuit, retrouve le client du compte,
*> retient ou écarte la ligne selon ses souscriptions, puis vide la
*> boîte. Date et heure sont posées par NotificationUtil.
01 NotificationClientRecord.
   05 DateNotification        PIC 9(8).
   05 HeureNotification       PIC 9(6).
   05 NumeroCompteNotif       PIC X(10).
*>    DEC, PIN, RET, VEX, PRL ou ECH (voir PreferenceNotifRecord).
   05 EvenementNotif          PIC X(3).
   05 MontantNotif            PIC 9(11)V99.
   05 OrigineNotif            PIC X(8).
   05 TexteNotif              PIC X(100).
