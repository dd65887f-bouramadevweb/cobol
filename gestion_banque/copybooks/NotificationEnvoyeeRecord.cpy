*> Journal des messages transmis au prestataire de messagerie
*> (fichier NotificationsEnvoyees, clé IdentifiantMessage = date
*> d'envoi + numéro d'ordre du jour, repris tel quel dans le fichier
*> d'envoi et dans les accusés de réception). Statut 'T' transmis,
*> 'L' livré, 'E' échec de remise ; l'accusé y reporte sa date et le
*> code d'erreur du prestataire.
01 NotificationEnvoyeeRecord.
   05 IdentifiantMessage.
      10 DateEnvoiMessage     PIC 9(8).
      10 SequenceMessage      PIC 9(6).
   05 NumeroCompteMessage     PIC X(10).
   05 NumeroClientMessage     PIC X(10).
   05 EvenementMessage        PIC X(3).
   05 CanalMessage            PIC X.
   05 DestinataireMessage     PIC X(50).
   05 StatutMessage           PIC X.
   05 DateAccuseMessage       PIC 9(8).
   05 CodeErreurMessage       PIC X(10).
