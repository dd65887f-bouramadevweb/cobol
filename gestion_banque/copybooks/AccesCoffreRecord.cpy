*> Registre des visites aux coffres loués : chaque passage en salle
*> des coffres, daté, avec l'opérateur qui a fait entrer le client.
*> Les visites refusées (contrat impayé, résilié, client qui n'est
*> pas le locataire) y figurent aussi, avec le motif : c'est le
*> registre que l'inspection demande à voir.
*> Résultat 'A' accès accordé, 'R' accès refusé.
01 AccesCoffreRecord.
   05 DateAccesCoffre          PIC 9(8).
   05 HeureAccesCoffre         PIC 9(6).
   05 CodeAgenceAcces          PIC X(3).
   05 NumeroCoffreAcces        PIC X(4).
   05 NumeroContratAcces       PIC 9(6).
   05 NumeroClientAcces        PIC X(10).
   05 OperateurAcces           PIC X(8).
   05 ResultatAcces            PIC X.
   05 MotifRefusAcces          PIC X(30).
