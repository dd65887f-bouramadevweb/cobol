*> Registre des distributeurs (fichier RegistreDab, clé CodeDab), tenu
*> par GestionCoffre : un DAB est un point d'espèces comme un tiroir
*> de guichet, dont personne ne savait ce qui y avait été chargé ni ce
*> qu'il devait encore contenir. CodeDab est l'origine portée par les
*> lots du DAB dans TransactionFile (8 caractères au plus, pour tenir
*> dans la contrepartie des mouvements du coffre) : TraitementTrans-
*> actions y cumule les retraits postés pour lui. À chaque
*> réapprovisionnement, le restant compté se confronte au chargement
*> moins le distribué, et le cycle repart du nouveau chargement.
01 DabRecord.
   05 CodeDab                PIC X(10).
   05 AgenceDab              PIC X(3).
   05 LibelleDab             PIC X(30).
*> Capacité des cassettes : le plein que la commande du transporteur
*> vise pour chaque DAB (0 = non renseignée).
   05 CapaciteDab            PIC 9(11)V99.
*> 'A' en service, 'H' hors service (plus chargé).
   05 StatutDab              PIC X.
   05 DateChargementDab      PIC 9(8).
   05 MontantChargeDab       PIC 9(11)V99.
*> Retraits postés depuis le dernier chargement.
   05 DistribueDab           PIC 9(11)V99.
*> Retraits du ticket d'arrêté pris en compte à l'équilibrage mais
*> pas encore postés : le lot de la nuit les consomme d'abord, le
*> surplus (retraits d'après le chargement) ouvre le nouveau cycle.
   05 DistribueAnticipeDab   PIC 9(11)V99.
   05 DateDernierCumulDab    PIC 9(8).
