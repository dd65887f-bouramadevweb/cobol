IDENTIFICATION DIVISION.
PROGRAM-ID. GestionPeriodiques.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AbonnementFile
           ASSIGN TO 'Abonnements'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroAbonnement
           FILE STATUS IS STATUS-ABONNEMENTS.

    SELECT BulletinFile
           ASSIGN TO 'BulletinsPeriodiques'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleBulletin
           FILE STATUS IS STATUS-BULLETINS.

    SELECT FournisseurFile
           ASSIGN TO 'Fournisseurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeFournisseur
           FILE STATUS IS STATUS-FOURNISSEURS.

    SELECT FactureFile
           ASSIGN TO 'FacturesFournisseurs'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroFactureFr
           FILE STATUS IS STATUS-FACTURES.

    SELECT LivreFile
           ASSIGN TO 'LivreFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroLivre
           ALTERNATE RECORD KEY IS Isbn WITH DUPLICATES
           FILE STATUS IS STATUS-LIVRES.

    SELECT ExemplaireFile
           ASSIGN TO 'ExemplaireFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleExemplaire
           FILE STATUS IS STATUS-EXEMPLAIRES.

DATA DIVISION.
FILE SECTION.
FD AbonnementFile.
*> Abonnement à un périodique. Le titre entre au catalogue comme un
*> livre au genre PERI (l'ISSN dans la zone ISBN), chaque numéro reçu
*> y devient un exemplaire prêtable. Périodicité 'H' hebdomadaire,
*> 'Q' quinzaine, 'M' mensuelle, 'B' bimestrielle, 'T' trimestrielle,
*> 'S' semestrielle, 'A' annuelle ; les numéros attendus sont générés
*> dans BulletinsPeriodiques à partir de DateProchainNumero, jamais
*> au-delà de l'échéance. Statut 'A' actif, 'F' renouvellement
*> facturé (en attente du paiement, qui repousse l'échéance d'un an
*> — voir PaiementFournisseurs), 'C' clos (résilié).
01 AbonnementRecord.
   05 NumeroAbonnement      PIC 9(4).
   05 NumeroLivreAbo        PIC 9(4).
   05 TitreAbo              PIC X(30).
   05 IssnAbo               PIC X(9).
   05 CodeFournisseurAbo    PIC X(4).
   05 PeriodiciteAbo        PIC X.
   05 JourParutionAbo       PIC 9(2).
   05 NumeroAttendu         PIC 9(4).
   05 DateProchainNumero    PIC 9(8).
   05 DateRenouvellementAbo PIC 9(8).
   05 PrixAbonnement        PIC 9(7)V99.
   05 DelaiReclamationAbo   PIC 9(3).
   05 SiteAbo               PIC X(2).
   05 StatutAbo             PIC X.

FD BulletinFile.
*> Un numéro attendu ou reçu d'un abonnement. 'A' attendu, 'R' reçu
*> (bulletiné, avec son exemplaire), 'C' réclamé à l'éditeur — un
*> numéro réclamé qui arrive enfin se bulletine comme les autres.
01 BulletinRecord.
   05 CleBulletin.
      10 NumeroAbonnementBul PIC 9(4).
      10 NumeroBulletin      PIC 9(4).
   05 DateAttendueBul        PIC 9(8).
   05 StatutBulletin         PIC X.
   05 DateReceptionBul       PIC 9(8).
   05 NumeroExemplaireBul    PIC 9(3).
   05 NbReclamationsBul      PIC 9(2).
   05 DateReclamationBul     PIC 9(8).

FD FournisseurFile.
01 FournisseurRecord.
   05 CodeFournisseur     PIC X(4).
   05 NomFournisseur      PIC X(30).
   05 TypeReglementFourn  PIC X.
   05 CompteInterneFourn  PIC X(10).
   05 BicFournisseur      PIC X(11).
   05 IbanFournisseur     PIC X(20).

FD FactureFile.
01 FactureFournisseurRecord.
   05 NumeroFactureFr     PIC 9(6).
   05 CodeFournisseurFact PIC X(4).
   05 NumeroCommandeFact  PIC 9(6).
   05 QuantiteFacturee    PIC 9(3).
   05 MontantFactureFr    PIC 9(7)V99.
   05 DateFactureFr       PIC 9(8).
   05 StatutFactureFr     PIC X.
   05 DatePaiementFact    PIC 9(8).
   05 NumeroAbonnementFact PIC 9(4).
   05 NumeroReparationFact PIC 9(5).

FD LivreFile.
01 LivreRecord.
   05 NumeroLivre   PIC 9(4).
   05 Titre         PIC X(30).
   05 Auteur        PIC X(20).
   05 AnneePub      PIC 9(4).
   05 Genre         PIC X(4).
   05 CopiesDispo   PIC 9(2).
   05 Isbn          PIC X(13).
   05 PrixRemplacement PIC 9(5)V99.

FD ExemplaireFile.
01 ExemplaireRecord.
   05 CleExemplaire.
      10 NumeroLivreEx     PIC 9(4).
      10 NumeroExemplaire  PIC 9(3).
   05 EtatExemplaire       PIC X.
   05 SiteExemplaire       PIC X(2).

WORKING-STORAGE SECTION.
77 STATUS-ABONNEMENTS  PIC XX.
77 STATUS-BULLETINS    PIC XX.
77 STATUS-FOURNISSEURS PIC XX.
77 STATUS-FACTURES     PIC XX.
77 STATUS-LIVRES       PIC XX.
77 STATUS-EXEMPLAIRES  PIC XX.
01 ChoixUtilisateur   PIC X.
01 ChoixRenouvellement PIC X.
01 FinFichier         PIC X.
01 FinBulletins       PIC X.
01 FinExemplaires     PIC X.
01 DateHeureSysteme   PIC X(21).
01 DateDuJour         PIC 9(8).
01 EntierDuJour       PIC 9(7).
01 ProchainAbonnement PIC 9(4).
01 NumeroAbonnementSaisi PIC 9(4).
01 NumeroBulletinSaisi PIC 9(4).
01 ProchainLivre      PIC 9(4).
01 ProchaineFacture   PIC 9(6).
01 DernierExemplaire  PIC 9(3).
01 FournisseursOuverts PIC X.
01 NbManquants        PIC 9(4).
01 NbReclames         PIC 9(4).
01 NbAFacturer        PIC 9(3).
01 NbNumerosListes    PIC 9(4).
01 EntierAttendu      PIC 9(7).
01 EntierReclamation  PIC 9(7).
01 PrixSaisi          PIC 9(7)V99.
*> Bornes du calendrier des numéros : on génère jusqu'à la date
*> limite ET jusqu'au numéro cible (un numéro arrivé en avance).
01 DateLimiteCalendrier PIC 9(8).
01 NumeroCibleCalendrier PIC 9(4).
01 DatePrevueTravail  PIC 9(8).
01 DatePrevueDetail REDEFINES DatePrevueTravail.
   05 AnneePrevue     PIC 9(4).
   05 MoisPrevu       PIC 9(2).
   05 JourPrevu       PIC 9(2).
01 EntierPrevu        PIC 9(7).
01 NbMoisPas          PIC 9(2).
*> Délai de réclamation par défaut quand la saisie le laisse à zéro,
*> et fenêtre de préavis des renouvellements.
01 DelaiReclamationDefaut PIC 9(3) VALUE 15.
01 NbJoursPreavisRenouv   PIC 9(3) VALUE 60.
01 DateLimitePreavis  PIC 9(8).

PROCEDURE DIVISION.

*> Abonnements aux périodiques : une quarantaine de revues vivaient
*> dans un tableur, faute de place pour elles dans un catalogue qui
*> ne connaît que les monographies. L'abonnement tient le
*> fournisseur (FournisseurFile), la périodicité, le calendrier des
*> numéros attendus et l'échéance. Le bulletinage contrôle chaque
*> numéro qui arrive contre ce calendrier et le crée comme exemplaire
*> prêtable ; la liste des réclamations sort les numéros en retard
*> chez l'éditeur ; les renouvellements partent en facture dans
*> FacturesFournisseurs et se paient par la course de
*> PaiementFournisseurs, comme les livres.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateDuJour.
    COMPUTE EntierDuJour = FUNCTION INTEGER-OF-DATE(DateDuJour).

    OPEN I-O AbonnementFile.
    IF STATUS-ABONNEMENTS = "35"
        OPEN OUTPUT AbonnementFile
        CLOSE AbonnementFile
        OPEN I-O AbonnementFile
    END-IF.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Impossible d'ouvrir Abonnements. Code de statut : " STATUS-ABONNEMENTS
        STOP RUN
    END-IF.

    OPEN I-O BulletinFile.
    IF STATUS-BULLETINS = "35"
        OPEN OUTPUT BulletinFile
        CLOSE BulletinFile
        OPEN I-O BulletinFile
    END-IF.
    IF STATUS-BULLETINS NOT = "00"
        DISPLAY "Impossible d'ouvrir BulletinsPeriodiques. Code de statut : " STATUS-BULLETINS
        CLOSE AbonnementFile
        STOP RUN
    END-IF.

    PERFORM UNE-FOIS UNTIL ChoixUtilisateur = "0".

    CLOSE BulletinFile.
    CLOSE AbonnementFile.

    GOBACK.

UNE-FOIS.
    DISPLAY " ".
    DISPLAY "========================================================".
    DISPLAY "ABONNEMENTS AUX PÉRIODIQUES".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "1. Créer un abonnement".
    DISPLAY "2. Lister les abonnements".
    DISPLAY "3. Bulletiner un numéro reçu".
    DISPLAY "4. État des numéros d'un abonnement".
    DISPLAY "5. Liste des réclamations (numéros en retard)".
    DISPLAY "6. Renouvellements à facturer".
    DISPLAY "7. Résilier un abonnement".
    DISPLAY "8. Règlement des fournisseurs (factures et paiements)".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixUtilisateur.

    EVALUATE ChoixUtilisateur
        WHEN "1"
            PERFORM CREER-ABONNEMENT
        WHEN "2"
            PERFORM LISTER-ABONNEMENTS
        WHEN "3"
            PERFORM BULLETINER-NUMERO
        WHEN "4"
            PERFORM ETAT-NUMEROS
        WHEN "5"
            PERFORM LISTE-RECLAMATIONS
        WHEN "6"
            PERFORM RENOUVELLEMENTS
        WHEN "7"
            PERFORM RESILIER-ABONNEMENT
        WHEN "8"
            CALL "PaiementFournisseurs"
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

CREER-ABONNEMENT.
*> Le fournisseur doit exister au fichier des règlements : c'est lui
*> qui recevra la facture de renouvellement.
    MOVE 1 TO ProchainAbonnement.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroAbonnement.
    START AbonnementFile KEY IS GREATER THAN NumeroAbonnement
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM NUMEROTER-UN-ABONNEMENT UNTIL FinFichier = 'O'.

    MOVE ProchainAbonnement TO NumeroAbonnement.
    DISPLAY "Titre du périodique : ".
    ACCEPT TitreAbo.
    DISPLAY "ISSN : ".
    ACCEPT IssnAbo.
    DISPLAY "Code du fournisseur : ".
    ACCEPT CodeFournisseurAbo.
    OPEN INPUT FournisseurFile.
    IF STATUS-FOURNISSEURS NOT = "00"
        DISPLAY "Impossible d'ouvrir Fournisseurs. Code de statut : " STATUS-FOURNISSEURS
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeFournisseurAbo TO CodeFournisseur.
    READ FournisseurFile
        KEY IS CodeFournisseur
        INVALID KEY
            DISPLAY "Fournisseur " CodeFournisseurAbo " inconnu : abonnement non créé."
            CLOSE FournisseurFile
            EXIT PARAGRAPH
    END-READ.
    CLOSE FournisseurFile.

    DISPLAY "Périodicité (H, Q, M, B, T, S, A) : ".
    ACCEPT PeriodiciteAbo.
    IF PeriodiciteAbo NOT = 'H' AND PeriodiciteAbo NOT = 'Q'
       AND PeriodiciteAbo NOT = 'M' AND PeriodiciteAbo NOT = 'B'
       AND PeriodiciteAbo NOT = 'T' AND PeriodiciteAbo NOT = 'S'
       AND PeriodiciteAbo NOT = 'A'
        DISPLAY "Périodicité invalide : abonnement non créé."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date de parution du premier numéro attendu (AAAAMMJJ) : ".
    ACCEPT DateProchainNumero.
    IF DateProchainNumero NOT NUMERIC OR DateProchainNumero < 19000101
        DISPLAY "Date invalide : abonnement non créé."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date d'échéance de l'abonnement (AAAAMMJJ) : ".
    ACCEPT DateRenouvellementAbo.
    IF DateRenouvellementAbo NOT NUMERIC OR DateRenouvellementAbo < 19000101
        DISPLAY "Date invalide : abonnement non créé."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prix annuel de l'abonnement : ".
    ACCEPT PrixAbonnement.
    DISPLAY "Délai de réclamation en jours (0 = " DelaiReclamationDefaut ") : ".
    ACCEPT DelaiReclamationAbo.
    IF DelaiReclamationAbo = 0
        MOVE DelaiReclamationDefaut TO DelaiReclamationAbo
    END-IF.
    DISPLAY "Site de rangement (01 salle principale...) : ".
    ACCEPT SiteAbo.
    IF SiteAbo = SPACES
        MOVE "01" TO SiteAbo
    END-IF.
*>  Les parutions mensuelles et plus espacées gardent leur jour du
*>  mois ; borné à 28 pour exister tous les mois.
    MOVE DateProchainNumero(7:2) TO JourParutionAbo.
    IF JourParutionAbo > 28
        MOVE 28 TO JourParutionAbo
    END-IF.
    MOVE 1 TO NumeroAttendu.
    MOVE 'A' TO StatutAbo.

*>  Le titre entre au catalogue au genre PERI, sans exemplaire : ce
*>  sont les numéros bulletinés qui en créeront (même idiome que le
*>  livre temporaire du prêt entre bibliothèques).
    OPEN I-O LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Impossible d'ouvrir LivreFile. Code de statut : " STATUS-LIVRES
        EXIT PARAGRAPH
    END-IF.
    PERFORM NUMEROTER-LIVRE.
    MOVE ProchainLivre TO NumeroLivre.
    MOVE TitreAbo TO Titre.
    MOVE "(PERIODIQUE)" TO Auteur.
    MOVE DateDuJour(1:4) TO AnneePub.
    MOVE "PERI" TO Genre.
    MOVE 0 TO CopiesDispo.
    MOVE IssnAbo TO Isbn.
    MOVE 0 TO PrixRemplacement.
    WRITE LivreRecord.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Erreur à l'écriture de LivreFile. Code de statut : " STATUS-LIVRES
        CLOSE LivreFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE LivreFile.
    MOVE ProchainLivre TO NumeroLivreAbo.

    WRITE AbonnementRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à l'écriture de Abonnements. Code de statut : " STATUS-ABONNEMENTS
    ELSE
        DISPLAY "Abonnement " NumeroAbonnement " créé : " TitreAbo
                " (livre " NumeroLivreAbo "), échéance " DateRenouvellementAbo "."
    END-IF.
    EXIT.

NUMEROTER-UN-ABONNEMENT.
    READ AbonnementFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroAbonnement >= ProchainAbonnement
                COMPUTE ProchainAbonnement = NumeroAbonnement + 1
            END-IF
    END-READ.
    EXIT.

LISTER-ABONNEMENTS.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroAbonnement.
    START AbonnementFile KEY IS GREATER THAN NumeroAbonnement
        INVALID KEY
            MOVE 'O' TO FinFichier
            DISPLAY "Aucun abonnement enregistré."
    END-START.
    PERFORM LISTER-UN-ABONNEMENT UNTIL FinFichier = 'O'.
    EXIT.

LISTER-UN-ABONNEMENT.
    READ AbonnementFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            DISPLAY "Abonnement " NumeroAbonnement " (" StatutAbo ") "
                    TitreAbo " | " PeriodiciteAbo
                    " | fournisseur " CodeFournisseurAbo
                    " | prochain n° " NumeroAttendu " le " DateProchainNumero
                    " | échéance " DateRenouvellementAbo
                    " | " PrixAbonnement
    END-READ.
    EXIT.

LIRE-ABONNEMENT-SAISI.
*> Lecture de l'abonnement désigné par l'opérateur ; FinFichier
*> rend 'O' s'il n'existe pas.
    MOVE 'N' TO FinFichier.
    DISPLAY "Numéro de l'abonnement : ".
    ACCEPT NumeroAbonnementSaisi.
    MOVE NumeroAbonnementSaisi TO NumeroAbonnement.
    READ AbonnementFile
        KEY IS NumeroAbonnement
        INVALID KEY
            DISPLAY "Aucun abonnement ne porte ce numéro."
            MOVE 'O' TO FinFichier
    END-READ.
    EXIT.

PROLONGER-CALENDRIER.
*> Génère les numéros attendus de l'abonnement courant tant que la
*> date prévue ne dépasse pas DateLimiteCalendrier ou que le numéro
*> cible n'est pas atteint, sans jamais franchir l'échéance : un
*> abonnement non renouvelé n'attend plus rien. L'abonnement est
*> réécrit avec son prochain numéro.
    IF StatutAbo = 'C'
        EXIT PARAGRAPH
    END-IF.
    PERFORM ECRIRE-NUMERO-ATTENDU
        UNTIL (DateProchainNumero > DateLimiteCalendrier
               AND NumeroAttendu > NumeroCibleCalendrier)
           OR DateProchainNumero NOT < DateRenouvellementAbo
           OR NumeroAttendu = 9999.
    REWRITE AbonnementRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Abonnements. Code de statut : " STATUS-ABONNEMENTS
    END-IF.
    EXIT.

ECRIRE-NUMERO-ATTENDU.
    MOVE NumeroAbonnement TO NumeroAbonnementBul.
    MOVE NumeroAttendu TO NumeroBulletin.
    MOVE DateProchainNumero TO DateAttendueBul.
    MOVE 'A' TO StatutBulletin.
    MOVE 0 TO DateReceptionBul.
    MOVE 0 TO NumeroExemplaireBul.
    MOVE 0 TO NbReclamationsBul.
    MOVE 0 TO DateReclamationBul.
    WRITE BulletinRecord.
    IF STATUS-BULLETINS NOT = "00" AND STATUS-BULLETINS NOT = "22"
        DISPLAY "Erreur à l'écriture de BulletinsPeriodiques. Code de statut : " STATUS-BULLETINS
    END-IF.
    ADD 1 TO NumeroAttendu.
    PERFORM AVANCER-DATE-PREVUE.
    EXIT.

AVANCER-DATE-PREVUE.
*> Date de parution suivante selon la périodicité : en jours pour
*> l'hebdomadaire et la quinzaine, en mois (au jour de parution)
*> pour les autres.
    MOVE DateProchainNumero TO DatePrevueTravail.
    MOVE 0 TO NbMoisPas.
    EVALUATE PeriodiciteAbo
        WHEN 'H'
            COMPUTE EntierPrevu = FUNCTION INTEGER-OF-DATE(DatePrevueTravail) + 7
            COMPUTE DatePrevueTravail = FUNCTION DATE-OF-INTEGER(EntierPrevu)
        WHEN 'Q'
            COMPUTE EntierPrevu = FUNCTION INTEGER-OF-DATE(DatePrevueTravail) + 14
            COMPUTE DatePrevueTravail = FUNCTION DATE-OF-INTEGER(EntierPrevu)
        WHEN 'M'
            MOVE 1 TO NbMoisPas
        WHEN 'B'
            MOVE 2 TO NbMoisPas
        WHEN 'T'
            MOVE 3 TO NbMoisPas
        WHEN 'S'
            MOVE 6 TO NbMoisPas
        WHEN OTHER
            MOVE 12 TO NbMoisPas
    END-EVALUATE.
    IF NbMoisPas > 0
        ADD NbMoisPas TO MoisPrevu
        IF MoisPrevu > 12
            SUBTRACT 12 FROM MoisPrevu
            ADD 1 TO AnneePrevue
        END-IF
        MOVE JourParutionAbo TO JourPrevu
    END-IF.
    MOVE DatePrevueTravail TO DateProchainNumero.
    EXIT.

BULLETINER-NUMERO.
*> Arrivée d'un numéro : il est contrôlé contre le calendrier de
*> l'abonnement (numéro attendu, pas déjà reçu), créé comme
*> exemplaire en rayon sur le site de l'abonnement, et le compteur
*> de copies du titre monte. Un numéro arrivé en avance prolonge le
*> calendrier jusqu'à lui ; ceux qu'il saute restent attendus et
*> passeront en réclamation.
    PERFORM LIRE-ABONNEMENT-SAISI.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutAbo = 'C'
        DISPLAY "Abonnement résilié : aucun numéro n'est attendu."
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateLimiteCalendrier.
    MOVE 0 TO NumeroCibleCalendrier.
    PERFORM PROLONGER-CALENDRIER.

    PERFORM CHERCHER-PLUS-ANCIEN-ATTENDU.
    IF NbManquants = 0
        DISPLAY "Aucun numéro en attente au calendrier (prochain : n° "
                NumeroAttendu " le " DateProchainNumero ")."
    ELSE
        DISPLAY NbManquants " numéro(s) attendu(s), le plus ancien : n° "
                NumeroBulletinSaisi "."
    END-IF.
    DISPLAY "Numéro reçu (0 = le plus ancien attendu) : ".
    ACCEPT NumeroBulletinSaisi.
    IF NumeroBulletinSaisi = 0
        IF NbManquants = 0
            DISPLAY "Aucun numéro attendu : bulletinage abandonné."
            EXIT PARAGRAPH
        END-IF
        PERFORM CHERCHER-PLUS-ANCIEN-ATTENDU
    END-IF.
    IF NumeroBulletinSaisi NOT < NumeroAttendu
        MOVE 0 TO DateLimiteCalendrier
        MOVE NumeroBulletinSaisi TO NumeroCibleCalendrier
        PERFORM PROLONGER-CALENDRIER
    END-IF.

    MOVE NumeroAbonnement TO NumeroAbonnementBul.
    MOVE NumeroBulletinSaisi TO NumeroBulletin.
    READ BulletinFile
        KEY IS CleBulletin
        INVALID KEY
            DISPLAY "Le n° " NumeroBulletinSaisi
                    " n'est pas au calendrier de l'abonnement (au-delà de l'échéance "
                    DateRenouvellementAbo ") : refusé."
            EXIT PARAGRAPH
    END-READ.
    IF StatutBulletin = 'R'
        DISPLAY "Le n° " NumeroBulletin " a déjà été bulletiné le "
                DateReceptionBul " (exemplaire " NumeroExemplaireBul ")."
        EXIT PARAGRAPH
    END-IF.

    PERFORM CREER-EXEMPLAIRE-NUMERO.
    IF DernierExemplaire = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE 'R' TO StatutBulletin.
    MOVE DateDuJour TO DateReceptionBul.
    MOVE DernierExemplaire TO NumeroExemplaireBul.
    REWRITE BulletinRecord.
    IF STATUS-BULLETINS NOT = "00"
        DISPLAY "Erreur à la mise à jour de BulletinsPeriodiques. Code de statut : " STATUS-BULLETINS
    ELSE
        DISPLAY "N° " NumeroBulletin " de " TitreAbo " bulletiné : exemplaire "
                NumeroLivreAbo "/" NumeroExemplaireBul " en rayon."
    END-IF.

    PERFORM CHERCHER-PLUS-ANCIEN-ATTENDU.
    IF NbManquants > 0
        DISPLAY NbManquants " numéro(s) toujours attendu(s) : voir la liste des réclamations."
    END-IF.
    EXIT.

CHERCHER-PLUS-ANCIEN-ATTENDU.
*> Compte les numéros non reçus de l'abonnement courant et rend le
*> plus ancien dans NumeroBulletinSaisi.
    MOVE 0 TO NbManquants.
    MOVE 0 TO NumeroBulletinSaisi.
    MOVE 'N' TO FinBulletins.
    MOVE NumeroAbonnement TO NumeroAbonnementBul.
    MOVE 0 TO NumeroBulletin.
    START BulletinFile KEY IS NOT LESS THAN CleBulletin
        INVALID KEY
            MOVE 'O' TO FinBulletins
    END-START.
    PERFORM COMPTER-UN-ATTENDU UNTIL FinBulletins = 'O'.
    EXIT.

COMPTER-UN-ATTENDU.
    READ BulletinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBulletins
        NOT AT END
            IF NumeroAbonnementBul NOT = NumeroAbonnement
                MOVE 'O' TO FinBulletins
            ELSE
                IF StatutBulletin NOT = 'R'
                    ADD 1 TO NbManquants
                    IF NumeroBulletinSaisi = 0
                        MOVE NumeroBulletin TO NumeroBulletinSaisi
                    END-IF
                END-IF
            END-IF
    END-READ.
    EXIT.

CREER-EXEMPLAIRE-NUMERO.
*> L'exemplaire du numéro est numéroté à la suite du plus grand
*> numéro existant pour le titre (même idiome que la réception des
*> commandes) ; DernierExemplaire rend 0 si rien n'a été créé.
    OPEN I-O ExemplaireFile.
    IF STATUS-EXEMPLAIRES = "35"
        OPEN OUTPUT ExemplaireFile
        CLOSE ExemplaireFile
        OPEN I-O ExemplaireFile
    END-IF.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "ExemplaireFile indisponible (" STATUS-EXEMPLAIRES ") : numéro non bulletiné."
        MOVE 0 TO DernierExemplaire
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO DernierExemplaire.
    MOVE 'N' TO FinExemplaires.
    MOVE NumeroLivreAbo TO NumeroLivreEx.
    MOVE 0 TO NumeroExemplaire.
    START ExemplaireFile KEY IS NOT LESS THAN CleExemplaire
        INVALID KEY
            MOVE 'O' TO FinExemplaires
    END-START.
    PERFORM LIRE-UN-EXEMPLAIRE UNTIL FinExemplaires = 'O'.
    IF DernierExemplaire = 999
        DISPLAY "Plus de numéro d'exemplaire libre pour le livre " NumeroLivreAbo
                " : désherbez les anciens numéros."
        MOVE 0 TO DernierExemplaire
        CLOSE ExemplaireFile
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO DernierExemplaire.
    MOVE NumeroLivreAbo TO NumeroLivreEx.
    MOVE DernierExemplaire TO NumeroExemplaire.
    MOVE 'R' TO EtatExemplaire.
    MOVE SiteAbo TO SiteExemplaire.
    WRITE ExemplaireRecord.
    IF STATUS-EXEMPLAIRES NOT = "00"
        DISPLAY "Erreur à l'écriture de ExemplaireFile. Code de statut : " STATUS-EXEMPLAIRES
        MOVE 0 TO DernierExemplaire
        CLOSE ExemplaireFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE ExemplaireFile.

    OPEN I-O LivreFile.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Impossible d'ouvrir LivreFile. Code de statut : " STATUS-LIVRES
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroLivreAbo TO NumeroLivre.
    READ LivreFile
        KEY IS NumeroLivre
        INVALID KEY
            DISPLAY "Le livre " NumeroLivreAbo " n'existe plus au catalogue : compteur de copies non mis à jour."
            CLOSE LivreFile
            EXIT PARAGRAPH
    END-READ.
    IF CopiesDispo < 99
        ADD 1 TO CopiesDispo
    END-IF.
    REWRITE LivreRecord.
    IF STATUS-LIVRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de LivreFile. Code de statut : " STATUS-LIVRES
    END-IF.
    CLOSE LivreFile.
    EXIT.

LIRE-UN-EXEMPLAIRE.
    READ ExemplaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinExemplaires
        NOT AT END
            IF NumeroLivreEx NOT = NumeroLivreAbo
                MOVE 'O' TO FinExemplaires
            ELSE
                MOVE NumeroExemplaire TO DernierExemplaire
            END-IF
    END-READ.
    EXIT.

ETAT-NUMEROS.
    PERFORM LIRE-ABONNEMENT-SAISI.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateLimiteCalendrier.
    MOVE 0 TO NumeroCibleCalendrier.
    PERFORM PROLONGER-CALENDRIER.
    DISPLAY "Numéros de " TitreAbo " (abonnement " NumeroAbonnement ") : ".
    MOVE 0 TO NbNumerosListes.
    MOVE 'N' TO FinBulletins.
    MOVE NumeroAbonnement TO NumeroAbonnementBul.
    MOVE 0 TO NumeroBulletin.
    START BulletinFile KEY IS NOT LESS THAN CleBulletin
        INVALID KEY
            MOVE 'O' TO FinBulletins
    END-START.
    PERFORM LISTER-UN-NUMERO UNTIL FinBulletins = 'O'.
    IF NbNumerosListes = 0
        DISPLAY "Aucun numéro au calendrier."
    END-IF.
    EXIT.

LISTER-UN-NUMERO.
    READ BulletinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBulletins
        NOT AT END
            IF NumeroAbonnementBul NOT = NumeroAbonnement
                MOVE 'O' TO FinBulletins
            ELSE
                ADD 1 TO NbNumerosListes
                DISPLAY "N° " NumeroBulletin " (" StatutBulletin ") attendu le "
                        DateAttendueBul " | reçu le " DateReceptionBul
                        " | exemplaire " NumeroExemplaireBul
                        " | réclamé " NbReclamationsBul " fois"
            END-IF
    END-READ.
    EXIT.

LISTE-RECLAMATIONS.
*> Un numéro non reçu passé sa date de parution plus le délai de
*> réclamation de l'abonnement se réclame à l'éditeur ; un numéro
*> déjà réclamé ne se relance qu'après un nouveau délai, pour ne pas
*> harceler le fournisseur chaque jour. Le calendrier de chaque
*> abonnement est d'abord amené à la date du jour.
    MOVE 0 TO NbReclames.
    MOVE 'N' TO FournisseursOuverts.
    OPEN INPUT FournisseurFile.
    IF STATUS-FOURNISSEURS = "00"
        MOVE 'O' TO FournisseursOuverts
    END-IF.
    DISPLAY "RÉCLAMATIONS AUX ÉDITEURS DU " DateDuJour.
    DISPLAY "--------------------------------------------------------".
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroAbonnement.
    START AbonnementFile KEY IS GREATER THAN NumeroAbonnement
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RECLAMER-UN-ABONNEMENT UNTIL FinFichier = 'O'.
    IF FournisseursOuverts = 'O'
        CLOSE FournisseurFile
    END-IF.
    IF NbReclames = 0
        DISPLAY "Aucun numéro à réclamer."
    ELSE
        DISPLAY NbReclames " numéro(s) réclamé(s)."
    END-IF.
    EXIT.

RECLAMER-UN-ABONNEMENT.
    READ AbonnementFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR StatutAbo = 'C'
        EXIT PARAGRAPH
    END-IF.
    MOVE DateDuJour TO DateLimiteCalendrier.
    MOVE 0 TO NumeroCibleCalendrier.
    PERFORM PROLONGER-CALENDRIER.

    MOVE SPACES TO NomFournisseur.
    IF FournisseursOuverts = 'O'
        MOVE CodeFournisseurAbo TO CodeFournisseur
        READ FournisseurFile
            KEY IS CodeFournisseur
            INVALID KEY
                MOVE "(fournisseur inconnu)" TO NomFournisseur
        END-READ
    END-IF.

    MOVE 'N' TO FinBulletins.
    MOVE NumeroAbonnement TO NumeroAbonnementBul.
    MOVE 0 TO NumeroBulletin.
    START BulletinFile KEY IS NOT LESS THAN CleBulletin
        INVALID KEY
            MOVE 'O' TO FinBulletins
    END-START.
    PERFORM RECLAMER-UN-NUMERO UNTIL FinBulletins = 'O'.
    EXIT.

RECLAMER-UN-NUMERO.
    READ BulletinFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBulletins
    END-READ.
    IF FinBulletins = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NumeroAbonnementBul NOT = NumeroAbonnement
        MOVE 'O' TO FinBulletins
        EXIT PARAGRAPH
    END-IF.
    IF StatutBulletin = 'R'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE EntierAttendu = FUNCTION INTEGER-OF-DATE(DateAttendueBul).
    IF EntierAttendu + DelaiReclamationAbo NOT < EntierDuJour
        EXIT PARAGRAPH
    END-IF.
    IF StatutBulletin = 'C'
        COMPUTE EntierReclamation = FUNCTION INTEGER-OF-DATE(DateReclamationBul)
        IF EntierReclamation + DelaiReclamationAbo NOT < EntierDuJour
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE 'C' TO StatutBulletin.
    IF NbReclamationsBul < 99
        ADD 1 TO NbReclamationsBul
    END-IF.
    MOVE DateDuJour TO DateReclamationBul.
    REWRITE BulletinRecord.
    IF STATUS-BULLETINS NOT = "00"
        DISPLAY "Erreur à la mise à jour de BulletinsPeriodiques. Code de statut : " STATUS-BULLETINS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbReclames.
    DISPLAY CodeFournisseurAbo " " NomFournisseur " | " TitreAbo
            " ISSN " IssnAbo " | n° " NumeroBulletin
            " attendu le " DateAttendueBul
            " | réclamation " NbReclamationsBul.
    EXIT.

RENOUVELLEMENTS.
*> Les abonnements actifs qui arrivent à échéance dans la fenêtre de
*> préavis sont proposés au renouvellement : la facture du
*> fournisseur est saisie ici au prix convenu, contre l'abonnement
*> (pas de commande), et suit ensuite le circuit de
*> PaiementFournisseurs — approbation, puis paiement qui repousse
*> l'échéance d'un an.
    MOVE 0 TO NbAFacturer.
    COMPUTE EntierPrevu = EntierDuJour + NbJoursPreavisRenouv.
    COMPUTE DateLimitePreavis = FUNCTION DATE-OF-INTEGER(EntierPrevu).

    OPEN I-O FactureFile.
    IF STATUS-FACTURES = "35"
        OPEN OUTPUT FactureFile
        CLOSE FactureFile
        OPEN I-O FactureFile
    END-IF.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Impossible d'ouvrir FacturesFournisseurs. Code de statut : " STATUS-FACTURES
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Abonnements à échéance avant le " DateLimitePreavis " : ".
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroAbonnement.
    START AbonnementFile KEY IS GREATER THAN NumeroAbonnement
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM RENOUVELER-UN-ABONNEMENT UNTIL FinFichier = 'O'.
    CLOSE FactureFile.
    DISPLAY NbAFacturer " facture(s) de renouvellement saisie(s) (à approuver).".
    EXIT.

RENOUVELER-UN-ABONNEMENT.
    READ AbonnementFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
    END-READ.
    IF FinFichier = 'O' OR StatutAbo NOT = 'A'
       OR DateRenouvellementAbo > DateLimitePreavis
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Abonnement " NumeroAbonnement " : " TitreAbo
            " chez " CodeFournisseurAbo ", échéance " DateRenouvellementAbo
            ", prix actuel " PrixAbonnement.
    DISPLAY "Facturer le renouvellement ? (O/N) : ".
    ACCEPT ChoixRenouvellement.
    IF ChoixRenouvellement NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prix du renouvellement (0 = prix actuel) : ".
    ACCEPT PrixSaisi.
    IF PrixSaisi NOT = 0
        MOVE PrixSaisi TO PrixAbonnement
    END-IF.

    PERFORM NUMEROTER-FACTURE.
    MOVE ProchaineFacture TO NumeroFactureFr.
    MOVE CodeFournisseurAbo TO CodeFournisseurFact.
    MOVE 0 TO NumeroCommandeFact.
    MOVE 1 TO QuantiteFacturee.
    MOVE PrixAbonnement TO MontantFactureFr.
    MOVE DateDuJour TO DateFactureFr.
    MOVE 'S' TO StatutFactureFr.
    MOVE 0 TO DatePaiementFact.
    MOVE NumeroAbonnement TO NumeroAbonnementFact.
    MOVE 0 TO NumeroReparationFact.
    WRITE FactureFournisseurRecord.
    IF STATUS-FACTURES NOT = "00"
        DISPLAY "Erreur à l'écriture de FacturesFournisseurs. Code de statut : " STATUS-FACTURES
        EXIT PARAGRAPH
    END-IF.

    MOVE 'F' TO StatutAbo.
    REWRITE AbonnementRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Abonnements. Code de statut : " STATUS-ABONNEMENTS
    END-IF.
    ADD 1 TO NbAFacturer.
    DISPLAY "Facture " NumeroFactureFr " saisie pour " PrixAbonnement ".".
    EXIT.

NUMEROTER-FACTURE.
    MOVE 1 TO ProchaineFacture.
    MOVE 'N' TO FinBulletins.
    MOVE 0 TO NumeroFactureFr.
    START FactureFile KEY IS GREATER THAN NumeroFactureFr
        INVALID KEY
            MOVE 'O' TO FinBulletins
    END-START.
    PERFORM NUMEROTER-UNE-FACTURE UNTIL FinBulletins = 'O'.
    EXIT.

NUMEROTER-UNE-FACTURE.
    READ FactureFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBulletins
        NOT AT END
            IF NumeroFactureFr >= ProchaineFacture
                COMPUTE ProchaineFacture = NumeroFactureFr + 1
            END-IF
    END-READ.
    EXIT.

RESILIER-ABONNEMENT.
*> L'abonnement clos n'attend plus de numéro et sort des
*> réclamations ; les numéros déjà reçus restent au catalogue.
    PERFORM LIRE-ABONNEMENT-SAISI.
    IF FinFichier = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF StatutAbo = 'C'
        DISPLAY "Cet abonnement est déjà résilié."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO StatutAbo.
    REWRITE AbonnementRecord.
    IF STATUS-ABONNEMENTS NOT = "00"
        DISPLAY "Erreur à la mise à jour de Abonnements. Code de statut : " STATUS-ABONNEMENTS
    ELSE
        DISPLAY "Abonnement " NumeroAbonnement " résilié."
    END-IF.
    EXIT.

NUMEROTER-LIVRE.
    MOVE 1 TO ProchainLivre.
    MOVE 'N' TO FinFichier.
    MOVE 0 TO NumeroLivre.
    START LivreFile KEY IS GREATER THAN NumeroLivre
        INVALID KEY
            MOVE 'O' TO FinFichier
    END-START.
    PERFORM NUMEROTER-UN-LIVRE UNTIL FinFichier = 'O'.
    EXIT.

NUMEROTER-UN-LIVRE.
    READ LivreFile NEXT RECORD
        AT END
            MOVE 'O' TO FinFichier
        NOT AT END
            IF NumeroLivre >= ProchainLivre
                COMPUTE ProchainLivre = NumeroLivre + 1
            END-IF
    END-READ.
    EXIT.
