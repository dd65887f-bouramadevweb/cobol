           RECORD KEY IS CleMandat
           FILE STATUS IS STATUS-MANDATS.

    SELECT SuccessionFile
           ASSIGN TO 'Successions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroClientSuccession
           FILE STATUS IS STATUS-SUCCESSIONS.

    SELECT RetourPrelevementFile
           ASSIGN TO 'RetourPrelevements'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-TRAITEES.

    SELECT CollectionsReporteesFile
           ASSIGN TO 'CollectionsReportees'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-REPORTEES.

    SELECT AvisBiblioFile
           ASSIGN TO 'AvisPrelevementsBiblio'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AVIS-BIBLIO.

    SELECT AvisJardinsFile
           ASSIGN TO 'AvisPrelevementsJardins'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-AVIS-JARDINS.

DATA DIVISION.
FILE SECTION.
FD CollectionFile.
*> Fichier de collecte déposé par le créancier (via la chambre de
*> compensation) : une ligne par prélèvement demandé. L'heure de
*> présentation, à blanc dans les fichiers plus anciens, est jugée
*> contre l'heure limite PREL : une collecte présentée trop tard, ou
*> datée d'un jour non ouvré, attend le jour ouvré suivant.
01 CollectionRecord.
   05 CodeCreancierColl      PIC X(10).
   05 NumeroCompteColl       PIC X(10).
   05 ReferenceMandatColl    PIC X(14).
   05 MontantColl            PIC 9(11)V99.
   05 DateCollecte           PIC 9(8).
   05 HeurePresentationColl  PIC 9(6).

FD CompteFile.
COPY CompteRecord.
FD MandatFile.
COPY MandatRecord.

FD SuccessionFile.
COPY SuccessionRecord.

FD RetourPrelevementFile.
*> Fichier de retour vers le créancier : la ligne d'origine,
*> complétée du motif de refus (MDT mandat absent ou révoqué,
*> REF référence de mandat discordante, CPT compte introuvable,
*> DCD titulaire décédé avant la date de collecte, STA compte gelé
*> ou clos, DOR compte dormant, SOL provision insuffisante) — miroir du RetourCompensation de VirementsRecus.
01 RetourPrelevementRecord.
   05 CodeCreancierRetour    PIC X(10).
   05 NumeroCompteRetour     PIC X(10).
*> Archive des collections déjà traitées : le fichier d'entrée est
*> recréé vide en fin d'exécution, une relance ne débite pas deux
*> fois (modèle VirementsTraites).
01 CollectionTraiteeLigne    PIC X(61).

FD CollectionsReporteesFile.
*> Collections dont la date d'exécution n'est pas encore venue :
*> elles sont remises dans CollectionsPrelevements en fin
*> d'exécution au lieu d'être effacées avec les autres.
01 CollectionReporteeLigne   PIC X(61).

FD AvisBiblioFile.
*> Avis rendu à la bibliothèque pour chacune de ses collectes, prélevée
*> ('P') ou rejetée ('R', avec le motif du fichier de retour) : le lot
*> PrelevementsBiblio le relit pour solder les amendes et prolonger
*> l'adhésion du membre, ou garder la dette à son compte.
01 AvisPrelevementBiblioRecord.
   05 NumeroCompteAvis       PIC X(10).
   05 ReferenceMandatAvis    PIC X(14).
   05 MontantAvis            PIC 9(11)V99.
   05 DateCollecteAvis       PIC 9(8).
   05 ResultatAvis           PIC X.
   05 MotifAvis              PIC X(3).
   05 DateTraitementAvis     PIC 9(8).

FD AvisJardinsFile.
*> Même avis pour l'entreprise de jardins : PrelevementsJardins le
*> relit pour porter l'encaissement de la facture de contrat, ou la
*> laisser impayée avec le motif du rejet.
01 AvisPrelevementJardinsRecord.
   05 NumeroCompteAvisJar    PIC X(10).
   05 ReferenceMandatAvisJar PIC X(14).
   05 MontantAvisJar         PIC 9(11)V99.
   05 DateCollecteAvisJar    PIC 9(8).
   05 ResultatAvisJar        PIC X.
   05 MotifAvisJar           PIC X(3).
   05 DateTraitementAvisJar  PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-COLLECTIONS  PIC XX.
77 STATUS-MANDATS      PIC XX.
77 STATUS-RETOURS      PIC XX.
77 STATUS-TRAITEES     PIC XX.
77 STATUS-SUCCESSIONS  PIC XX.
77 STATUS-REPORTEES    PIC XX.
77 STATUS-AVIS-BIBLIO  PIC XX.
77 STATUS-AVIS-JARDINS PIC XX.
01 FinCollections     PIC X VALUE 'N'.
01 DateHeureSysteme   PIC X(21).
01 MotifRefus         PIC X(3).
01 PrelevementPayable PIC X.
01 NbPrelevesDebites  PIC 9(8) VALUE 0.
01 NbPrelevesRefuses  PIC 9(8) VALUE 0.
01 NbPrelevesReportes PIC 9(8) VALUE 0.
01 FinReportees       PIC X.
01 CodeOperationLimite PIC X(4) VALUE "PREL".
01 DateExecutionColl  PIC 9(8).
01 CollecteReportee   PIC X.

*> La bibliothèque est un créancier de la maison : ses amendes et
*> cotisations prélevées sont portées directement au crédit de son
*> compte (celui où DepotAmendes dépose la caisse du guichet), sans
*> passer par une compensation externe.
01 CodeCreancierBiblio  PIC X(10) VALUE 'BIBLIO'.
01 CompteBibliotheque   PIC X(10) VALUE 'BIBLIO0001'.
*> L'entreprise de jardins aussi, pour les factures de ses contrats
*> d'entretien : crédit sur le compte où SuiviFacturesJardins dépose
*> les encaissements.
01 CodeCreancierJardins PIC X(10) VALUE 'JARDINS'.
01 CompteJardins        PIC X(10) VALUE 'JARDIN0001'.
01 CompteACrediter      PIC X(10).

*> Avis au client du prélèvement rejeté (NotificationUtil) : sans
*> lui, il n'apprenait le rejet que par la relance du créancier.
01 MontantNotifAffiche  PIC Z(10)9.99.
01 LibelleMotifNotif    PIC X(32).
01 StatutNotification   PIC XX.
COPY NotificationClientRecord.

01 NomAuditBanque     PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque   PIC X(200).
        STOP RUN
    END-IF.

    OPEN OUTPUT CollectionsReporteesFile.
    IF STATUS-REPORTEES NOT = "00"
        DISPLAY "Impossible d'ouvrir CollectionsReportees. Code de statut : " STATUS-REPORTEES
        CLOSE CollectionFile
        CLOSE CompteFile
        CLOSE HistoriqueFile
        CLOSE RetourPrelevementFile
        CLOSE CollectionsTraiteesFile
        STOP RUN
    END-IF.

    PERFORM TRAITER-UNE-COLLECTION UNTIL FinCollections = 'O'.

    CLOSE CollectionFile.
    CLOSE HistoriqueFile.
    CLOSE RetourPrelevementFile.
    CLOSE CollectionsTraiteesFile.
    CLOSE CollectionsReporteesFile.

    PERFORM REMETTRE-COLLECTIONS-REPORTEES.

    MOVE "OK" TO StatutFinCtl.
    PERFORM TERMINER-CONTROLE.

    DISPLAY "Prélèvements terminés : " NbPrelevesDebites
            " débité(s), " NbPrelevesRefuses " retourné(s) au créancier, "
            NbPrelevesReportes " reporté(s) au jour ouvré suivant.".
    GOBACK.

TRAITER-UNE-COLLECTION.

    IF FinCollections NOT = 'O'
        ADD 1 TO NbLusCtl
        PERFORM DATER-EXECUTION-COLLECTE
        IF CollecteReportee = 'O'
            WRITE CollectionReporteeLigne FROM CollectionRecord
            IF STATUS-REPORTEES NOT = "00"
                DISPLAY "Erreur à l'écriture de CollectionsReportees. Code de statut : " STATUS-REPORTEES
                STOP RUN
            END-IF
            ADD 1 TO NbPrelevesReportes
            EXIT PARAGRAPH
        END-IF
        PERFORM DEBITER-OU-RETOURNER
        WRITE CollectionTraiteeLigne FROM CollectionRecord
        IF STATUS-TRAITEES NOT = "00"
    END-IF.
    EXIT.

DATER-EXECUTION-COLLECTE.
*> La date d'exécution part de la date de collecte demandée : une
*> collecte présentée après l'heure limite ou pour un jour non ouvré
*> glisse au jour ouvré suivant. Tant que cette date n'est pas
*> atteinte par la date de traitement, la collecte attend.
    MOVE 'N' TO CollecteReportee.
    IF DateCollecte NOT NUMERIC OR DateCollecte = 0
        EXIT PARAGRAPH
    END-IF.
    CALL "HeureLimiteUtil" USING CodeOperationLimite DateCollecte
                                 HeurePresentationColl DateExecutionColl
                                 CollecteReportee.
    IF DateExecutionColl > DateTraitementJour
        MOVE 'O' TO CollecteReportee
        DISPLAY "Prélèvement reporté au " DateExecutionColl " : créancier "
                CodeCreancierColl " compte " NumeroCompteColl
    ELSE
        MOVE 'N' TO CollecteReportee
    END-IF.
    EXIT.

REMETTRE-COLLECTIONS-REPORTEES.
*> Le fichier de collecte est recréé avec les seules collections
*> reportées : les traitées sont archivées, une relance ne les
*> débite pas deux fois, et les reportées repassent au jour dit.
    OPEN OUTPUT CollectionFile.
    IF STATUS-COLLECTIONS NOT = "00"
        DISPLAY "Impossible de vider CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
        EXIT PARAGRAPH
    END-IF.
    IF NbPrelevesReportes > 0
        OPEN INPUT CollectionsReporteesFile
        IF STATUS-REPORTEES NOT = "00"
            DISPLAY "Impossible de relire CollectionsReportees. Code de statut : " STATUS-REPORTEES
        ELSE
            MOVE 'N' TO FinReportees
            PERFORM REMETTRE-UNE-COLLECTION UNTIL FinReportees = 'O'
            CLOSE CollectionsReporteesFile
        END-IF
    END-IF.
    CLOSE CollectionFile.
    EXIT.

REMETTRE-UNE-COLLECTION.
    READ CollectionsReporteesFile
        AT END
            MOVE 'O' TO FinReportees
        NOT AT END
            WRITE CollectionRecord FROM CollectionReporteeLigne
            IF STATUS-COLLECTIONS NOT = "00"
                DISPLAY "Erreur à la remise de CollectionsPrelevements. Code de statut : " STATUS-COLLECTIONS
                MOVE 'O' TO FinReportees
            END-IF
    END-READ.
    EXIT.

DEBITER-OU-RETOURNER.
    IF MontantColl NOT NUMERIC OR MontantColl = 0
        MOVE "MNT" TO MotifRefus
        EXIT PARAGRAPH
    END-IF.

*>  Titulaire décédé (dossier de succession) : toute collecte datée
*>  après le décès est refusée avant même le contrôle du mandat, que
*>  l'ouverture de la succession a révoqué — le créancier reçoit
*>  ainsi le motif exact plutôt qu'un simple mandat absent.
    MOVE SPACES TO MotifRefus.
    PERFORM CONTROLER-DECES-TITULAIRE.
    IF MotifRefus NOT = SPACES
        PERFORM ECRIRE-RETOUR-PRELEVEMENT
        EXIT PARAGRAPH
    END-IF.

*>  Le mandat d'abord : pas de mandat actif du couple, ou référence
*>  présentée différente de la référence signée, le prélèvement
*>  repart au créancier sans toucher au compte.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateTraitementJour TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    PERFORM AJOUTER-ENTREE-AUDIT.
    ADD 1 TO NbPrelevesDebites.
    ADD MontantColl TO MontantTotalCtl.
    IF CodeCreancierColl = CodeCreancierBiblio
        MOVE CompteBibliotheque TO CompteACrediter
        PERFORM CREDITER-CREANCIER
        MOVE 'P' TO ResultatAvis
        MOVE SPACES TO MotifAvis
        PERFORM AVISER-BIBLIOTHEQUE
    END-IF.
    IF CodeCreancierColl = CodeCreancierJardins
        MOVE CompteJardins TO CompteACrediter
        PERFORM CREDITER-CREANCIER
        MOVE 'P' TO ResultatAvisJar
        MOVE SPACES TO MotifAvisJar
        PERFORM AVISER-JARDINS
    END-IF.
    EXIT.

CREDITER-CREANCIER.
*> Le débiteur est débité quoi qu'il arrive : un compte du créancier
*> maison introuvable ou bloqué se signale à l'exploitation pour
*> régularisation manuelle, comme dans DepotAmendes.
    MOVE CompteACrediter TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            DISPLAY "AVERTISSEMENT : compte " CompteACrediter
                    " introuvable, prélèvement de " MontantColl
                    " à créditer manuellement."
            EXIT PARAGRAPH
    END-READ.
    ADD MontantColl TO SoldeCompte.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte " NumeroCompte
                ". Code de statut : " STATUS-COMPTES
        STOP RUN
    END-IF.

    MOVE NumeroCompte TO NumeroCompteHisto.
    MOVE "PRELEV" TO ReferenceHisto.
    MOVE Devise TO DeviseHisto.
    MOVE CodeAgenceCompte TO CodeAgenceHisto.
    MOVE MontantColl TO Montant.
    MOVE "Virement reçu" TO Action.
    MOVE DateTraitementJour TO DateMouvement.
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        STOP RUN
    END-IF.
    PERFORM AJOUTER-ENTREE-AUDIT.
    EXIT.

AVISER-BIBLIOTHEQUE.
    MOVE NumeroCompteColl TO NumeroCompteAvis.
    MOVE ReferenceMandatColl TO ReferenceMandatAvis.
    IF MontantColl NUMERIC
        MOVE MontantColl TO MontantAvis
    ELSE
        MOVE 0 TO MontantAvis
    END-IF.
    MOVE DateCollecte TO DateCollecteAvis.
    MOVE DateTraitementJour TO DateTraitementAvis.
    OPEN EXTEND AvisBiblioFile.
    IF STATUS-AVIS-BIBLIO = "35"
        OPEN OUTPUT AvisBiblioFile
    END-IF.
    IF STATUS-AVIS-BIBLIO NOT = "00"
        DISPLAY "Impossible d'ouvrir AvisPrelevementsBiblio. Code de statut : " STATUS-AVIS-BIBLIO
        EXIT PARAGRAPH
    END-IF.
    WRITE AvisPrelevementBiblioRecord.
    IF STATUS-AVIS-BIBLIO NOT = "00"
        DISPLAY "Erreur à l'écriture de AvisPrelevementsBiblio. Code de statut : " STATUS-AVIS-BIBLIO
    END-IF.
    CLOSE AvisBiblioFile.
    EXIT.

AVISER-JARDINS.
    MOVE NumeroCompteColl TO NumeroCompteAvisJar.
    MOVE ReferenceMandatColl TO ReferenceMandatAvisJar.
    IF MontantColl NUMERIC
        MOVE MontantColl TO MontantAvisJar
    ELSE
        MOVE 0 TO MontantAvisJar
    END-IF.
    MOVE DateCollecte TO DateCollecteAvisJar.
    MOVE DateTraitementJour TO DateTraitementAvisJar.
    OPEN EXTEND AvisJardinsFile.
    IF STATUS-AVIS-JARDINS = "35"
        OPEN OUTPUT AvisJardinsFile
    END-IF.
    IF STATUS-AVIS-JARDINS NOT = "00"
        DISPLAY "Impossible d'ouvrir AvisPrelevementsJardins. Code de statut : " STATUS-AVIS-JARDINS
        EXIT PARAGRAPH
    END-IF.
    WRITE AvisPrelevementJardinsRecord.
    IF STATUS-AVIS-JARDINS NOT = "00"
        DISPLAY "Erreur à l'écriture de AvisPrelevementsJardins. Code de statut : " STATUS-AVIS-JARDINS
    END-IF.
    CLOSE AvisJardinsFile.
    EXIT.

ECRIRE-RETOUR-PRELEVEMENT.
        STOP RUN
    END-IF.
    ADD 1 TO NbPrelevesRefuses.
    IF CodeCreancierColl = CodeCreancierBiblio
        MOVE 'R' TO ResultatAvis
        MOVE MotifRefus TO MotifAvis
        PERFORM AVISER-BIBLIOTHEQUE
    END-IF.
    IF CodeCreancierColl = CodeCreancierJardins
        MOVE 'R' TO ResultatAvisJar
        MOVE MotifRefus TO MotifAvisJar
        PERFORM AVISER-JARDINS
    END-IF.
*>  Pas d'avis pour un compte inconnu (personne à prévenir) ni pour
*>  un titulaire décédé (la succession est suivie par l'agence).
    IF MotifRefus NOT = "CPT" AND MotifRefus NOT = "DCD"
        PERFORM NOTIFIER-PRELEVEMENT-REJETE
    END-IF.
    EXIT.

NOTIFIER-PRELEVEMENT-REJETE.
    EVALUATE MotifRefus
        WHEN "SOL"
            MOVE "provision insuffisante" TO LibelleMotifNotif
        WHEN "MDT"
            MOVE "mandat absent ou révoqué" TO LibelleMotifNotif
        WHEN "REF"
            MOVE "référence de mandat erronée" TO LibelleMotifNotif
        WHEN "STA"
            MOVE "compte gelé ou clos" TO LibelleMotifNotif
        WHEN "DOR"
            MOVE "compte inactif" TO LibelleMotifNotif
        WHEN OTHER
            MOVE "montant invalide" TO LibelleMotifNotif
    END-EVALUATE.
    MOVE NumeroCompteColl TO NumeroCompteNotif.
    MOVE "PRL" TO EvenementNotif.
    IF MontantColl NUMERIC
        MOVE MontantColl TO MontantNotif
    ELSE
        MOVE 0 TO MontantNotif
    END-IF.
    MOVE MontantNotif TO MontantNotifAffiche.
    MOVE "PRELEV" TO OrigineNotif.
    MOVE SPACES TO TexteNotif.
    STRING "Prélèvement de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " (créancier " DELIMITED BY SIZE
           CodeCreancierColl DELIMITED BY SPACE
           ") rejeté : " DELIMITED BY SIZE
           FUNCTION TRIM(LibelleMotifNotif) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    CALL "NotificationUtil" USING NotificationClientRecord
                                  StatutNotification.
    IF StatutNotification NOT = "00"
        DISPLAY "Erreur au dépôt de la notification client. Code de statut : " StatutNotification
    END-IF.
    EXIT.

AJOUTER-ENTREE-AUDIT.
    END-IF.
    EXIT.

CONTROLER-DECES-TITULAIRE.
    MOVE NumeroCompteColl TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    OPEN INPUT SuccessionFile.
    IF STATUS-SUCCESSIONS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroClientCompte TO NumeroClientSuccession.
    READ SuccessionFile
        KEY IS NumeroClientSuccession
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DateCollecte > DateDeces
                MOVE "DCD" TO MotifRefus
            END-IF
    END-READ.
    CLOSE SuccessionFile.
    EXIT.

LIRE-DATE-TRAITEMENT.
    CALL "DateTraitementUtil" USING DateTraitementJour
                                    StatutDateTraitement.
