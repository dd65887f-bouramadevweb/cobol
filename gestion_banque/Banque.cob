           RECORD KEY IS NumeroBlocage
           FILE STATUS IS STATUS-BLOCAGES.

    SELECT FaciliteDecouvertFile
           ASSIGN TO 'FacilitesDecouvert'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompteFacilite
           FILE STATUS IS STATUS-FACILITES.

    SELECT BanqueCorrFile
           ASSIGN TO 'BanquesCorrespondantes'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CleChequier
           FILE STATUS IS STATUS-CHEQUIERS.

    SELECT BeneficiaireFile
           ASSIGN TO 'BeneficiairesClients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleBeneficiaire
           ALTERNATE RECORD KEY IS IbanBenef WITH DUPLICATES
           FILE STATUS IS STATUS-BENEFICIAIRES.

    SELECT ParametresBenefFile
           ASSIGN TO 'ParametresBeneficiaires'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-PARAMBENEF.

DATA DIVISION.
FILE SECTION.
FD CompteFile.
*> (date+heure d'émission) et un statut de règlement : 'E' émis vers
*> la compensation, 'R' réglé (acquitté), 'T' retourné et re-crédité.
*> Le batch TraitementRetoursVirements fait vivre ce statut à partir
*> du fichier d'acquittement de la chambre de compensation. Saisi
*> après l'heure limite ou un jour non ouvré, il est posé 'D' (différé)
*> à sa date d'exécution ; OperationsDifferees le passe 'E' ce jour-là.
01 VirementExterneRecord.
   05 NumeroCompteSourceExt       PIC X(10).
   05 CodeBanqueDestinataire      PIC X(11).
FD ChequierFile.
COPY ChequierRecord.

FD BeneficiaireFile.
COPY BeneficiaireRecord.

FD ParametresBenefFile.
*> Garde-fous des nouveaux bénéficiaires externes, tenus par la
*> sécurité financière : cumul maximal envoyable à un bénéficiaire
*> en attente (dans la devise du compte débité) et durée de la
*> période de carence en jours calendaires.
01 ParametresBenefEnrg.
   05 PlafondAttenteBenef   PIC 9(11)V99.
   05 DelaiCarenceBenef     PIC 9(3).

FD BanqueCorrFile.
COPY BanqueCorrespondanteRecord.

FD BlocageFile.
COPY BlocageRecord.

FD FaciliteDecouvertFile.
COPY FaciliteDecouvertRecord.

FD SequenceCompteFile.
*> Séquence d'émission des numéros de compte par agence : le numéro
*> complet vaut agence (3) + séquence (6) + clé de contrôle (1),

WORKING-STORAGE SECTION.
77 STATUS-CHEQUIERS    PIC XX.
77 STATUS-BENEFICIAIRES PIC XX.
77 STATUS-PARAMBENEF   PIC XX.
*> Paramètres repris en mémoire de travail avant la fermeture du
*> fichier (même précaution que le seuil du double regard).
01 PlafondAttente      PIC 9(11)V99.
01 DelaiCarence        PIC 9(3).
01 BeneficiaireAccepte PIC X.
01 BeneficiaireEnAttente PIC X.
01 EvenementBenef      PIC X(30).
01 EntierDateAjout     PIC 9(8).
01 EntierDateJour      PIC 9(8).
01 MontantAttenteAffiche PIC Z(10)9.99.
01 PlafondAttenteAffiche PIC Z(10)9.99.
*> Heure limite de la compensation (HeureLimiteUtil) : le virement
*> saisi trop tard part le jour ouvré suivant, annoncé au guichet.
01 CodeOperationLimite PIC X(4).
01 DateSaisieLimite    PIC 9(8).
01 HeureSaisieLimite   PIC 9(6).
01 DateExecutionVirement PIC 9(8).
01 VirementReporte     PIC X.
77 STATUS-BANQUESCORR  PIC XX.
77 STATUS-BLOCAGES     PIC XX.
77 STATUS-FACILITES    PIC XX.
77 STATUS-SEQUENCES    PIC XX.
01 StatutNumeroCompte  PIC XX.
01 NumeroCompteEmis    PIC X(10).
01 NouvelleSequence    PIC 9(6).
01 AgenceEmission      PIC X(3).
01 TotalBlocages       PIC 9(11)V99.
01 LimiteEffective     PIC 9(11)V99.
01 ProchainBlocage     PIC 9(6).
01 FinBlocages         PIC X.
01 NumeroBlocageSaisi  PIC 9(6).
01 CompteFraisOperation PIC X(10).
01 StatutFraisOperation PIC XX.

*> Criblage sanctions et embargos des virements externes émis
*> (CriblageSanctionsUtil) : un virement arrêté part dans la file de
*> conformité (FileConformiteUtil), son montant réservé par un
*> blocage de fonds jusqu'à la décision de GestionConformite.
01 NomBeneficiaireExt  PIC X(35).
01 NomACribler         PIC X(40).
01 PaysACribler1       PIC XX.
01 PaysACribler2       PIC XX.
01 ReferenceSanctionTrouvee PIC X(12).
01 NomSanctionTrouve   PIC X(40).
01 StatutCriblage      PIC XX.
01 StatutFileConformite PIC XX.
COPY AlerteConformiteRecord.

*> Notifications clients (NotificationUtil) : un retrait au guichet
*> à partir de ce montant, tout virement externe émis et le blocage
*> du code confidentiel sont déposés dans la boîte d'envoi ;
*> EnvoiNotifications les transmet la nuit selon les préférences du
*> client.
01 SeuilAlerteRetrait   PIC 9(11)V99 VALUE 500.00.
01 MontantNotifAffiche  PIC Z(10)9.99.
01 StatutNotification   PIC XX.
COPY NotificationClientRecord.

*> Reçus de guichet numérotés (RecuGuichetUtil) : chaque dépôt,
*> retrait, virement, virement externe, délivrance de chéquier et
*> blocage de fonds imprime un reçu, preuve remise au client en cas
*> de contestation ; son numéro est porté en ReferenceHisto sur le
*> mouvement.
COPY RecuGuichetRecord.
01 ModeRecu            PIC X VALUE 'E'.
01 StatutRecu          PIC XX.

PROCEDURE DIVISION.

    MOVE SPACES TO ChoixUtilisateur.
    MOVE MontantDepot TO Montant.
    MOVE "Dépôt" TO Action.
    PERFORM HORODATER-MOUVEMENT.
    MOVE "Dépôt espèces" TO TypeOperationRecu.
    MOVE MontantDepot TO MontantRecu.
    MOVE SPACES TO ReferenceOperationRecu.
    PERFORM EMETTRE-RECU-GUICHET.
    WRITE HistoriqueRecord.
    IF STATUS-HISTORIQUE NOT = "00"
        DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
*> blocages actifs) ne dépasse pas l'autorisation de découvert
*> accordée sur le compte.
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    IF SoldeCompte - TotalBlocages + LimiteEffective >= MontantRetrait
        SUBTRACT MontantRetrait FROM SoldeCompte
        MOVE MontantRetrait TO Montant
        MOVE "Retrait" TO Action
        PERFORM HORODATER-MOUVEMENT
        MOVE "Retrait espèces" TO TypeOperationRecu
        MOVE MontantRetrait TO MontantRecu
        MOVE SPACES TO ReferenceOperationRecu
        PERFORM EMETTRE-RECU-GUICHET
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        MOVE 'R' TO SensEspeces
        MOVE MontantRetrait TO MontantEspeces
        PERFORM CUMULER-CAISSE
        IF MontantRetrait >= SeuilAlerteRetrait
            PERFORM NOTIFIER-GROS-RETRAIT
        END-IF
        DISPLAY "Retrait effectué avec succès. Nouveau solde : " SoldeCompte
    ELSE
        DISPLAY "Solde insuffisant (découvert autorisé dépassé). Opération annulée."
        DISPLAY "Le compte destinataire doit être différent du compte courant. Opération annulée."
    ELSE
        PERFORM CALCULER-TOTAL-BLOCAGES
        PERFORM CALCULER-LIMITE-EFFECTIVE
        IF SoldeCompte - TotalBlocages + LimiteEffective >= MontantVirement
            MOVE NumeroCompte TO NumeroCompteSource
            MOVE Devise TO DeviseSource

                MOVE MontantVirement TO Montant
                MOVE "Virement" TO Action
                PERFORM HORODATER-MOUVEMENT
*>              Le reçu porte sur le compte servi (le donneur d'ordre),
*>              dans sa devise ; son numéro va sur la ligne de débit.
                MOVE "Virement interne" TO TypeOperationRecu
                MOVE MontantVirement TO MontantRecu
                MOVE SPACES TO ReferenceOperationRecu
                STRING "Vers le compte " DELIMITED BY SIZE
                       NumeroCompteDestination DELIMITED BY SIZE
                       INTO ReferenceOperationRecu
                END-STRING
                PERFORM EMETTRE-RECU-GUICHET
                WRITE HistoriqueRecord
                IF STATUS-HISTORIQUE NOT = "00"
                    DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE

AFFICHER_SOLDE.
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    COMPUTE SoldeDisponible = SoldeCompte - TotalBlocages.
    DISPLAY "Solde actuel du compte : " SoldeCompte.
    DISPLAY "Fonds bloqués          : " TotalBlocages.
    DISPLAY "Solde disponible       : " SoldeDisponible
            " (hors découvert autorisé de " LimiteEffective ")".
    EXIT.

VIREMENT-EXTERNE.
    IF DestinationValide = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO NomBeneficiaireExt.
    PERFORM SAISIR-BENEFICIAIRE-EXTERNE UNTIL NomBeneficiaireExt NOT = SPACES.
    MOVE 0 TO MontantVirementExterne.
    PERFORM UNTIL MontantVirementExterne NUMERIC AND MontantVirementExterne > 0
        DISPLAY "Montant à transférer : "
        END-IF
    END-PERFORM.

*>  Registre des bénéficiaires du client : un IBAN jamais payé entre
*>  en attente et n'accepte que le plafond d'attente jusqu'à la fin
*>  de la carence ou la confirmation d'un superviseur.
    PERFORM CONTROLER-BENEFICIAIRE.
    IF BeneficiaireAccepte = 'N'
        EXIT PARAGRAPH
    END-IF.

*>  Criblage sanctions AVANT toute autre suite (mise en attente
*>  d'autorisation comprise) : un virement arrêté n'est pas passé,
*>  il attend la décision de la conformité.
    PERFORM CRIBLER-VIREMENT-EXTERNE.
    IF StatutCriblage NOT = "00"
        PERFORM ARRETER-VIREMENT-EXTERNE
        EXIT PARAGRAPH
    END-IF.

    IF MontantVirementExterne > SeuilAutorisation
        MOVE 'E' TO TypeOperationDemande
        MOVE MontantVirementExterne TO MontantDemande
    END-IF.

    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    IF SoldeCompte - TotalBlocages + LimiteEffective >= MontantVirementExterne
        SUBTRACT MontantVirementExterne FROM SoldeCompte
        REWRITE CompteRecord
        IF STATUS-COMPTES NOT = "00"
        MOVE NumeroCompte TO NumeroCompteSourceExt
        MOVE Devise TO DeviseVirementExterne
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateHeureSysteme(1:14) TO ReferenceVirExt
        PERFORM DATER-EXECUTION-VIREMENT
        MOVE DateExecutionVirement TO DateVirementExterne
        IF VirementReporte = 'O'
            MOVE 'D' TO StatutVirExt
        ELSE
            MOVE 'E' TO StatutVirExt
        END-IF
        PERFORM ECRIRE-VIREMENT-EXTERNE

        MOVE MontantVirementExterne TO Montant
        MOVE "VirementExterne" TO Action
        PERFORM HORODATER-MOUVEMENT
        MOVE "Virement externe" TO TypeOperationRecu
        MOVE MontantVirementExterne TO MontantRecu
        MOVE SPACES TO ReferenceOperationRecu
        STRING CodeBanqueDestinataire DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NumeroCompteDestinataireExt DELIMITED BY SPACE
               INTO ReferenceOperationRecu
        END-STRING
        PERFORM EMETTRE-RECU-GUICHET
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
            GOBACK
        END-IF
        PERFORM AJOUTER-ENTREE-AUDIT
        PERFORM CUMULER-BENEFICIAIRE-ATTENTE
        MOVE "VEXT" TO CodeOperationFrais
        PERFORM CUMULER-FRAIS-OPERATION
        PERFORM NOTIFIER-VIREMENT-EXTERNE
        DISPLAY "Virement externe déposé pour compensation. Nouveau solde : " SoldeCompte
        IF VirementReporte = 'O'
            DISPLAY "Saisi après l'heure limite ou un jour non ouvré : exécution le "
                    DateExecutionVirement "."
        ELSE
            DISPLAY "Exécution le " DateExecutionVirement "."
        END-IF
    ELSE
        DISPLAY "Solde insuffisant pour le virement externe. Opération annulée."
    END-IF.
    EXIT.

DATER-EXECUTION-VIREMENT.
*> Le compte est débité à la saisie (le client ne peut plus disposer
*> des fonds) mais l'ordre n'est remis à la compensation qu'à sa date
*> d'exécution ; la date d'opération de l'historique reste celle de
*> la saisie.
    MOVE "VEXT" TO CodeOperationLimite.
    MOVE DateHeureSysteme(1:8) TO DateSaisieLimite.
    MOVE DateHeureSysteme(9:6) TO HeureSaisieLimite.
    CALL "HeureLimiteUtil" USING CodeOperationLimite DateSaisieLimite
                                 HeureSaisieLimite DateExecutionVirement
                                 VirementReporte.
    EXIT.

CONTROLER-BENEFICIAIRE.
*> Registre indisponible = virement refusé : le contrôle anti-fraude
*> ne se contourne pas par une panne de fichier.
    MOVE 'N' TO BeneficiaireAccepte.
    MOVE 'N' TO BeneficiaireEnAttente.
    PERFORM CHARGER-PARAMETRES-BENEF.
    PERFORM OUVRIR-BENEFICIAIRES.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
        DISPLAY "Virement externe non émis : à ressaisir une fois le registre disponible."
        EXIT PARAGRAPH
    END-IF.
    PERFORM POSITIONNER-CLE-BENEFICIAIRE.
    READ BeneficiaireFile
        KEY IS CleBeneficiaire
        INVALID KEY
            PERFORM INSCRIRE-BENEFICIAIRE
            CLOSE BeneficiaireFile
            EXIT PARAGRAPH
    END-READ.

    IF StatutBenef = 'A'
        COMPUTE EntierDateJour = FUNCTION INTEGER-OF-DATE(DateComptable)
        COMPUTE EntierDateAjout = FUNCTION INTEGER-OF-DATE(DateAjoutBenef)
        IF EntierDateJour - EntierDateAjout NOT < DelaiCarence
            MOVE 'C' TO StatutBenef
            MOVE DateComptable TO DateConfirmationBenef
            MOVE "DELAI" TO OperateurConfirmationBenef
            REWRITE BeneficiaireRecord
            IF STATUS-BENEFICIAIRES NOT = "00"
                DISPLAY "Erreur à la mise à jour de BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
                CLOSE BeneficiaireFile
                EXIT PARAGRAPH
            END-IF
            MOVE "BENEFICIAIRE DELAI ECOULE" TO EvenementBenef
            PERFORM JOURNALISER-BENEFICIAIRE
        END-IF
    END-IF.

    IF StatutBenef = 'A'
        MOVE 'O' TO BeneficiaireEnAttente
        PERFORM VERIFIER-PLAFOND-ATTENTE
    ELSE
        MOVE 'O' TO BeneficiaireAccepte
    END-IF.
    CLOSE BeneficiaireFile.
    EXIT.

INSCRIRE-BENEFICIAIRE.
    MOVE CodeBanqueDestinataire TO BicBenef.
    MOVE NomBeneficiaireExt TO NomBenef.
    MOVE 'A' TO StatutBenef.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateAjoutBenef.
    MOVE CodeOperateurSession TO OperateurAjoutBenef.
    MOVE NumeroCompte TO CompteAjoutBenef.
    MOVE 0 TO MontantAttenteBenef.
    MOVE 0 TO DateConfirmationBenef.
    MOVE SPACES TO OperateurConfirmationBenef.
    WRITE BeneficiaireRecord.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Erreur à l'écriture de BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
        DISPLAY "Virement externe non émis."
        EXIT PARAGRAPH
    END-IF.
    MOVE "BENEFICIAIRE AJOUTE" TO EvenementBenef.
    PERFORM JOURNALISER-BENEFICIAIRE.
    MOVE PlafondAttente TO PlafondAttenteAffiche.
    DISPLAY "Nouveau bénéficiaire inscrit EN ATTENTE : " DelaiCarence
            " jour(s) de carence, " PlafondAttenteAffiche " " Devise
            " au plus d'ici là (sauf confirmation superviseur).".
    MOVE 'O' TO BeneficiaireEnAttente.
    PERFORM VERIFIER-PLAFOND-ATTENTE.
    EXIT.

VERIFIER-PLAFOND-ATTENTE.
    IF MontantAttenteBenef + MontantVirementExterne > PlafondAttente
        MOVE PlafondAttente TO PlafondAttenteAffiche
        MOVE MontantAttenteBenef TO MontantAttenteAffiche
        DISPLAY "Virement refusé : bénéficiaire en attente, plafond de "
                PlafondAttenteAffiche " " Devise " (déjà envoyé : "
                MontantAttenteAffiche ")."
        DISPLAY "Attendre la fin de la carence ou faire confirmer le bénéficiaire par un superviseur."
        MOVE "BENEFICIAIRE PLAFOND REFUS" TO EvenementBenef
        PERFORM JOURNALISER-BENEFICIAIRE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO BeneficiaireAccepte.
    EXIT.

CUMULER-BENEFICIAIRE-ATTENTE.
*> Seul un virement réellement émis consomme le plafond d'attente.
    IF BeneficiaireEnAttente NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    PERFORM OUVRIR-BENEFICIAIRES.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Impossible d'ouvrir BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
        EXIT PARAGRAPH
    END-IF.
    PERFORM POSITIONNER-CLE-BENEFICIAIRE.
    READ BeneficiaireFile
        KEY IS CleBeneficiaire
        INVALID KEY
            CLOSE BeneficiaireFile
            EXIT PARAGRAPH
    END-READ.
    ADD MontantVirementExterne TO MontantAttenteBenef.
    REWRITE BeneficiaireRecord.
    IF STATUS-BENEFICIAIRES NOT = "00"
        DISPLAY "Erreur à la mise à jour de BeneficiairesClients. Code de statut : " STATUS-BENEFICIAIRES
    END-IF.
    CLOSE BeneficiaireFile.
    EXIT.

POSITIONNER-CLE-BENEFICIAIRE.
    IF NumeroClientCompte NOT = SPACES
        MOVE NumeroClientCompte TO NumeroClientBenef
    ELSE
        MOVE NumeroCompte TO NumeroClientBenef
    END-IF.
    MOVE NumeroCompteDestinataireExt TO IbanBenef.
    EXIT.

OUVRIR-BENEFICIAIRES.
    OPEN I-O BeneficiaireFile.
    IF STATUS-BENEFICIAIRES = "35"
        OPEN OUTPUT BeneficiaireFile
        CLOSE BeneficiaireFile
        OPEN I-O BeneficiaireFile
    END-IF.
    EXIT.

JOURNALISER-BENEFICIAIRE.
*> L'appelant place le libellé de l'événement dans EvenementBenef.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EvenementBenef DELIMITED BY "  "
           " " DELIMITED BY SIZE
           NumeroClientBenef DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IbanBenef DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MontantVirementExterne DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

CHARGER-PARAMETRES-BENEF.
*> Au premier accès le fichier n'existe pas encore : on l'amorce
*> avec 500.00 et trois jours (même idiome que les autres bootstraps
*> de paramètres).
    OPEN INPUT ParametresBenefFile.
    IF STATUS-PARAMBENEF = "35"
        OPEN OUTPUT ParametresBenefFile
        MOVE 500.00 TO PlafondAttenteBenef
        MOVE 3 TO DelaiCarenceBenef
        WRITE ParametresBenefEnrg
        CLOSE ParametresBenefFile
        OPEN INPUT ParametresBenefFile
    END-IF.
    MOVE 500.00 TO PlafondAttente.
    MOVE 3 TO DelaiCarence.
    IF STATUS-PARAMBENEF NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ ParametresBenefFile
        NOT AT END
            MOVE PlafondAttenteBenef TO PlafondAttente
            MOVE DelaiCarenceBenef TO DelaiCarence
    END-READ.
    CLOSE ParametresBenefFile.
    EXIT.

SAISIR-BENEFICIAIRE-EXTERNE.
    DISPLAY "Nom du bénéficiaire : ".
    ACCEPT NomBeneficiaireExt.
    IF NomBeneficiaireExt = SPACES
        DISPLAY "Le nom du bénéficiaire est obligatoire (criblage des sanctions)."
    END-IF.
    EXIT.

CRIBLER-VIREMENT-EXTERNE.
*> Bénéficiaire et pays de destination (BIC et IBAN), puis donneur
*> d'ordre : le titulaire du compte source, criblé à son tour car
*> un client peut être désigné après son entrée en relation.
    MOVE NomBeneficiaireExt TO NomACribler.
    MOVE CodeBanqueDestinataire(5:2) TO PaysACribler1.
    MOVE NumeroCompteDestinataireExt(1:2) TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    IF StatutCriblage NOT = "00"
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO NomACribler.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE NumeroClientCompte TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NomClient TO NomACribler
        END-READ
        CLOSE ClientFile
    END-IF.
    IF NomACribler = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO PaysACribler1.
    MOVE SPACES TO PaysACribler2.
    CALL "CriblageSanctionsUtil" USING NomACribler PaysACribler1
                                       PaysACribler2
                                       ReferenceSanctionTrouvee
                                       NomSanctionTrouve
                                       StatutCriblage.
    EXIT.

ARRETER-VIREMENT-EXTERNE.
*> Le virement n'est ni débité ni émis : son montant est réservé
*> sur le compte source par un blocage de fonds (motif CONFORMITE,
*> non levable au guichet) et l'opération part dans la file de
*> conformité. Libéré, GestionConformite lève le blocage, débite et
*> émet ; bloqué, les fonds restent gelés.
    PERFORM CALCULER-TOTAL-BLOCAGES.
    PERFORM CALCULER-LIMITE-EFFECTIVE.
    IF SoldeCompte - TotalBlocages + LimiteEffective < MontantVirementExterne
        DISPLAY "Solde insuffisant pour le virement externe. Opération annulée."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O BlocageFile.
    IF STATUS-BLOCAGES = "35"
        OPEN OUTPUT BlocageFile
        CLOSE BlocageFile
        OPEN I-O BlocageFile
    END-IF.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Impossible d'ouvrir BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        DISPLAY "Virement non émis : à ressaisir une fois le fichier disponible."
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO ProchainBlocage.
    MOVE 'N' TO FinBlocages.
    PERFORM EXAMINER-NUMERO-BLOCAGE UNTIL FinBlocages = 'O'.
    MOVE ProchainBlocage TO NumeroBlocage.
    MOVE NumeroCompte TO NumeroCompteBlocage.
    MOVE MontantVirementExterne TO MontantBlocage.
    MOVE SPACES TO MotifBlocage.
    STRING "CONFORMITE " DELIMITED BY SIZE
           NomBeneficiaireExt DELIMITED BY SIZE
           INTO MotifBlocage
    END-STRING.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateBlocage.
    MOVE 99991231 TO DateExpirationBlocage.
    MOVE 'A' TO StatutBlocage.
    WRITE BlocageRecord.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Erreur à l'écriture de BlocagesFonds. Code de statut : " STATUS-BLOCAGES
        CLOSE BlocageFile
        EXIT PARAGRAPH
    END-IF.
    PERFORM JOURNALISER-BLOCAGE.
    CLOSE BlocageFile.

    MOVE SPACES TO AlerteConformiteRecord.
    MOVE 'E' TO OrigineAlerte.
    MOVE CodeOperateurSession TO OperateurAlerte.
    MOVE NomACribler TO NomCribleAlerte.
    MOVE ReferenceSanctionTrouvee TO ReferenceSanctionAlerte.
    MOVE NomSanctionTrouve TO NomSanctionAlerte.
    IF StatutCriblage = "02"
        MOVE 'P' TO MotifAlerte
    ELSE
        MOVE 'N' TO MotifAlerte
    END-IF.
    MOVE NumeroBlocage TO NumeroBlocageAlerte.
    MOVE NumeroCompte TO CompteAlerte.
    MOVE CodeBanqueDestinataire TO BicAlerte.
    MOVE NumeroCompteDestinataireExt TO IbanAlerte.
    MOVE MontantVirementExterne TO MontantAlerte.
    MOVE Devise TO DeviseAlerte.
    MOVE DateComptable TO DateValeurAlerte.
    MOVE NomBeneficiaireExt TO ContrepartieAlerte.
    CALL "FileConformiteUtil" USING AlerteConformiteRecord
                                    StatutFileConformite.
    IF StatutFileConformite NOT = "00"
        DISPLAY "Erreur à l'écriture de la file de conformité. Code de statut : " StatutFileConformite
        DISPLAY "Le blocage " NumeroBlocage " reste posé : prévenir la conformité."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompte DELIMITED BY SIZE
           " CONFORMITE ALERTE " DELIMITED BY SIZE
           NumeroAlerte DELIMITED BY SIZE
           " VIREXT ARRETE " DELIMITED BY SIZE
           MontantVirementExterne DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReferenceSanctionTrouvee DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NomACribler DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    DISPLAY "Virement externe ARRÊTÉ par le criblage des sanctions (alerte "
            NumeroAlerte ") : montant réservé, décision de la conformité attendue.".
    EXIT.

EXAMINER-NUMERO-BLOCAGE.
    READ BlocageFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBlocages
        NOT AT END
            IF NumeroBlocage >= ProchainBlocage
                COMPUTE ProchainBlocage = NumeroBlocage + 1
            END-IF
    END-READ.
    EXIT.

CALCULER-TOTAL-BLOCAGES.
    END-IF.
    EXIT.

CALCULER-LIMITE-EFFECTIVE.
*> Limite de découvert en vigueur pour le compte chargé dans
*> NumeroCompte : celle de son autorisation (FacilitesDecouvert) si
*> elle est active à la date comptable, zéro si elle est échue,
*> résiliée ou pas encore commencée. Sans autorisation enregistrée
*> (ou sans fichier), le compte reste servi sur son LimiteDecouvert.
    MOVE LimiteDecouvert TO LimiteEffective.
    OPEN INPUT FaciliteDecouvertFile.
    IF STATUS-FACILITES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE NumeroCompte TO NumeroCompteFacilite.
    READ FaciliteDecouvertFile
        KEY IS NumeroCompteFacilite
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF StatutFacilite = 'A'
               AND DateDebutFacilite <= DateComptable
               AND DateExpirationFacilite >= DateComptable
                MOVE MontantFacilite TO LimiteEffective
            ELSE
                MOVE 0 TO LimiteEffective
            END-IF
    END-READ.
    CLOSE FaciliteDecouvertFile.
    EXIT.

GERER-BLOCAGES.
*> Blocages de fonds : réserve une somme sur le compte (garantie de
*> loyer...) sans la sortir du solde — elle cesse simplement d'être
        DISPLAY "Blocage " NumeroBlocage " posé : " MontantBlocage
                " réservés jusqu'au " DateExpirationBlocage "."
        PERFORM JOURNALISER-BLOCAGE
        MOVE "Blocage de fonds" TO TypeOperationRecu
        PERFORM EDITER-RECU-BLOCAGE
    END-IF.
    CLOSE BlocageFile.
    EXIT.
        CLOSE BlocageFile
        EXIT PARAGRAPH
    END-IF.
*> Un blocage posé par une saisie ne se lève pas au guichet : seuls
*> la mainlevée (GestionSaisies) ou le paiement du créancier le
*> lèvent.
    IF MotifBlocage(1:6) = "SAISIE"
        DISPLAY "Blocage posé par une saisie : levée par mainlevée uniquement."
        CLOSE BlocageFile
        EXIT PARAGRAPH
    END-IF.
*> Même règle pour les fonds réservés par le criblage des sanctions :
*> seule la décision de la conformité (GestionConformite) les lève.
    IF MotifBlocage(1:10) = "CONFORMITE"
        DISPLAY "Blocage posé par la conformité : levée par décision de conformité uniquement."
        CLOSE BlocageFile
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO StatutBlocage.
    REWRITE BlocageRecord.
    IF STATUS-BLOCAGES NOT = "00"
        DISPLAY "Blocage " NumeroBlocage " levé : " MontantBlocage
                " redeviennent disponibles."
        PERFORM JOURNALISER-BLOCAGE
        MOVE "Levée de blocage" TO TypeOperationRecu
        PERFORM EDITER-RECU-BLOCAGE
    END-IF.
    CLOSE BlocageFile.
    EXIT.
    END-IF.
    EXIT.

EDITER-RECU-BLOCAGE.
*> Un blocage ne crée pas de mouvement : le numéro du reçu part
*> dans le journal d'audit avec le numéro du blocage.
    MOVE MontantBlocage TO MontantRecu.
    MOVE SPACES TO ReferenceOperationRecu.
    STRING "Blocage " DELIMITED BY SIZE
           NumeroBlocage DELIMITED BY SIZE
           " jusqu'au " DELIMITED BY SIZE
           DateExpirationBlocage DELIMITED BY SIZE
           INTO ReferenceOperationRecu
    END-STRING.
    PERFORM EMETTRE-RECU-GUICHET.
    IF StatutRecu = "00"
        PERFORM JOURNALISER-RECU-SANS-MOUVEMENT
    END-IF.
    EXIT.

JOURNALISER-BLOCAGE.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE SPACES TO LigneAuditBanque.
        DISPLAY "Chéquier " SequenceChequier " délivré sur " NumeroCompte
                " : chèques " PremierNumeroCheque " à " DernierNumeroCheque "."
        PERFORM JOURNALISER-CHEQUIER
        MOVE "Délivrance chéquier" TO TypeOperationRecu
        MOVE 0 TO MontantRecu
        MOVE SPACES TO ReferenceOperationRecu
        STRING "Chèques " DELIMITED BY SIZE
               PremierNumeroCheque DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DernierNumeroCheque DELIMITED BY SIZE
               INTO ReferenceOperationRecu
        END-STRING
        PERFORM EMETTRE-RECU-GUICHET
        IF StatutRecu = "00"
            PERFORM JOURNALISER-RECU-SANS-MOUVEMENT
        END-IF
        MOVE "CHQR" TO CodeOperationFrais
        PERFORM CUMULER-FRAIS-OPERATION
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateMouvement.
    MOVE DateHeureSysteme(9:6) TO HeureMouvement.
*>  Date de valeur selon le type de mouvement (Action déjà posée
*>  par l'appelant).
    CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto.
    EXIT.

EMETTRE-RECU-GUICHET.
*> Reçu de l'opération sur le compte chargé dans CompteRecord (solde
*> déjà mouvementé) ; l'appelant a posé le type, le montant et la
*> référence. Le numéro rendu va dans ReferenceHisto, que l'appelant
*> écrit juste après : HORODATER-MOUVEMENT doit donc être passé
*> avant. Un reçu non édité n'annule pas l'opération.
    MOVE CodeAgenceCompte TO CodeAgenceRecu.
    MOVE NumeroCompte TO NumeroCompteRecu.
    MOVE Devise TO DeviseRecu.
    MOVE SoldeCompte TO SoldeApresRecu.
    MOVE SPACES TO NomMasqueRecu.
    OPEN INPUT ClientFile.
    IF STATUS-CLIENTS = "00"
        MOVE NumeroClientCompte TO NumeroClient
        READ ClientFile
            KEY IS NumeroClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NomClient TO NomMasqueRecu
        END-READ
        CLOSE ClientFile
    END-IF.
    MOVE 'E' TO ModeRecu.
    CALL "RecuGuichetUtil" USING RecuGuichetRecord ModeRecu
                                 CodeOperateurSession StatutRecu.
    IF StatutRecu NOT = "00"
        DISPLAY "Erreur à l'édition du reçu de guichet. Code de statut : " StatutRecu
    ELSE
        MOVE NumeroRecu TO ReferenceHisto
    END-IF.
    EXIT.

JOURNALISER-RECU-SANS-MOUVEMENT.
    MOVE SPACES TO LigneAuditBanque.
    STRING NumeroCompte DELIMITED BY SIZE
           " RECU " DELIMITED BY SIZE
           CodeAgenceRecu DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           NumeroRecu DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TypeOperationRecu DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReferenceOperationRecu DELIMITED BY SIZE
           INTO LigneAuditBanque
    END-STRING.
    CALL "JournalUtil" USING NomAuditBanque
                             LigneAuditBanque
                             CodeOperateurSession
                             StatutAudit.
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

AJOUTER-ENTREE-AUDIT.
                    DISPLAY "Produit inconnu au catalogue : paramètres manuels."
                NOT INVALID KEY
                    MOVE 'O' TO ProduitTrouve
*>                  Conditions programmées déjà en vigueur : le compte
*>                  ouvre avec elles, pas avec celles qu'elles remplacent.
                    IF DateEffetProgramme NOT = 0
                       AND DateEffetProgramme <= DateComptable
                        MOVE TauxProgramme TO TauxInteretProduit
                        MOVE DecouvertProgramme TO LimiteDecouvertProduit
                        MOVE SoldeMinProgramme TO SoldeMinimumProduit
                    END-IF
            END-READ
        END-IF
        CLOSE ProduitBancaireFile
    IF StatutAudit NOT = "00"
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    PERFORM NOTIFIER-BLOCAGE-PIN.
    EXIT.

NOTIFIER-BLOCAGE-PIN.
    MOVE "PIN" TO EvenementNotif.
    MOVE 0 TO MontantNotif.
    MOVE SPACES TO TexteNotif.
    STRING "Votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           " est bloqué après trois codes erronés. "
               DELIMITED BY SIZE
           "Contactez votre agence." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    PERFORM DEPOSER-NOTIFICATION-CLIENT.
    EXIT.

NOTIFIER-GROS-RETRAIT.
    MOVE "RET" TO EvenementNotif.
    MOVE MontantRetrait TO MontantNotif.
    MOVE MontantRetrait TO MontantNotifAffiche.
    MOVE SPACES TO TexteNotif.
    STRING "Retrait de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Devise DELIMITED BY SIZE
           " sur votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    PERFORM DEPOSER-NOTIFICATION-CLIENT.
    EXIT.

NOTIFIER-VIREMENT-EXTERNE.
    MOVE "VEX" TO EvenementNotif.
    MOVE MontantVirementExterne TO MontantNotif.
    MOVE MontantVirementExterne TO MontantNotifAffiche.
    MOVE SPACES TO TexteNotif.
    STRING "Virement de " DELIMITED BY SIZE
           FUNCTION TRIM(MontantNotifAffiche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Devise DELIMITED BY SIZE
           " émis de votre compte " DELIMITED BY SIZE
           NumeroCompte DELIMITED BY SIZE
           " vers " DELIMITED BY SIZE
           NumeroCompteDestinataireExt DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           INTO TexteNotif
    END-STRING.
    PERFORM DEPOSER-NOTIFICATION-CLIENT.
    EXIT.

DEPOSER-NOTIFICATION-CLIENT.
*>  Le dépôt ne remet jamais l'opération en cause : elle est passée,
*>  seul l'avis au client manquera.
    MOVE NumeroCompte TO NumeroCompteNotif.
    MOVE "BANQUE" TO OrigineNotif.
    CALL "NotificationUtil" USING NotificationClientRecord
                                  StatutNotification.
    IF StatutNotification NOT = "00"
        DISPLAY "Erreur au dépôt de la notification client. Code de statut : " StatutNotification
    END-IF.
    EXIT.

SAUVEGARDER-SOLDE.
