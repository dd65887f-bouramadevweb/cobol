           RECORD KEY IS CleSessionCaisse
           FILE STATUS IS STATUS-CAISSES.

    SELECT PositionCoffreDeviseFile
           ASSIGN TO 'PositionsCoffreDevises'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCoffreDevise
           FILE STATUS IS STATUS-COFFRES-DEVISES.

    SELECT CaisseDeviseFile
           ASSIGN TO 'CaissesDevises'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCaisseDevise
           FILE STATUS IS STATUS-CAISSES-DEVISES.

    SELECT DabFile
           ASSIGN TO 'RegistreDab'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeDab
           FILE STATUS IS STATUS-DAB.

    SELECT EcartDabFile
           ASSIGN TO 'EcartsDab'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ECARTS-DAB.

    SELECT SuspensFile
           ASSIGN TO 'SuspensOrdres'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroSuspens
           FILE STATUS IS STATUS-SUSPENS.

    SELECT CompteFile
           ASSIGN TO 'CompteFile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroCompte
           FILE STATUS IS STATUS-COMPTES.

    SELECT HistoriqueFile
           ASSIGN TO 'historiquebanque'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-HISTORIQUE.

    SELECT SessionOperateurFile
           ASSIGN TO 'SessionOperateur'
           ORGANIZATION IS LINE SEQUENTIAL
*> Journal des mouvements du coffre : 'L' livraison du transporteur,
*> 'D' dotation d'un tiroir à l'ouverture, 'R' remise d'un tiroir à
*> la clôture, 'E' envoi inter-agences (départ en transit),
*> 'C' réception confirmée d'un transfert, 'S' billets étrangers
*> renvoyés au fournisseur de billets, 'A' alimentation d'un DAB
*> (cassettes chargées), 'P' reprise des cassettes d'un DAB (restant
*> compté au réapprovisionnement) — contrepartie : le code du DAB.
*> La devise du mouvement suit (blanc sur les lignes anciennes : EUR).
01 MouvementCoffreRecord.
   05 DateMouvementCoffre   PIC 9(8).
   05 AgenceMouvementCoffre PIC X(3).
   05 TypeMouvementCoffre   PIC X.
   05 MontantMouvementCoffre PIC 9(11)V99.
   05 ContrepartieCoffre    PIC X(8).
   05 DeviseMouvementCoffre PIC X(3).

FD PositionCoffreDeviseFile.
*> Position du coffre en billets étrangers, par agence et devise, à
*> côté de la position EUR : les billets achetés au fournisseur, les
*> dotations et remises des tiroirs de change. Montants en devise.
01 PositionCoffreDeviseRecord.
   05 CleCoffreDevise.
      10 CodeAgenceCoffreDev PIC X(3).
      10 DeviseCoffreDev     PIC X(3).
   05 SoldeCoffreDevise      PIC 9(13)V99.

FD CaisseDeviseFile.
COPY CaisseDeviseRecord.

FD TransfertCoffreFile.
COPY TransfertCoffreRecord.
FD SessionsCaisseFile.
COPY CaisseRecord.

FD DabFile.
COPY DabRecord.

FD EcartDabFile.
*> Rapport des écarts DAB : une ligne par réapprovisionnement dont le
*> restant compté ne retombe pas sur le chargement moins le
*> distribué. L'écart part aussi au compte d'attente (SuspensOrdres,
*> numéro d'attente reporté ici) jusqu'à explication.
01 EcartDabRecord.
   05 DateEcartDab          PIC 9(8).
   05 AgenceEcartDab        PIC X(3).
   05 CodeDabEcart          PIC X(10).
   05 DateChargementEcart   PIC 9(8).
   05 MontantChargeEcart    PIC 9(11)V99.
   05 DistribueEcart        PIC 9(11)V99.
   05 AttenduEcart          PIC S9(11)V99.
   05 CompteRestantEcart    PIC 9(11)V99.
   05 MontantEcartDab       PIC S9(11)V99.
   05 NumeroSuspensEcart    PIC 9(6).
   05 OperateurEcartDab     PIC X(8).

FD SuspensFile.
COPY SuspensRecord.

FD CompteFile.
COPY CompteRecord.

FD HistoriqueFile.
COPY HistoriqueRecord.

FD SessionOperateurFile.
01 SessionOperateurEnrg.
   05 CodeOperateurSess   PIC X(8).
77 STATUS-TRANSFERTS PIC XX.
77 STATUS-CAISSES    PIC XX.
77 STATUS-SESSION    PIC XX.
77 STATUS-COFFRES-DEVISES PIC XX.
77 STATUS-CAISSES-DEVISES PIC XX.
77 STATUS-DAB        PIC XX.
77 STATUS-ECARTS-DAB PIC XX.
77 STATUS-SUSPENS    PIC XX.
77 STATUS-COMPTES    PIC XX.
77 STATUS-HISTORIQUE PIC XX.
01 ChoixDab          PIC X.
01 CodeDabSaisi      PIC X(10).
01 DabExistant       PIC X.
01 FinDabs           PIC X.
01 FinEcartsDab      PIC X.
01 NbDabsListes      PIC 9(3).
01 AttenduDab        PIC S9(11)V99.
01 RetraitsArrete    PIC 9(11)V99.
01 RestantCompte     PIC 9(11)V99.
01 EcartDab          PIC S9(11)V99.
01 MontantEcartAbs   PIC 9(11)V99.
01 NouveauChargement PIC 9(11)V99.
01 BesoinDab         PIC S9(11)V99.
01 TotalBesoinsDab   PIC S9(13)V99.
01 TotalAttenduDabs  PIC S9(13)V99.
01 TotalEcartsDab    PIC S9(13)V99.
01 ProchainSuspens   PIC 9(6).
01 FinSuspensFile    PIC X.
01 CompteAttente     PIC X(10) VALUE 'ATTENTE001'.
01 DateRapportEcarts PIC 9(8).
01 NbEcartsListes    PIC 9(5).
01 CodeOperateurSession PIC X(8) VALUE "INCONNU".
01 ChoixUtilisateur  PIC X.
01 DateHeureSysteme  PIC X(21).
01 NbTiroirsOuverts  PIC 9(3).
01 TotalAgence       PIC 9(13)V99.
01 EncaisseTiroir    PIC 9(11)V99.
01 DeviseMouvement   PIC X(3) VALUE "EUR".
01 DeviseCoffreSaisie PIC X(3).
01 ChoixDevise       PIC X.
01 FinCaissesDevises PIC X.

01 NomAuditBanque    PIC X(100) VALUE 'AuditBanque'.
01 LigneAuditBanque  PIC X(200).
    DISPLAY "5. Confirmer la réception d'un transfert".
    DISPLAY "6. Transferts en transit".
    DISPLAY "7. Rapprochement du jour (coffre + tiroirs)".
    DISPLAY "8. Billets étrangers (position par devise)".
    DISPLAY "9. Distributeurs (DAB) de l'agence".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM LISTER-TRANSFERTS
        WHEN "7"
            PERFORM RAPPROCHER-AGENCE
        WHEN "8"
            PERFORM GERER-BILLETS-ETRANGERS
        WHEN "9"
            PERFORM GERER-DABS
        WHEN "0"
            CONTINUE
        WHEN OTHER
        CLOSE SessionsCaisseFile
    END-IF.

*>  Les cassettes des DAB sont des espèces de l'agence au même titre
*>  que les tiroirs : leur contenu attendu (chargé moins distribué)
*>  entre dans l'encaisse.
    MOVE 0 TO TotalAttenduDabs.
    MOVE 0 TO TotalBesoinsDab.
    OPEN INPUT DabFile.
    IF STATUS-DAB = "00"
        MOVE 'N' TO FinDabs
        PERFORM CUMULER-UN-DAB UNTIL FinDabs = 'O'
        CLOSE DabFile
    END-IF.

    COMPUTE TotalAgence = SoldeCoffre + TotalTiroirs + TotalAttenduDabs.
    DISPLAY "========================================================".
    DISPLAY "RAPPROCHEMENT ESPÈCES DE L'AGENCE " AgencePoste
            " AU " DateDuJour.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Coffre                : " SoldeCoffre.
    DISPLAY "Tiroirs du jour (" NbTiroirsOuverts ") : " TotalTiroirs.
    DISPLAY "DAB (contenu attendu) : " TotalAttenduDabs.
    DISPLAY "ENCAISSE DE L'AGENCE  : " TotalAgence.
    DISPLAY "(les transferts en transit ne sont dans aucun coffre :".
    DISPLAY " voir la liste des transits, option 6 ; billets".
    DISPLAY " étrangers : option 8)".
    DISPLAY "========================================================".
    EXIT.

        IF StatutCaisse = 'O'
            COMPUTE EncaisseTiroir = FondsOuverture
                    + TotalDepotsEspeces - TotalRetraitsEspeces
                    + ChangeEntreesEUR - ChangeSortiesEUR
        ELSE
            MOVE MontantCompte TO EncaisseTiroir
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE "EUR" TO DeviseMouvement.
    PERFORM ECRIRE-MOUVEMENT-COFFRE.
    DISPLAY "Mouvement " TypeMouvement " de " MontantSaisi
            " : le coffre porte " SoldeCoffre "."
    EXIT.

ECRIRE-MOUVEMENT-COFFRE.
    OPEN EXTEND MouvementCoffreFile.
    IF STATUS-MOUVEMENTS = "35"
        OPEN OUTPUT MouvementCoffreFile
        MOVE TypeMouvement TO TypeMouvementCoffre
        MOVE MontantSaisi TO MontantMouvementCoffre
        MOVE ContrepartieMvt TO ContrepartieCoffre
        MOVE DeviseMouvement TO DeviseMouvementCoffre
        WRITE MouvementCoffreRecord
        IF STATUS-MOUVEMENTS NOT = "00"
            DISPLAY "Erreur à l'écriture de MouvementsCoffre. Code de statut : " STATUS-MOUVEMENTS
    END-IF.

    PERFORM JOURNALISER-COFFRE.
    EXIT.

JOURNALISER-COFFRE.
           " " DELIMITED BY SIZE
           TypeMouvement DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DeviseMouvement DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantSaisi DELIMITED BY SIZE
           " contrepartie " DELIMITED BY SIZE
           ContrepartieMvt DELIMITED BY SIZE
        DISPLAY "Erreur à l'écriture du journal d'audit. Code de statut : " StatutAudit
    END-IF.
    EXIT.

GERER-BILLETS-ETRANGERS.
*> Billets étrangers du coffre, devise par devise : achetés au
*> fournisseur de billets, dotés aux tiroirs de change le matin,
*> remis le soir, renvoyés au fournisseur quand le stock dépasse le
*> besoin. Les transferts inter-agences restent en euros.
    DISPLAY "Devise (USD, GBP...) : ".
    ACCEPT DeviseCoffreSaisie.
    IF DeviseCoffreSaisie = SPACES OR DeviseCoffreSaisie = "EUR"
        DISPLAY "Devise étrangère obligatoire (les euros : options 1 à 7)."
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O PositionCoffreDeviseFile.
    IF STATUS-COFFRES-DEVISES = "35"
        OPEN OUTPUT PositionCoffreDeviseFile
        CLOSE PositionCoffreDeviseFile
        OPEN I-O PositionCoffreDeviseFile
    END-IF.
    IF STATUS-COFFRES-DEVISES NOT = "00"
        DISPLAY "Impossible d'ouvrir PositionsCoffreDevises. Code de statut : " STATUS-COFFRES-DEVISES
        EXIT PARAGRAPH
    END-IF.
    MOVE AgencePoste TO CodeAgenceCoffreDev.
    MOVE DeviseCoffreSaisie TO DeviseCoffreDev.
    READ PositionCoffreDeviseFile
        KEY IS CleCoffreDevise
        INVALID KEY
            MOVE AgencePoste TO CodeAgenceCoffreDev
            MOVE DeviseCoffreSaisie TO DeviseCoffreDev
            MOVE 0 TO SoldeCoffreDevise
            WRITE PositionCoffreDeviseRecord
            DISPLAY "Position " DeviseCoffreSaisie " ouverte à zéro."
    END-READ.
    MOVE SPACE TO ChoixDevise.
    PERFORM UNE-FOIS-DEVISE UNTIL ChoixDevise = "0".
    CLOSE PositionCoffreDeviseFile.
    EXIT.

UNE-FOIS-DEVISE.
    DISPLAY " ".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "BILLETS " DeviseCoffreSaisie " - COFFRE " AgencePoste
            " - position : " SoldeCoffreDevise.
    DISPLAY "1. Livraison du fournisseur de billets (entrée)".
    DISPLAY "2. Dotation d'un tiroir de change".
    DISPLAY "3. Remise d'un tiroir de change".
    DISPLAY "4. Renvoi au fournisseur de billets (sortie)".
    DISPLAY "5. Rapprochement du jour (coffre + tiroirs)".
    DISPLAY "0. Retour".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixDevise.

    EVALUATE ChoixDevise
        WHEN "1"
            MOVE 'L' TO TypeMouvement
            MOVE '+' TO SensCoffre
            MOVE "FOURNBIL" TO ContrepartieMvt
            PERFORM MOUVEMENTER-COFFRE-DEVISE
        WHEN "2"
            DISPLAY "Opérateur du tiroir doté : "
            ACCEPT OperateurTiroir
            MOVE 'D' TO TypeMouvement
            MOVE '-' TO SensCoffre
            MOVE OperateurTiroir TO ContrepartieMvt
            PERFORM MOUVEMENTER-COFFRE-DEVISE
        WHEN "3"
            DISPLAY "Opérateur du tiroir remis : "
            ACCEPT OperateurTiroir
            MOVE 'R' TO TypeMouvement
            MOVE '+' TO SensCoffre
            MOVE OperateurTiroir TO ContrepartieMvt
            PERFORM MOUVEMENTER-COFFRE-DEVISE
        WHEN "4"
            MOVE 'S' TO TypeMouvement
            MOVE '-' TO SensCoffre
            MOVE "FOURNBIL" TO ContrepartieMvt
            PERFORM MOUVEMENTER-COFFRE-DEVISE
        WHEN "5"
            PERFORM RAPPROCHER-DEVISE
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

MOUVEMENTER-COFFRE-DEVISE.
    DISPLAY "Montant en " DeviseCoffreSaisie " : ".
    ACCEPT MontantSaisi.
    IF MontantSaisi NOT NUMERIC OR MontantSaisi = 0
        DISPLAY "Montant invalide."
        EXIT PARAGRAPH
    END-IF.
    IF SensCoffre = '-' AND MontantSaisi > SoldeCoffreDevise
        DISPLAY "Le coffre ne porte que " SoldeCoffreDevise " "
                DeviseCoffreSaisie " : sortie refusée."
        EXIT PARAGRAPH
    END-IF.
    IF SensCoffre = '+'
        ADD MontantSaisi TO SoldeCoffreDevise
    ELSE
        SUBTRACT MontantSaisi FROM SoldeCoffreDevise
    END-IF.
    REWRITE PositionCoffreDeviseRecord.
    IF STATUS-COFFRES-DEVISES NOT = "00"
        DISPLAY "Erreur à la mise à jour de PositionsCoffreDevises. Code de statut : " STATUS-COFFRES-DEVISES
        EXIT PARAGRAPH
    END-IF.
    MOVE DeviseCoffreSaisie TO DeviseMouvement.
    PERFORM ECRIRE-MOUVEMENT-COFFRE.
    DISPLAY "Mouvement " TypeMouvement " de " MontantSaisi " "
            DeviseCoffreSaisie " : le coffre porte " SoldeCoffreDevise "."
    EXIT.

RAPPROCHER-DEVISE.
*> Même rapprochement que pour les euros, dans la devise : coffre
*> plus tiroirs de change du jour (théorique des ouverts, compté des
*> clôturés).
    MOVE 0 TO TotalTiroirs.
    MOVE 0 TO NbTiroirsOuverts.
    OPEN INPUT CaisseDeviseFile.
    IF STATUS-CAISSES-DEVISES = "00"
        MOVE 'N' TO FinCaissesDevises
        PERFORM CUMULER-UN-TIROIR-DEVISE UNTIL FinCaissesDevises = 'O'
        CLOSE CaisseDeviseFile
    END-IF.

    COMPUTE TotalAgence = SoldeCoffreDevise + TotalTiroirs.
    DISPLAY "========================================================".
    DISPLAY "RAPPROCHEMENT BILLETS " DeviseCoffreSaisie " DE L'AGENCE "
            AgencePoste " AU " DateDuJour.
    DISPLAY "--------------------------------------------------------".
    DISPLAY "Coffre                : " SoldeCoffreDevise.
    DISPLAY "Tiroirs du jour (" NbTiroirsOuverts ") : " TotalTiroirs.
    DISPLAY "ENCAISSE DE L'AGENCE  : " TotalAgence.
    DISPLAY "========================================================".
    EXIT.

CUMULER-UN-TIROIR-DEVISE.
    READ CaisseDeviseFile NEXT RECORD
        AT END
            MOVE 'O' TO FinCaissesDevises
    END-READ.
    IF FinCaissesDevises NOT = 'O'
       AND DateCaisseDev = DateDuJour
       AND DeviseCaisseDev = DeviseCoffreSaisie
        ADD 1 TO NbTiroirsOuverts
        IF StatutCaisseDevise = 'O'
            COMPUTE EncaisseTiroir = FondsOuvertureDevise
                    + TotalAchatsDevise - TotalVentesDevise
        ELSE
            MOVE MontantCompteDevise TO EncaisseTiroir
        END-IF
        ADD EncaisseTiroir TO TotalTiroirs
    END-IF.
    EXIT.

GERER-DABS.
*> Distributeurs de l'agence : registre, réapprovisionnement avec
*> équilibrage des cassettes, position et besoins pour la commande
*> du transporteur, rapport des écarts.
    OPEN I-O DabFile.
    IF STATUS-DAB = "35"
        OPEN OUTPUT DabFile
        CLOSE DabFile
        OPEN I-O DabFile
    END-IF.
    IF STATUS-DAB NOT = "00"
        DISPLAY "Impossible d'ouvrir RegistreDab. Code de statut : " STATUS-DAB
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO ChoixDab.
    PERFORM UNE-FOIS-DAB UNTIL ChoixDab = "0".
    CLOSE DabFile.
    EXIT.

UNE-FOIS-DAB.
    DISPLAY " ".
    DISPLAY "--------------------------------------------------------".
    DISPLAY "DISTRIBUTEURS DE L'AGENCE " AgencePoste
            " - coffre : " SoldeCoffre.
    DISPLAY "1. Déclarer ou modifier un DAB".
    DISPLAY "2. Réapprovisionner un DAB (équilibrage des cassettes)".
    DISPLAY "3. Position des DAB et besoins (commande transporteur)".
    DISPLAY "4. Rapport des écarts DAB".
    DISPLAY "0. Retour".
    DISPLAY "Votre choix : ".
    ACCEPT ChoixDab.

    EVALUATE ChoixDab
        WHEN "1"
            PERFORM DECLARER-DAB
        WHEN "2"
            PERFORM REAPPROVISIONNER-DAB
        WHEN "3"
            PERFORM POSITION-DABS
        WHEN "4"
            PERFORM RAPPORT-ECARTS-DAB
        WHEN "0"
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    EXIT.

DECLARER-DAB.
*> Le code du DAB est l'origine de ses lots dans TransactionFile :
*> c'est par lui que les retraits postés retrouvent leur distributeur.
    DISPLAY "Code du DAB (origine de ses lots, 8 caractères au plus) : ".
    ACCEPT CodeDabSaisi.
    IF CodeDabSaisi = SPACES OR CodeDabSaisi(9:2) NOT = SPACES
        DISPLAY "Code DAB invalide."
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeDabSaisi TO CodeDab.
    MOVE 'N' TO DabExistant.
    READ DabFile
        KEY IS CodeDab
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'O' TO DabExistant
    END-READ.
    IF DabExistant = 'O' AND AgenceDab NOT = AgencePoste
        DISPLAY "Ce DAB relève de l'agence " AgenceDab "."
        EXIT PARAGRAPH
    END-IF.
    IF DabExistant = 'N'
        MOVE CodeDabSaisi TO CodeDab
        MOVE AgencePoste TO AgenceDab
        MOVE 0 TO DateChargementDab
        MOVE 0 TO MontantChargeDab
        MOVE 0 TO DistribueDab
        MOVE 0 TO DistribueAnticipeDab
        MOVE 0 TO DateDernierCumulDab
    END-IF.
    DISPLAY "Libellé (emplacement) : ".
    ACCEPT LibelleDab.
    DISPLAY "Capacité des cassettes (montant du plein) : ".
    ACCEPT CapaciteDab.
    DISPLAY "Statut (A en service, H hors service) : ".
    ACCEPT StatutDab.
    IF StatutDab NOT = 'A' AND StatutDab NOT = 'H'
        DISPLAY "Statut invalide (A ou H attendus)."
        EXIT PARAGRAPH
    END-IF.
    IF DabExistant = 'N'
        WRITE DabRecord
    ELSE
        REWRITE DabRecord
    END-IF.
    IF STATUS-DAB NOT = "00"
        DISPLAY "Erreur à l'écriture de RegistreDab. Code de statut : " STATUS-DAB
    ELSE
        DISPLAY "DAB " CodeDab " enregistré pour l'agence " AgenceDab "."
    END-IF.
    EXIT.

REAPPROVISIONNER-DAB.
*> Équilibrage puis rechargement. Le restant attendu est le dernier
*> chargement moins les retraits postés depuis (cumulés la nuit par
*> TraitementTransactions) et moins les retraits du ticket d'arrêté
*> du DAB pas encore postés. Le restant compté revient au coffre ;
*> l'écart éventuel va au rapport des écarts et au compte d'attente.
    DISPLAY "Code du DAB : ".
    ACCEPT CodeDabSaisi.
    MOVE CodeDabSaisi TO CodeDab.
    READ DabFile
        KEY IS CodeDab
        INVALID KEY
            DISPLAY "DAB inconnu au registre."
            EXIT PARAGRAPH
    END-READ.
    IF AgenceDab NOT = AgencePoste
        DISPLAY "Ce DAB relève de l'agence " AgenceDab "."
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO RetraitsArrete.
    MOVE 0 TO RestantCompte.
    MOVE 0 TO EcartDab.
    IF DateChargementDab NOT = 0
        DISPLAY "Chargé le " DateChargementDab " : " MontantChargeDab
                " ; retraits postés depuis : " DistribueDab "."
        DISPLAY "Retraits du ticket d'arrêté non encore postés : "
        ACCEPT RetraitsArrete
        COMPUTE AttenduDab = MontantChargeDab - DistribueDab
                             - DistribueAnticipeDab - RetraitsArrete
        DISPLAY "Restant attendu dans les cassettes : " AttenduDab
        DISPLAY "Restant COMPTÉ dans les cassettes retirées : "
        ACCEPT RestantCompte
        COMPUTE EcartDab = RestantCompte - AttenduDab
        IF RestantCompte > 0
            MOVE RestantCompte TO MontantSaisi
            MOVE 'P' TO TypeMouvement
            MOVE '+' TO SensCoffre
            MOVE CodeDab(1:8) TO ContrepartieMvt
            PERFORM MOUVEMENTER-COFFRE
        END-IF
        IF EcartDab NOT = 0
            PERFORM ENREGISTRER-ECART-DAB
        ELSE
            DISPLAY "Cassettes équilibrées."
        END-IF
    END-IF.

    IF StatutDab = 'H'
        DISPLAY "DAB hors service : cassettes reprises, pas de rechargement."
        MOVE 0 TO NouveauChargement
    ELSE
        DISPLAY "Montant chargé dans les nouvelles cassettes : "
        ACCEPT NouveauChargement
        IF CapaciteDab > 0 AND NouveauChargement > CapaciteDab
            DISPLAY "Au-delà de la capacité des cassettes (" CapaciteDab
                    ") : chargement ramené à la capacité."
            MOVE CapaciteDab TO NouveauChargement
        END-IF
        IF NouveauChargement > SoldeCoffre
            DISPLAY "Le coffre ne porte que " SoldeCoffre
                    " : DAB laissé vide, à recharger."
            MOVE 0 TO NouveauChargement
        END-IF
    END-IF.
    IF NouveauChargement > 0
        MOVE NouveauChargement TO MontantSaisi
        MOVE 'A' TO TypeMouvement
        MOVE '-' TO SensCoffre
        MOVE CodeDab(1:8) TO ContrepartieMvt
        PERFORM MOUVEMENTER-COFFRE
    END-IF.

*>  Nouveau cycle : le distribué repart de zéro, et les retraits du
*>  ticket d'arrêté seront retranchés du lot de la nuit avant d'y
*>  compter.
    MOVE DateDuJour TO DateChargementDab.
    MOVE NouveauChargement TO MontantChargeDab.
    MOVE 0 TO DistribueDab.
    ADD RetraitsArrete TO DistribueAnticipeDab.
    REWRITE DabRecord.
    IF STATUS-DAB NOT = "00"
        DISPLAY "Erreur à la mise à jour de RegistreDab. Code de statut : " STATUS-DAB
    ELSE
        DISPLAY "DAB " CodeDab " rechargé à " MontantChargeDab "."
    END-IF.
    EXIT.

ENREGISTRER-ECART-DAB.
*> Un manquant débite le compte d'attente, un excédent le crédite ;
*> l'attente parquée dans SuspensOrdres (source = code du DAB) reste
*> ouverte jusqu'à l'explication de l'écart.
    IF EcartDab < 0
        COMPUTE MontantEcartAbs = 0 - EcartDab
    ELSE
        MOVE EcartDab TO MontantEcartAbs
    END-IF.
    MOVE 0 TO NumeroSuspens.
    PERFORM PARQUER-ECART-DAB.

    OPEN EXTEND EcartDabFile.
    IF STATUS-ECARTS-DAB = "35"
        OPEN OUTPUT EcartDabFile
    END-IF.
    IF STATUS-ECARTS-DAB NOT = "00"
        DISPLAY "Impossible d'ouvrir EcartsDab. Code de statut : " STATUS-ECARTS-DAB
    ELSE
        MOVE DateDuJour TO DateEcartDab
        MOVE AgencePoste TO AgenceEcartDab
        MOVE CodeDab TO CodeDabEcart
        MOVE DateChargementDab TO DateChargementEcart
        MOVE MontantChargeDab TO MontantChargeEcart
        COMPUTE DistribueEcart = DistribueDab + DistribueAnticipeDab
                                 + RetraitsArrete
        MOVE AttenduDab TO AttenduEcart
        MOVE RestantCompte TO CompteRestantEcart
        MOVE EcartDab TO MontantEcartDab
        MOVE NumeroSuspens TO NumeroSuspensEcart
        MOVE CodeOperateurSession TO OperateurEcartDab
        WRITE EcartDabRecord
        IF STATUS-ECARTS-DAB NOT = "00"
            DISPLAY "Erreur à l'écriture de EcartsDab. Code de statut : " STATUS-ECARTS-DAB
        END-IF
        CLOSE EcartDabFile
    END-IF.
    DISPLAY "*** ÉCART DAB " CodeDab " : " EcartDab
            " (compté " RestantCompte ", attendu " AttenduDab ") ***".
    MOVE SPACES TO LigneAuditBanque.
    STRING "DAB " DELIMITED BY SIZE
           CodeDab DELIMITED BY SIZE
           " ECART " DELIMITED BY SIZE
           EcartDab DELIMITED BY SIZE
           " attente " DELIMITED BY SIZE
           NumeroSuspens DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateDuJour DELIMITED BY SIZE
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

PARQUER-ECART-DAB.
    OPEN I-O CompteFile.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Impossible d'ouvrir CompteFile. Code de statut : " STATUS-COMPTES
                " : écart à passer en attente manuellement."
        EXIT PARAGRAPH
    END-IF.
    MOVE CompteAttente TO NumeroCompte.
    READ CompteFile
        KEY IS NumeroCompte
        INVALID KEY
            PERFORM CREER-COMPTE-ATTENTE
    END-READ.
    IF EcartDab < 0
        SUBTRACT MontantEcartAbs FROM SoldeCompte
    ELSE
        ADD MontantEcartAbs TO SoldeCompte
    END-IF.
    REWRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la mise à jour du compte d'attente. Code de statut : " STATUS-COMPTES
        CLOSE CompteFile
        EXIT PARAGRAPH
    END-IF.
    CLOSE CompteFile.

    OPEN EXTEND HistoriqueFile.
    IF STATUS-HISTORIQUE = "35"
        OPEN OUTPUT HistoriqueFile
    END-IF.
    IF STATUS-HISTORIQUE = "00"
        MOVE CompteAttente TO NumeroCompteHisto
        MOVE SPACES TO ReferenceHisto
        MOVE CodeDab(1:8) TO ReferenceHisto
        MOVE Devise TO DeviseHisto
        MOVE AgencePoste TO CodeAgenceHisto
        MOVE MontantEcartAbs TO Montant
        IF EcartDab < 0
            MOVE "Manquant DAB" TO Action
        ELSE
            MOVE "Excédent DAB" TO Action
        END-IF
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        MOVE DateDuJour TO DateMouvement
        MOVE DateHeureSysteme(9:6) TO HeureMouvement
        CALL "DateValeurUtil" USING Action DateMouvement DateValeurHisto
        WRITE HistoriqueRecord
        IF STATUS-HISTORIQUE NOT = "00"
            DISPLAY "Erreur à l'écriture de HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
        END-IF
        CLOSE HistoriqueFile
    ELSE
        DISPLAY "Impossible d'ouvrir HistoriqueFile. Code de statut : " STATUS-HISTORIQUE
    END-IF.

    OPEN I-O SuspensFile.
    IF STATUS-SUSPENS = "35"
        OPEN OUTPUT SuspensFile
        CLOSE SuspensFile
        OPEN I-O SuspensFile
    END-IF.
    IF STATUS-SUSPENS NOT = "00"
        DISPLAY "Impossible d'ouvrir SuspensOrdres. Code de statut : " STATUS-SUSPENS
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO ProchainSuspens.
    MOVE 'N' TO FinSuspensFile.
    PERFORM NUMEROTER-SUSPENS UNTIL FinSuspensFile = 'O'.
    MOVE ProchainSuspens TO NumeroSuspens.
    MOVE DateDuJour TO DateSuspens.
    MOVE CodeDab TO NumeroCompteSourceSuspens.
    MOVE SPACES TO NumeroCompteCibleSuspens.
    MOVE MontantEcartAbs TO MontantSuspens.
    IF EcartDab < 0
        MOVE "MANQUANT DAB AU REAPPRO" TO MotifSuspens
    ELSE
        MOVE "EXCEDENT DAB AU REAPPRO" TO MotifSuspens
    END-IF.
    MOVE 'P' TO StatutSuspens.
    WRITE SuspensRecord.
    IF STATUS-SUSPENS NOT = "00"
        DISPLAY "Erreur à l'écriture de SuspensOrdres. Code de statut : " STATUS-SUSPENS
        MOVE 0 TO NumeroSuspens
    END-IF.
    CLOSE SuspensFile.
    EXIT.

NUMEROTER-SUSPENS.
    READ SuspensFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSuspensFile
        NOT AT END
            IF NumeroSuspens >= ProchainSuspens
                COMPUTE ProchainSuspens = NumeroSuspens + 1
            END-IF
    END-READ.
    EXIT.

CREER-COMPTE-ATTENTE.
*> Même amorçage que dans OrdresPermanents : le compte d'attente
*> naît à zéro, sans découvert, sans intérêt et sans frais.
    MOVE CompteAttente TO NumeroCompte.
    MOVE 0 TO SoldeCompte.
    MOVE 0 TO LimiteDecouvert.
    MOVE 0 TO TauxInteret.
    MOVE "0000" TO PinCompte.
    MOVE 0 TO SoldeMinimum.
    MOVE "EUR" TO Devise.
    MOVE SPACES TO NumeroClientCompte.
    MOVE 'A' TO StatutCompte.
    MOVE 0 TO NbEchecsPin.
    MOVE "001" TO CodeAgenceCompte.
    MOVE SPACES TO CodeProduitCompte.
    WRITE CompteRecord.
    IF STATUS-COMPTES NOT = "00"
        DISPLAY "Erreur à la création du compte d'attente. Code de statut : " STATUS-COMPTES
    END-IF.
    EXIT.

POSITION-DABS.
*> Contenu attendu de chaque DAB de l'agence et ce qu'il faut pour le
*> remettre au plein : le besoin des DAB s'ajoute à la commande du
*> transporteur, à côté du résumé des coupures des guichets.
    MOVE 0 TO NbDabsListes.
    MOVE 0 TO TotalAttenduDabs.
    MOVE 0 TO TotalBesoinsDab.
    MOVE 'N' TO FinDabs.
    MOVE LOW-VALUES TO CodeDab.
    START DabFile KEY IS GREATER THAN CodeDab
        INVALID KEY
            MOVE 'O' TO FinDabs
    END-START.
    DISPLAY "========================================================".
    DISPLAY "DAB DE L'AGENCE " AgencePoste " AU " DateDuJour.
    DISPLAY "--------------------------------------------------------".
    PERFORM LISTER-UN-DAB UNTIL FinDabs = 'O'.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbDabsListes " DAB, contenu attendu " TotalAttenduDabs.
    DISPLAY "BESOIN DES DAB À AJOUTER À LA COMMANDE : " TotalBesoinsDab.
    DISPLAY "(coffre actuel : " SoldeCoffre ")".
    DISPLAY "========================================================".
    EXIT.

LISTER-UN-DAB.
    READ DabFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDabs
            EXIT PARAGRAPH
    END-READ.
    IF AgenceDab NOT = AgencePoste
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbDabsListes.
    PERFORM EVALUER-BESOIN-DAB.
    DISPLAY CodeDab " " LibelleDab " (" StatutDab ")"
            " | chargé " MontantChargeDab " le " DateChargementDab
            " | distribué " DistribueDab
            " | attendu " AttenduDab
            " | besoin " BesoinDab.
    EXIT.

CUMULER-UN-DAB.
    READ DabFile NEXT RECORD
        AT END
            MOVE 'O' TO FinDabs
            EXIT PARAGRAPH
    END-READ.
    IF AgenceDab = AgencePoste
        PERFORM EVALUER-BESOIN-DAB
    END-IF.
    EXIT.

EVALUER-BESOIN-DAB.
    COMPUTE AttenduDab = MontantChargeDab - DistribueDab
                         - DistribueAnticipeDab.
    IF AttenduDab < 0
        MOVE 0 TO AttenduDab
    END-IF.
    MOVE 0 TO BesoinDab.
    IF StatutDab = 'A' AND CapaciteDab > AttenduDab
        COMPUTE BesoinDab = CapaciteDab - AttenduDab
    END-IF.
    ADD AttenduDab TO TotalAttenduDabs.
    ADD BesoinDab TO TotalBesoinsDab.
    EXIT.

RAPPORT-ECARTS-DAB.
    DISPLAY "Écarts depuis le (AAAAMMJJ, 0 = tous) : ".
    ACCEPT DateRapportEcarts.
    OPEN INPUT EcartDabFile.
    IF STATUS-ECARTS-DAB NOT = "00"
        DISPLAY "Aucun écart DAB enregistré."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO NbEcartsListes.
    MOVE 0 TO TotalEcartsDab.
    MOVE 'N' TO FinEcartsDab.
    DISPLAY "========================================================".
    DISPLAY "ÉCARTS DAB DE L'AGENCE " AgencePoste.
    DISPLAY "--------------------------------------------------------".
    PERFORM LISTER-UN-ECART-DAB UNTIL FinEcartsDab = 'O'.
    CLOSE EcartDabFile.
    DISPLAY "--------------------------------------------------------".
    DISPLAY NbEcartsListes " écart(s), solde net " TotalEcartsDab ".".
    DISPLAY "========================================================".
    EXIT.

LISTER-UN-ECART-DAB.
    READ EcartDabFile
        AT END
            MOVE 'O' TO FinEcartsDab
            EXIT PARAGRAPH
    END-READ.
    IF AgenceEcartDab NOT = AgencePoste
       OR DateEcartDab < DateRapportEcarts
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbEcartsListes.
    ADD MontantEcartDab TO TotalEcartsDab.
    DISPLAY DateEcartDab " " CodeDabEcart
            " | chargé " MontantChargeEcart " le " DateChargementEcart
            " | distribué " DistribueEcart
            " | attendu " AttenduEcart
            " | compté " CompteRestantEcart
            " | ÉCART " MontantEcartDab
            " | attente " NumeroSuspensEcart
            " | " OperateurEcartDab.
    EXIT.
