           RECORD KEY IS NumeroTransfertSite
           FILE STATUS IS STATUS-TRANSSITES.

    SELECT DemandeEtiquetteFile
           ASSIGN TO 'EtiquettesAImprimer'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-ETIQUETTES.

    SELECT DemandePebFile
           ASSIGN TO 'DemandesPEB'
           ORGANIZATION IS INDEXED
   05 DateTransfertSite    PIC 9(8).
   05 StatutTransfertSite  PIC X.

FD DemandeEtiquetteFile.
*> File des étiquettes code-barres à imprimer (voir EditionEtiquettes)
*> : 'E' exemplaire créé à la saisie d'un titre, 'M' carte d'un
*> membre nouvellement inscrit.
01 DemandeEtiquetteRecord.
   05 TypeEtiquette       PIC X.
   05 NumeroLivreEtq      PIC 9(4).
   05 NumeroExemplaireEtq PIC 9(3).
   05 NumeroMembreEtq     PIC 9(4).
   05 DateDemandeEtq      PIC 9(8).

FD DemandePebFile.
*> Vue de lecture du trafic PEB tenu par GestionPretEntreBib : seuls
*> la date de retour au partenaire et le rattachement au livre
*> Cotisation annuelle d'adhésion (votée) et délai de grâce après
*> l'échéance de l'adhésion avant refus d'emprunt.
01 MontantCotisation PIC 9(3)V99 VALUE 15.00.
*> Tarif famille : une seule cotisation pour le payeur et tous ses
*> membres à charge (foyers tenus par GestionFoyers).
01 MontantCotisationFamille PIC 9(3)V99 VALUE 30.00.
01 CotisationAEncaisser PIC 9(3)V99.
01 FinAdhesionFoyer  PIC 9(8).
01 JoursGraceAdhesion PIC 9(2) VALUE 30.
01 DateLimiteGraceInt PIC 9(9).
01 DateLimiteGrace   PIC 9(8).
01 FinDemandesPeb    PIC X.
01 DateRetourPeb     PIC 9(8).
01 EcheancePebInteger PIC 9(9).
77 STATUS-ETIQUETTES PIC XX.
*> Lecture au guichet : code-barres scanné (dix chiffres, clé
*> contrôlée par CodeBarreUtil) ou numéro encore tapé à la main.
01 SaisieCodeBarre   PIC X(10).
01 SaisieValide      PIC X.
01 ExemplaireScanne  PIC 9(3) VALUE 0.
01 EtatScanne        PIC X VALUE SPACE.
01 FinTransitsScan   PIC X.
01 ZoneCodeBarre.
   05 FonctionCodeBarre   PIC X.
   05 CodeBarre           PIC X(10).
   05 TypeCodeBarre       PIC X.
   05 NumeroLivreCB       PIC 9(4).
   05 NumeroExemplaireCB  PIC 9(3).
   05 NumeroMembreCB      PIC 9(4).
01 StatutCodeBarre        PIC XX.

01 NomAuditLivres    PIC X(100) VALUE 'AuditLivres'.
01 LigneAuditLivres  PIC X(200).
01 DureeEmpruntJours PIC 9(3) VALUE 14.
01 DateEmpruntInteger PIC 9(9).
01 DateEcheanceInteger PIC 9(9).
*> Échéance reportée au prochain jour d'ouverture du site du poste
*> (calendrier des sites et fériés, voir JourOuvertureUtil).
01 ZoneJourOuverture.
   05 FonctionJourOuverture PIC X.
   05 SiteJourOuverture     PIC X(2).
   05 DateDepartOuverture   PIC 9(8).
   05 DateArriveeOuverture  PIC 9(8).
   05 NbJoursOuverts        PIC 9(5).
01 StatutJourOuverture      PIC XX.
*> Règles d'éligibilité à l'emprunt : plafond d'emprunts ouverts,
*> aucun emprunt en retard, amendes impayées sous le seuil.
01 MaxEmpruntsOuverts PIC 9(2) VALUE 5.
*> Plafond commun à tout un foyer (payeur et membres à charge), à la
*> place du plafond individuel de chacun.
01 MaxEmpruntsFoyer   PIC 9(2) VALUE 10.
01 PlafondEmprunts    PIC 9(2).
01 EmprunteurDuFoyer  PIC X.
01 IndexFoyer         PIC 9(2).
01 ZoneFoyer.
   05 NumeroMembreFoyer   PIC 9(4).
   05 NumeroPayeurFoyer   PIC 9(4).
   05 NbMembresFoyer      PIC 9(2).
   05 MembreFoyerTbl      PIC 9(4) OCCURS 10 TIMES.
01 StatutFoyer            PIC XX.
01 SeuilAmendesImpayees PIC 9(3)V99 VALUE 10.00.
01 MembreEligible     PIC X.
01 NbEmpruntsOuverts  PIC 9(3).
   DISPLAY "8. Inscrire un nouveau membre"
   DISPLAY "9. Rapport par genre"
   DISPLAY "A. Payer une amende"
   DISPLAY "E. Exemplaires d'un livre (état, perte)"
   DISPLAY "P. Prêt entre bibliothèques"
   DISPLAY "R. Renouveler une adhésion (cotisation annuelle)"
   DISPLAY "S. Transferts d'exemplaires entre sites"
   DISPLAY "D. Désherbage des collections"
   DISPLAY "J. Abonnements aux périodiques (bulletinage)"
   DISPLAY "N. Import/export des notices (UNIMARC, délimité)"
   DISPLAY "B. Étiquettes codes-barres (impression, réédition)"
   DISPLAY "L. Réparation et reliure des exemplaires abîmés"
   DISPLAY "C. Calendrier d'ouverture des sites (fermetures)"
   DISPLAY "F. Adhésions familiales (foyers)"
   DISPLAY "0. Quitter"

   ACCEPT ChoixUtilisateur.
           PERFORM GERER-TRANSFERTS-SITES
       WHEN "D"
           PERFORM APPELER-DESHERBAGE
       WHEN "J"
           PERFORM APPELER-PERIODIQUES
       WHEN "N"
           PERFORM APPELER-ECHANGE-NOTICES
       WHEN "B"
           CALL "EditionEtiquettes"
       WHEN "L"
           PERFORM APPELER-REPARATIONS
       WHEN "C"
           CALL "GestionCalendrierSites"
       WHEN "F"
           CALL "GestionFoyers"
       WHEN "0"
           CONTINUE
       WHEN OTHER
         DISPLAY "Membre " NumeroMembre " inscrit, adhésion jusqu'au "
                 DateFinAdhesion "."
         MOVE NumeroMembre TO NumeroMembreSaisi
         MOVE MontantCotisation TO CotisationAEncaisser
         PERFORM ENCAISSER-COTISATION
         MOVE 'M' TO TypeEtiquette
         PERFORM DEMANDER-ETIQUETTE
         ADD 1 TO ProchainMembre
      END-IF
      CLOSE MembreFile
*> Emprunt d'un exemplaire : l'enregistrement du livre est relu par
*> sa clé et réécrit aussitôt, l'emprunt est relié à un membre en
*> règle et à un exemplaire physique précis.
   DISPLAY "Code-barres de l'exemplaire ou numéro du livre à emprunter : ".
   PERFORM SAISIR-LIVRE-OU-CODE.
   IF SaisieValide = 'N'
      EXIT PARAGRAPH
   END-IF.
   PERFORM RECHERCHER-LIVRE.
   IF LivreTrouve = 'O' AND ExemplaireScanne NOT = 0
      PERFORM CONTROLER-EXEMPLAIRE-SCANNE
      IF SaisieValide = 'N'
         EXIT PARAGRAPH
      END-IF
   END-IF.

   IF LivreTrouve = 'N'
      DISPLAY "Aucun livre ne porte ce numéro."
   ELSE
      DISPLAY "Carte du membre (code-barres) ou numéro du membre emprunteur : "
      PERFORM SAISIR-MEMBRE-OU-CARTE
      PERFORM VERIFIER-MEMBRE
      MOVE 'N' TO MembreEligible
      IF MembreExistant = 'N'
         PERFORM CONTROLER-ELIGIBILITE-MEMBRE
      END-IF
      IF MembreEligible = 'O'
         IF CopiesDispo = 0 OR EtatScanne = 'C'
*>          Plus d'exemplaire en rayon (ou exemplaire scanné pris sur
*>          l'étagère des mises de côté) : soit le membre vient
*>          retirer un exemplaire mis de côté pour lui par la file
*>          d'attente, soit on lui propose d'y prendre rang.
            PERFORM CHERCHER-MISE-DE-COTE
               DISPLAY "Exemplaire mis de côté remis au membre "
                       NumeroMembreSaisi " pour " Titre
            ELSE
               IF EtatScanne = 'C'
                  DISPLAY "Exemplaire " ExemplaireScanne
                          " mis de côté pour un autre membre : emprunt refusé."
                  EXIT PARAGRAPH
               END-IF
               DISPLAY "Aucun exemplaire disponible pour " Titre
               DISPLAY "Prendre rang dans la file d'attente ? (O/N) : "
               ACCEPT ChoixReservation
         MOVE 'R' TO EtatExemplaire
         MOVE SitePoste TO SiteExemplaire
         WRITE ExemplaireRecord
         IF STATUS-EXEMPLAIRES = "00"
            MOVE 'E' TO TypeEtiquette
            PERFORM DEMANDER-ETIQUETTE
         END-IF
      END-PERFORM
      CLOSE ExemplaireFile
   END-IF.
   MOVE 0 TO ExemplaireChoisi.
   MOVE 0 TO ExemplaireAilleurs.
   MOVE SPACES TO SiteAilleurs.
*> Exemplaire scanné : c'est celui que le membre a en main, quel que
*> soit le site noté, pourvu qu'il soit dans l'état attendu.
   IF ExemplaireScanne NOT = 0
      IF EtatScanne = EtatRecherche
         MOVE ExemplaireScanne TO ExemplaireChoisi
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE 'N' TO FinExemplaires.
   OPEN INPUT ExemplaireFile.
   IF STATUS-EXEMPLAIRES = "00"

GERER-EXEMPLAIRES.
*> Vue par exemplaire d'un livre et changement d'état manuel :
*> perte ('X', qui permet enfin la facturation d'une copie perdue
*> identifiée), retour en rayon ('R'). Le compteur CopiesDispo suit
*> les entrées et sorties du rayon. La réparation ('A') a sa fiche
*> (dommage, réparateur, coût) : départ et retour passent par
*> GestionReparations, plus par ce changement d'état.
   DISPLAY "Numéro du livre : ".
   ACCEPT NumeroLivreSaisi.
   PERFORM RECHERCHER-LIVRE.
   IF NumeroExemplaireSaisi = 0
      EXIT PARAGRAPH
   END-IF.
   DISPLAY "Nouvel état (R = rayon, X = perdu) : ".
   ACCEPT NouvelEtatExemplaire.
   IF NouvelEtatExemplaire = 'A'
      DISPLAY "Départ en réparation : option L (fiche de réparation)."
      EXIT PARAGRAPH
   END-IF.
   IF NouvelEtatExemplaire NOT = 'R' AND NouvelEtatExemplaire NOT = 'X'
      DISPLAY "État invalide."
      EXIT PARAGRAPH
   END-IF.
      INVALID KEY
         DISPLAY "Aucun exemplaire ne porte ce numéro pour ce livre."
      NOT INVALID KEY
         IF EtatExemplaire = 'A'
            DISPLAY "Exemplaire en réparation : retour par l'option L."
            CLOSE ExemplaireFile
            EXIT PARAGRAPH
         END-IF
*>       Les sorties et retours de rayon font suivre le compteur, mis
*>       à jour par clé sur le catalogue.
         IF EtatExemplaire = 'R' AND NouvelEtatExemplaire NOT = 'R'
      END-IF
   END-IF.

*> Membre d'un foyer : les emprunts ouverts et les amendes de tout le
*> foyer comptent, sous le plafond commun ; le retard reste celui de
*> l'emprunteur. Hors foyer, FoyerUtil rend le membre seul.
   MOVE NumeroMembreSaisi TO NumeroMembreFoyer.
   CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
   IF StatutFoyer = "00"
      MOVE MaxEmpruntsFoyer TO PlafondEmprunts
   ELSE
      MOVE MaxEmpruntsOuverts TO PlafondEmprunts
   END-IF.

   MOVE 0 TO NbEmpruntsOuverts.
   MOVE 0 TO TotalAmendesDues.
   MOVE 'N' TO EmpruntEnRetardVu.
            AT END
               MOVE 'O' TO FinEmpruntFile
            NOT AT END
               PERFORM TESTER-EMPRUNTEUR-FOYER
               IF EmprunteurDuFoyer = 'O'
                  ADD MontantAmendeLigne TO TotalAmendesDues
                  IF StatutEmprunt = 'O'
                     ADD 1 TO NbEmpruntsOuverts
                     IF DateEcheanceLigne < DateDuJourLivre
                        AND NumeroMembreEmprunt = NumeroMembreSaisi
                        MOVE 'O' TO EmpruntEnRetardVu
                     END-IF
                  END-IF
   END-IF.
   MOVE 'N' TO FinEmpruntFile.

   IF NbEmpruntsOuverts >= PlafondEmprunts
      MOVE 'N' TO MembreEligible
      IF StatutFoyer = "00"
         DISPLAY "Emprunt refusé : " NbEmpruntsOuverts
                 " emprunt(s) déjà ouvert(s) dans le foyer du membre "
                 NumeroPayeurFoyer " (plafond " PlafondEmprunts ")."
      ELSE
         DISPLAY "Emprunt refusé : " NbEmpruntsOuverts
                 " emprunt(s) déjà ouvert(s) (plafond " PlafondEmprunts ")."
      END-IF
   END-IF.
   IF EmpruntEnRetardVu = 'O'
      MOVE 'N' TO MembreEligible
   END-IF.
   EXIT.

TESTER-EMPRUNTEUR-FOYER.
   MOVE 'N' TO EmprunteurDuFoyer.
   PERFORM COMPARER-MEMBRE-FOYER
      VARYING IndexFoyer FROM 1 BY 1
      UNTIL IndexFoyer > NbMembresFoyer OR EmprunteurDuFoyer = 'O'.
   EXIT.

COMPARER-MEMBRE-FOYER.
   IF MembreFoyerTbl(IndexFoyer) = NumeroMembreEmprunt
      MOVE 'O' TO EmprunteurDuFoyer
   END-IF.
   EXIT.

RENOUVELER-ADHESION.
*> Renouvellement au guichet : la cotisation s'encaisse dans le flux
*> AmendesEncaissees (le pont DepotAmendes la dépose en banque avec
*> aujourd'hui ou depuis son échéance si elle court encore.
   DISPLAY "Numéro du membre à renouveler : ".
   ACCEPT NumeroMembreSaisi.
*> Un foyer se renouvelle d'un bloc, par son payeur, au tarif famille :
*> les membres à charge suivent l'échéance du payeur.
   MOVE NumeroMembreSaisi TO NumeroMembreFoyer.
   CALL "FoyerUtil" USING ZoneFoyer StatutFoyer.
   IF NumeroPayeurFoyer NOT = NumeroMembreSaisi
      DISPLAY "Membre à charge du membre " NumeroPayeurFoyer
              " : le renouvellement se fait au nom du payeur."
      EXIT PARAGRAPH
   END-IF.
   IF StatutFoyer = "00"
      MOVE MontantCotisationFamille TO CotisationAEncaisser
   ELSE
      MOVE MontantCotisation TO CotisationAEncaisser
   END-IF.
   OPEN I-O MembreFile.
   IF STATUS-MEMBRES NOT = "00"
      DISPLAY "Impossible d'ouvrir MembreFile. Code de statut : " STATUS-MEMBRES
      CLOSE MembreFile
      EXIT PARAGRAPH
   END-IF.
   MOVE DateFinAdhesion TO FinAdhesionFoyer.
   PERFORM PROLONGER-MEMBRE-FOYER
      VARYING IndexFoyer FROM 2 BY 1 UNTIL IndexFoyer > NbMembresFoyer.
   CLOSE MembreFile.

   PERFORM ENCAISSER-COTISATION.
   DISPLAY "Adhésion du membre " NumeroMembreSaisi
           " renouvelée jusqu'au " FinAdhesionFoyer
           " contre " CotisationAEncaisser "."
   IF StatutFoyer = "00"
      DISPLAY "Tarif famille : " NbMembresFoyer
              " membres du foyer prolongés."
   END-IF.
   EXIT.

PROLONGER-MEMBRE-FOYER.
   MOVE MembreFoyerTbl(IndexFoyer) TO NumeroMembre.
   READ MembreFile
      KEY IS NumeroMembre
      INVALID KEY
         EXIT PARAGRAPH
   END-READ.
   MOVE FinAdhesionFoyer TO DateFinAdhesion.
   REWRITE MembreRecord.
   IF STATUS-MEMBRES NOT = "00"
      DISPLAY "Erreur à la prolongation du membre " NumeroMembre
              ". Code de statut : " STATUS-MEMBRES
   END-IF.
   EXIT.

ENCAISSER-COTISATION.
   MOVE DateHeureSysteme(1:8) TO DateEncaissement.
   MOVE 0 TO NumeroEmpruntAmende.
   MOVE NumeroMembreSaisi TO NumeroMembreAmende.
   MOVE CotisationAEncaisser TO MontantEncaisse.
   MOVE 'E' TO StatutEncaissement.
   WRITE AmendeEncaisseeRecord.
   IF STATUS-AMENDES NOT = "00"
   STRING "COTISATION membre " DELIMITED BY SIZE
          NumeroMembreSaisi DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          CotisationAEncaisser DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          DateEncaissement DELIMITED BY SIZE
          INTO LigneAuditLivres
      COMPUTE DateEmpruntInteger = FUNCTION INTEGER-OF-DATE(DateEmpruntLigne)
      COMPUTE DateEcheanceInteger = DateEmpruntInteger + DureeEmpruntJours
      MOVE FUNCTION DATE-OF-INTEGER(DateEcheanceInteger) TO DateEcheanceLigne
*>    Le livre se rend au site où il est prêté : une échéance qui
*>    tombe un jour de fermeture de ce site glisse au jour d'ouverture
*>    suivant.
      MOVE 'S' TO FonctionJourOuverture
      MOVE SitePoste TO SiteJourOuverture
      MOVE DateEcheanceLigne TO DateDepartOuverture
      CALL "JourOuvertureUtil" USING ZoneJourOuverture
                                     StatutJourOuverture
      IF StatutJourOuverture = "00"
         AND DateArriveeOuverture NOT = DateEcheanceLigne
         MOVE DateArriveeOuverture TO DateEcheanceLigne
         COMPUTE DateEcheanceInteger =
                 FUNCTION INTEGER-OF-DATE(DateEcheanceLigne)
      END-IF
*>    Copie d'une bibliothèque partenaire (genre PEB) : l'échéance
*>    est serrée trois jours avant la date de retour au partenaire,
*>    pour que la copie reparte à temps.
   EXIT.

SAISIR-ENVOI-SITE.
   DISPLAY "Code-barres de l'exemplaire ou numéro du livre : ".
   PERFORM SAISIR-LIVRE-OU-CODE.
   IF SaisieValide = 'N'
      EXIT PARAGRAPH
   END-IF.
   IF ExemplaireScanne = 0
      DISPLAY "Numéro de l'exemplaire : "
      ACCEPT NumeroExemplaireSaisi
   ELSE
      MOVE ExemplaireScanne TO NumeroExemplaireSaisi
   END-IF.
   DISPLAY "Site de destination : ".
   ACCEPT SiteDestinataire.
   IF SiteDestinataire = SPACES OR SiteDestinataire = SitePoste
   EXIT.

RECEPTIONNER-TRANSFERT-SITE.
*> Le colis s'ouvre au site d'arrivée : scanner l'exemplaire retrouve
*> son transfert en transit sans chercher le numéro sur le bordereau.
   DISPLAY "Numéro du transfert reçu ou code-barres de l'exemplaire : ".
   PERFORM SAISIR-TRANSFERT-OU-CODE.
   IF SaisieValide = 'N'
      EXIT PARAGRAPH
   END-IF.
   OPEN I-O TransfertSiteFile.
   IF STATUS-TRANSSITES NOT = "00"
      DISPLAY "Impossible d'ouvrir TransfertsSites. Code de statut : " STATUS-TRANSSITES
   PERFORM OUVRIR-CATALOGUE.
   EXIT.

APPELER-PERIODIQUES.
*> Le bulletinage crée des exemplaires et tient le compteur de
*> copies des titres au genre PERI : catalogue refermé le temps de
*> l'appel.
   CLOSE LivreFile.
   CALL "GestionPeriodiques".
   PERFORM OUVRIR-CATALOGUE.
   EXIT.

APPELER-ECHANGE-NOTICES.
*> L'import crée et met à jour des titres : catalogue refermé le
*> temps de l'appel, comme pour le bulletinage.
   CLOSE LivreFile.
   CALL "EchangeNotices".
   PERFORM OUVRIR-CATALOGUE.
   EXIT.

APPELER-REPARATIONS.
*> Le départ et le retour de réparation tiennent CopiesDispo :
*> catalogue refermé le temps de l'appel.
   CLOSE LivreFile.
   CALL "GestionReparations".
   PERFORM OUVRIR-CATALOGUE.
   EXIT.

APPELER-PEB.
*> L'écran PEB ouvre LivreFile et ExemplaireFile pour son propre
*> compte : on referme le catalogue le temps de l'appel (même
   PERFORM OUVRIR-CATALOGUE.
   EXIT.

SAISIR-LIVRE-OU-CODE.
*> Lecture de l'étiquette d'un exemplaire : dix chiffres dont la clé
*> est vérifiée (un code mal lu ou retapé de travers est refusé et
*> se rescanne), qui donnent le livre ET l'exemplaire. Quatre
*> chiffres au plus : numéro de livre tapé à la main, comme avant.
   MOVE 'O' TO SaisieValide.
   MOVE 0 TO ExemplaireScanne.
   MOVE SPACE TO EtatScanne.
   MOVE SPACES TO SaisieCodeBarre.
   ACCEPT SaisieCodeBarre.
   IF SaisieCodeBarre(5:6) = SPACES
      IF SaisieCodeBarre = SPACES
         OR FUNCTION TEST-NUMVAL(SaisieCodeBarre) NOT = 0
         DISPLAY "Numéro de livre invalide."
         MOVE 'N' TO SaisieValide
      ELSE
         COMPUTE NumeroLivreSaisi = FUNCTION NUMVAL(SaisieCodeBarre)
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE 'V' TO FonctionCodeBarre.
   MOVE 'E' TO TypeCodeBarre.
   MOVE SaisieCodeBarre TO CodeBarre.
   CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.
   IF StatutCodeBarre NOT = "00"
      PERFORM SIGNALER-CODE-REFUSE
      EXIT PARAGRAPH
   END-IF.
   MOVE NumeroLivreCB TO NumeroLivreSaisi.
   MOVE NumeroExemplaireCB TO ExemplaireScanne.
   EXIT.

SAISIR-MEMBRE-OU-CARTE.
*> Carte de membre scannée ou numéro tapé ; une carte refusée laisse
*> le numéro à zéro, qu'aucun membre ne porte.
   MOVE SPACES TO SaisieCodeBarre.
   ACCEPT SaisieCodeBarre.
   MOVE 0 TO NumeroMembreSaisi.
   IF SaisieCodeBarre(5:6) = SPACES
      IF SaisieCodeBarre NOT = SPACES
         AND FUNCTION TEST-NUMVAL(SaisieCodeBarre) = 0
         COMPUTE NumeroMembreSaisi = FUNCTION NUMVAL(SaisieCodeBarre)
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE 'V' TO FonctionCodeBarre.
   MOVE 'M' TO TypeCodeBarre.
   MOVE SaisieCodeBarre TO CodeBarre.
   CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.
   IF StatutCodeBarre NOT = "00"
      PERFORM SIGNALER-CODE-REFUSE
      EXIT PARAGRAPH
   END-IF.
   MOVE NumeroMembreCB TO NumeroMembreSaisi.
   EXIT.

SAISIR-TRANSFERT-OU-CODE.
   MOVE 'O' TO SaisieValide.
   MOVE 0 TO NumeroTransSiteSaisi.
   MOVE SPACES TO SaisieCodeBarre.
   ACCEPT SaisieCodeBarre.
   IF SaisieCodeBarre(6:5) = SPACES
      IF SaisieCodeBarre = SPACES
         OR FUNCTION TEST-NUMVAL(SaisieCodeBarre) NOT = 0
         DISPLAY "Numéro de transfert invalide."
         MOVE 'N' TO SaisieValide
      ELSE
         COMPUTE NumeroTransSiteSaisi = FUNCTION NUMVAL(SaisieCodeBarre)
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE 'V' TO FonctionCodeBarre.
   MOVE 'E' TO TypeCodeBarre.
   MOVE SaisieCodeBarre TO CodeBarre.
   CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.
   IF StatutCodeBarre NOT = "00"
      PERFORM SIGNALER-CODE-REFUSE
      EXIT PARAGRAPH
   END-IF.
*> Le transfert en transit ('T') de cet exemplaire.
   MOVE 'N' TO FinTransitsScan.
   OPEN INPUT TransfertSiteFile.
   IF STATUS-TRANSSITES = "00"
      PERFORM CHERCHER-TRANSIT-SCANNE UNTIL FinTransitsScan = 'O'
      CLOSE TransfertSiteFile
   END-IF.
   IF NumeroTransSiteSaisi = 0
      DISPLAY "Aucun transfert en transit pour l'exemplaire "
              NumeroExemplaireCB " du livre " NumeroLivreCB "."
      MOVE 'N' TO SaisieValide
   END-IF.
   EXIT.

CHERCHER-TRANSIT-SCANNE.
   READ TransfertSiteFile NEXT RECORD
      AT END
         MOVE 'O' TO FinTransitsScan
      NOT AT END
         IF StatutTransfertSite = 'T'
            AND NumeroLivreTrSite = NumeroLivreCB
            AND NumeroExemplaireTrSite = NumeroExemplaireCB
            MOVE NumeroTransfertSite TO NumeroTransSiteSaisi
            MOVE 'O' TO FinTransitsScan
         END-IF
   END-READ.
   EXIT.

SIGNALER-CODE-REFUSE.
   MOVE 'N' TO SaisieValide.
   EVALUATE StatutCodeBarre
       WHEN "01"
           DISPLAY "Code-barres illisible (" SaisieCodeBarre ") : rescannez."
       WHEN "02"
           DISPLAY "Code-barres refusé, clé de contrôle fausse ("
                   SaisieCodeBarre ") : rescannez ou tapez le numéro."
       WHEN OTHER
           IF TypeCodeBarre = 'M'
              DISPLAY "Ce code-barres n'est pas celui d'une carte de membre."
           ELSE
              DISPLAY "Ce code-barres n'est pas celui d'un exemplaire."
           END-IF
   END-EVALUATE.
   EXIT.

CONTROLER-EXEMPLAIRE-SCANNE.
*> L'exemplaire scanné doit exister et pouvoir sortir : en rayon
*> ('R') ou mis de côté ('C') ; un exemplaire déjà prêté, en
*> réparation ou perdu qui réapparaît au comptoir se signale.
   MOVE SPACE TO EtatScanne.
   OPEN INPUT ExemplaireFile.
   IF STATUS-EXEMPLAIRES = "00"
      MOVE NumeroLivreSaisi TO NumeroLivreEx
      MOVE ExemplaireScanne TO NumeroExemplaire
      READ ExemplaireFile
         KEY IS CleExemplaire
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE EtatExemplaire TO EtatScanne
      END-READ
      CLOSE ExemplaireFile
   END-IF.
   IF EtatScanne = SPACE
      DISPLAY "Exemplaire " ExemplaireScanne " du livre " NumeroLivreSaisi
              " inconnu de ExemplaireFile : emprunt refusé."
      MOVE 'N' TO SaisieValide
      EXIT PARAGRAPH
   END-IF.
   IF EtatScanne NOT = 'R' AND EtatScanne NOT = 'C'
      DISPLAY "Exemplaire " ExemplaireScanne " non prêtable (état "
              EtatScanne ") : à remettre au bureau."
      MOVE 'N' TO SaisieValide
   END-IF.
   EXIT.

DEMANDER-ETIQUETTE.
*> Étiquette du nouvel exemplaire (NumeroLivre, NumeroExemplaire) ou
*> carte du nouveau membre (NumeroMembre) mise en file pour le
*> prochain passage d'EditionEtiquettes.
   OPEN EXTEND DemandeEtiquetteFile.
   IF STATUS-ETIQUETTES = "35"
      OPEN OUTPUT DemandeEtiquetteFile
   END-IF.
   IF STATUS-ETIQUETTES NOT = "00"
      DISPLAY "Impossible d'ouvrir EtiquettesAImprimer. Code de statut : " STATUS-ETIQUETTES
      EXIT PARAGRAPH
   END-IF.
   IF TypeEtiquette = 'M'
      MOVE 0 TO NumeroLivreEtq
      MOVE 0 TO NumeroExemplaireEtq
      MOVE NumeroMembre TO NumeroMembreEtq
   ELSE
      MOVE NumeroLivre TO NumeroLivreEtq
      MOVE NumeroExemplaire TO NumeroExemplaireEtq
      MOVE 0 TO NumeroMembreEtq
   END-IF.
   MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
   MOVE DateHeureSysteme(1:8) TO DateDemandeEtq.
   WRITE DemandeEtiquetteRecord.
   IF STATUS-ETIQUETTES NOT = "00"
      DISPLAY "Erreur à l'écriture de EtiquettesAImprimer. Code de statut : " STATUS-ETIQUETTES
   END-IF.
   CLOSE DemandeEtiquetteFile.
   EXIT.

RETURN-LIVRE.
*> Retour d'un exemplaire emprunté : l'enregistrement du livre est
*> relu par sa clé et réécrit aussitôt, la file d'attente est servie
*> membre : c'est l'emprunt de CE membre qui se referme et c'est SON
*> exemplaire qui revient, deux membres sur le même titre ne sont
*> plus interchangeables.
*> Un exemplaire scanné désigne à lui seul l'emprunt à refermer :
*> le membre n'a plus à être retrouvé au comptoir.
   DISPLAY "Code-barres de l'exemplaire ou numéro du livre retourné : ".
   PERFORM SAISIR-LIVRE-OU-CODE.
   IF SaisieValide = 'N'
      EXIT PARAGRAPH
   END-IF.
   PERFORM RECHERCHER-LIVRE.

   IF LivreTrouve = 'N'
      DISPLAY "Aucun livre ne porte ce numéro."
   ELSE
      IF ExemplaireScanne = 0
         DISPLAY "Numéro du membre qui retourne : "
         ACCEPT NumeroMembreSaisi
      ELSE
         MOVE 0 TO NumeroMembreSaisi
      END-IF
      PERFORM CLORE-EMPRUNT
      IF EmpruntTrouve = 'O'
*>       Avant de remettre l'exemplaire en rayon, la file d'attente
                    " | Copies disponibles : " CopiesDispo
         END-IF
      ELSE
         IF ExemplaireScanne = 0
            DISPLAY "Aucun emprunt en cours de ce livre pour le membre "
                    NumeroMembreSaisi "."
         ELSE
            DISPLAY "Aucun emprunt en cours pour l'exemplaire "
                    ExemplaireScanne " (prêt d'avant le suivi par "
                    "exemplaire : saisir le numéro du livre et du membre)."
         END-IF
      END-IF
   END-IF.
   EXIT.
               MOVE 'O' TO FinEmpruntFile
            NOT AT END
               IF NumeroLivreEmprunt = NumeroLivreSaisi
                  AND StatutEmprunt = 'O'
                  AND ((ExemplaireScanne = 0
                        AND NumeroMembreEmprunt = NumeroMembreSaisi)
                    OR (ExemplaireScanne NOT = 0
                        AND NumeroExemplaireEmprunt = ExemplaireScanne))
                  MOVE NumeroMembreEmprunt TO NumeroMembreSaisi
                  MOVE 'R' TO StatutEmprunt
                  MOVE NumeroExemplaireEmprunt TO ExemplaireRendu
                  MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
