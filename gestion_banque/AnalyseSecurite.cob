           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-COMPTESOPS.

    SELECT BeneficiaireFile
           ASSIGN TO 'BeneficiairesClients'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleBeneficiaire
           ALTERNATE RECORD KEY IS IbanBenef WITH DUPLICATES
           FILE STATUS IS STATUS-BENEFICIAIRES.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
   05 CodeOperateurPerso  PIC X(8).
   05 NumeroComptePerso   PIC X(10).

FD BeneficiaireFile.
COPY BeneficiaireRecord.

WORKING-STORAGE SECTION.
77 STATUS-JOURNAL    PIC XX.
77 STATUS-OPERATEURS PIC XX.
      03 CompteBloqueTbl PIC X(10).
01 NbBlocagesPin     PIC 9(2) VALUE 0.

*> IBAN de mule : un même bénéficiaire externe inscrit par au moins
*> ce nombre de clients différents, dont une inscription ou une
*> confirmation du jour (un IBAN déjà signalé ne revient que s'il
*> bouge à nouveau).
77 STATUS-BENEFICIAIRES PIC XX.
01 SeuilClientsMemeIban PIC 9(2) VALUE 3.
01 FinBeneficiaires    PIC X.
01 IbanGroupe          PIC X(34).
01 ActiviteJourIban    PIC X.
01 ClientsMemeIban.
   02 ClientIbanLigne OCCURS 20 TIMES.
      03 ClientIbanTbl    PIC X(10).
      03 StatutIbanTbl    PIC X.
      03 DateAjoutIbanTbl PIC 9(8).
01 NbClientsIban       PIC 9(3).
01 IndexClientIban     PIC 9(3).

*> Page d'exceptions classée : gravité 3 la plus haute d'abord.
01 ExceptionsSecurite.
   02 ExceptionLigne OCCURS 200 TIMES.
*> est passé au crible pour la date de traitement : opérations hors
*> des heures d'ouverture, opérateur mouvementant son propre compte
*> (référentiel ComptesOperateurs), blocages de PIN en série sur des
*> comptes, opérateurs de profil guichetier apparaissant sur des
*> lignes réservées à la supervision, et IBAN de bénéficiaire
*> inscrits par de nombreux clients (BeneficiairesClients) — UNE
*> page d'exceptions classée par gravité, pas un déversement de
*> journal.
    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    PERFORM LIRE-DATE-TRAITEMENT.
    PERFORM DEBUTER-CONTROLE.
    END-IF.

    PERFORM CONTROLER-SERIE-BLOCAGES.
    PERFORM CONTROLER-IBANS-PARTAGES.
    PERFORM IMPRIMER-PAGE-EXCEPTIONS.

    MOVE "OK" TO StatutFinCtl.
            ALL "EXTOURNE"
            ALL "OPPOSITION"
            ALL "SUSPENSION"
            ALL "CHANGEMENT REF"
            ALL "BENEFICIAIRE CONFIRME".
    IF OccurrencesMot = 0 OR STATUS-OPERATEURS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    END-PERFORM.
    EXIT.

CONTROLER-IBANS-PARTAGES.
*> Registre des bénéficiaires parcouru dans l'ordre de l'IBAN : les
*> inscriptions d'un même IBAN par des clients différents se suivent.
    OPEN INPUT BeneficiaireFile.
    IF STATUS-BENEFICIAIRES NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinBeneficiaires.
    MOVE LOW-VALUES TO IbanBenef.
    START BeneficiaireFile KEY IS NOT LESS THAN IbanBenef
        INVALID KEY
            MOVE 'O' TO FinBeneficiaires
    END-START.
    MOVE SPACES TO IbanGroupe.
    MOVE 0 TO NbClientsIban.
    MOVE 'N' TO ActiviteJourIban.
    PERFORM LIRE-UN-BENEFICIAIRE UNTIL FinBeneficiaires = 'O'.
    PERFORM CLORE-GROUPE-IBAN.
    CLOSE BeneficiaireFile.
    EXIT.

LIRE-UN-BENEFICIAIRE.
    READ BeneficiaireFile NEXT RECORD
        AT END
            MOVE 'O' TO FinBeneficiaires
    END-READ.
    IF FinBeneficiaires = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF IbanBenef NOT = IbanGroupe
        PERFORM CLORE-GROUPE-IBAN
        MOVE IbanBenef TO IbanGroupe
        MOVE 0 TO NbClientsIban
        MOVE 'N' TO ActiviteJourIban
    END-IF.
    ADD 1 TO NbClientsIban.
    IF NbClientsIban <= 20
        MOVE NumeroClientBenef TO ClientIbanTbl(NbClientsIban)
        MOVE StatutBenef TO StatutIbanTbl(NbClientsIban)
        MOVE DateAjoutBenef TO DateAjoutIbanTbl(NbClientsIban)
    END-IF.
    IF DateAjoutBenef = DateTraitementJour
       OR DateConfirmationBenef = DateTraitementJour
        MOVE 'O' TO ActiviteJourIban
    END-IF.
    EXIT.

CLORE-GROUPE-IBAN.
    IF NbClientsIban < SeuilClientsMemeIban OR ActiviteJourIban = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF NbExceptions NOT < 200
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbExceptions.
    MOVE 3 TO GraviteExc(NbExceptions).
    MOVE SPACES TO LibelleExc(NbExceptions).
    STRING "IBAN PARTAGÉ : " DELIMITED BY SIZE
           IbanGroupe DELIMITED BY SPACE
           " inscrit par " DELIMITED BY SIZE
           NbClientsIban DELIMITED BY SIZE
           " clients différents" DELIMITED BY SIZE
           INTO LibelleExc(NbExceptions)
    END-STRING.
    PERFORM DETAILLER-CLIENT-IBAN
        VARYING IndexClientIban FROM 1 BY 1
        UNTIL IndexClientIban > NbClientsIban OR IndexClientIban > 20.
    EXIT.

DETAILLER-CLIENT-IBAN.
    IF NbExceptions NOT < 200
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbExceptions.
    MOVE 1 TO GraviteExc(NbExceptions).
    MOVE SPACES TO LibelleExc(NbExceptions).
    STRING "  ... dont le client " DELIMITED BY SIZE
           ClientIbanTbl(IndexClientIban) DELIMITED BY SIZE
           " inscrit le " DELIMITED BY SIZE
           DateAjoutIbanTbl(IndexClientIban) DELIMITED BY SIZE
           " statut " DELIMITED BY SIZE
           StatutIbanTbl(IndexClientIban) DELIMITED BY SIZE
           INTO LibelleExc(NbExceptions)
    END-STRING.
    EXIT.

IMPRIMER-PAGE-EXCEPTIONS.
*> Tri par sélection sur la gravité décroissante, puis la page.
    PERFORM VARYING IndexExc FROM 1 BY 1 UNTIL IndexExc >= NbExceptions
