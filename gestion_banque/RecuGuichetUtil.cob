IDENTIFICATION DIVISION.
PROGRAM-ID. RecuGuichetUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RecuFile
           ASSIGN TO 'RecusGuichet'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleRecuFic
           FILE STATUS IS STATUS-RECUS.

    SELECT SequenceRecuFile
           ASSIGN TO 'SequencesRecus'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CodeAgenceSeqRecu
           FILE STATUS IS STATUS-SEQRECUS.

DATA DIVISION.
FILE SECTION.
FD RecuFile.
*> Même dessin que RecuGuichetRecord, passé par l'appelant.
01 RecuFicEnrg.
   05 CleRecuFic             PIC X(11).
   05 FILLER                 PIC X(148).

FD SequenceRecuFile.
*> Dernier numéro de reçu émis par agence : la numérotation ne
*> saute ni ne se répète d'une session de guichet à l'autre.
01 SequenceRecuRecord.
   05 CodeAgenceSeqRecu      PIC X(3).
   05 DernierNumeroRecu      PIC 9(8).

WORKING-STORAGE SECTION.
77 STATUS-RECUS      PIC XX.
77 STATUS-SEQRECUS   PIC XX.
01 DateHeureSysteme  PIC X(21).
01 MontantRecuAffiche PIC Z(10)9.99.
01 SoldeRecuAffiche  PIC -Z(10)9.99.

*> Masquage du nom : seule l'initiale de chaque mot reste lisible.
*> Les caractères accentués tiennent sur deux octets : l'octet de
*> suite d'une initiale gardée suit l'initiale, celui d'une lettre
*> masquée disparaît avec elle (une étoile par lettre).
01 NomAMasquer       PIC X(30).
01 NomMasque         PIC X(30).
01 IndexNom          PIC 9(2).
01 IndexMasque       PIC 9(2).
01 CaractereNom      PIC X.
01 DebutMot          PIC X.
01 SuiteGardee       PIC X.

LINKAGE SECTION.
COPY RecuGuichetRecord.
*> 'E' émettre un nouveau reçu, 'D' réimprimer un duplicata.
01 ModeRecu          PIC X.
*> Opérateur du guichet à l'émission, superviseur au duplicata.
01 OperateurEdition  PIC X(8).
01 StatutRecu        PIC XX.

PROCEDURE DIVISION USING RecuGuichetRecord ModeRecu
                         OperateurEdition StatutRecu.
EDITER-RECU.
*> Paragraphe partagé sur le modèle de NotificationUtil : le guichet
*> (Banque) émet un reçu numéroté pour chaque opération au comptoir,
*> la supervision (SupervisionBanque) en réimprime le duplicata.
*> L'appelant renseigne l'agence, l'opération, le compte, le nom du
*> titulaire en clair, le montant, la devise, le solde après et la
*> référence ; numéro, date, heure et masquage sont posés ici. Un
*> échec d'édition ne remet jamais l'opération en cause : elle est
*> passée, l'appelant affiche le statut rendu et continue.
    MOVE "00" TO StatutRecu.
    OPEN I-O RecuFile.
    IF STATUS-RECUS = "35"
        OPEN OUTPUT RecuFile
        CLOSE RecuFile
        OPEN I-O RecuFile
    END-IF.
    IF STATUS-RECUS NOT = "00"
        MOVE STATUS-RECUS TO StatutRecu
        GOBACK
    END-IF.

    IF ModeRecu = 'D'
        PERFORM REIMPRIMER-DUPLICATA
    ELSE
        PERFORM EMETTRE-RECU
    END-IF.

    CLOSE RecuFile.
    GOBACK.

EMETTRE-RECU.
    IF CodeAgenceRecu = SPACES
        MOVE "000" TO CodeAgenceRecu
    END-IF.
    PERFORM NUMEROTER-RECU.
    IF StatutRecu NOT = "00"
        EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme.
    MOVE DateHeureSysteme(1:8) TO DateRecu.
    MOVE DateHeureSysteme(9:6) TO HeureRecu.
    MOVE OperateurEdition TO OperateurRecu.
    MOVE 0 TO NbDuplicatasRecu.
    MOVE NomMasqueRecu TO NomAMasquer.
    PERFORM MASQUER-NOM.
    MOVE NomMasque TO NomMasqueRecu.

    WRITE RecuFicEnrg FROM RecuGuichetRecord.
    IF STATUS-RECUS NOT = "00"
        MOVE STATUS-RECUS TO StatutRecu
        EXIT PARAGRAPH
    END-IF.
    PERFORM IMPRIMER-RECU.
    EXIT.

NUMEROTER-RECU.
    OPEN I-O SequenceRecuFile.
    IF STATUS-SEQRECUS = "35"
        OPEN OUTPUT SequenceRecuFile
        CLOSE SequenceRecuFile
        OPEN I-O SequenceRecuFile
    END-IF.
    IF STATUS-SEQRECUS NOT = "00"
        MOVE STATUS-SEQRECUS TO StatutRecu
        EXIT PARAGRAPH
    END-IF.
    MOVE CodeAgenceRecu TO CodeAgenceSeqRecu.
    READ SequenceRecuFile
        KEY IS CodeAgenceSeqRecu
        INVALID KEY
            MOVE CodeAgenceRecu TO CodeAgenceSeqRecu
            MOVE 0 TO DernierNumeroRecu
            WRITE SequenceRecuRecord
    END-READ.
    ADD 1 TO DernierNumeroRecu.
    REWRITE SequenceRecuRecord.
    IF STATUS-SEQRECUS NOT = "00"
        MOVE STATUS-SEQRECUS TO StatutRecu
        CLOSE SequenceRecuFile
        EXIT PARAGRAPH
    END-IF.
    MOVE DernierNumeroRecu TO NumeroRecu.
    CLOSE SequenceRecuFile.
    EXIT.

REIMPRIMER-DUPLICATA.
    MOVE CleRecu TO CleRecuFic.
    READ RecuFile
        KEY IS CleRecuFic
        INVALID KEY
            MOVE "23" TO StatutRecu
            EXIT PARAGRAPH
    END-READ.
    MOVE RecuFicEnrg TO RecuGuichetRecord.
    ADD 1 TO NbDuplicatasRecu.
    MOVE RecuGuichetRecord TO RecuFicEnrg.
    REWRITE RecuFicEnrg.
    IF STATUS-RECUS NOT = "00"
        MOVE STATUS-RECUS TO StatutRecu
        EXIT PARAGRAPH
    END-IF.
    PERFORM IMPRIMER-RECU.
    EXIT.

IMPRIMER-RECU.
    MOVE MontantRecu TO MontantRecuAffiche.
    MOVE SoldeApresRecu TO SoldeRecuAffiche.
    DISPLAY "==============================================".
    IF NbDuplicatasRecu > 0
        DISPLAY "              *** DUPLICATA ***"
    END-IF.
    DISPLAY "REÇU DE GUICHET N° " CodeAgenceRecu "-" NumeroRecu.
    DISPLAY "Le " DateRecu " à " HeureRecu.
    DISPLAY "Compte    : " NumeroCompteRecu.
    DISPLAY "Titulaire : " NomMasqueRecu.
    DISPLAY "Opération : " TypeOperationRecu.
    DISPLAY "Montant   : " MontantRecuAffiche " " DeviseRecu.
    IF ReferenceOperationRecu NOT = SPACES
        DISPLAY "Référence : " ReferenceOperationRecu
    END-IF.
    DISPLAY "Solde après opération : " SoldeRecuAffiche " " DeviseRecu.
    DISPLAY "Opérateur : " OperateurRecu.
    IF NbDuplicatasRecu > 0
        MOVE FUNCTION CURRENT-DATE TO DateHeureSysteme
        DISPLAY "Duplicata n° " NbDuplicatasRecu " réimprimé le "
                DateHeureSysteme(1:8) " par " OperateurEdition
    END-IF.
    DISPLAY "==============================================".
    EXIT.

MASQUER-NOM.
    MOVE SPACES TO NomMasque.
    MOVE 0 TO IndexMasque.
    MOVE 'O' TO DebutMot.
    MOVE 'N' TO SuiteGardee.
    PERFORM MASQUER-UN-CARACTERE
        VARYING IndexNom FROM 1 BY 1 UNTIL IndexNom > 30.
    EXIT.

MASQUER-UN-CARACTERE.
    MOVE NomAMasquer(IndexNom:1) TO CaractereNom.
    IF CaractereNom = SPACE
        MOVE 'O' TO DebutMot
        MOVE 'N' TO SuiteGardee
        ADD 1 TO IndexMasque
        EXIT PARAGRAPH
    END-IF.
    IF CaractereNom NOT < X"80" AND CaractereNom < X"C0"
        IF SuiteGardee = 'O'
            ADD 1 TO IndexMasque
            MOVE CaractereNom TO NomMasque(IndexMasque:1)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO IndexMasque.
    IF DebutMot = 'O'
        MOVE CaractereNom TO NomMasque(IndexMasque:1)
        MOVE 'N' TO DebutMot
        MOVE 'O' TO SuiteGardee
    ELSE
        MOVE "*" TO NomMasque(IndexMasque:1)
        MOVE 'N' TO SuiteGardee
    END-IF.
    EXIT.
