IDENTIFICATION DIVISION.
PROGRAM-ID. CriblageSanctionsUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SanctionFile
           ASSIGN TO 'ListeSanctions'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ReferenceSanction
           FILE STATUS IS STATUS-SANCTIONS.

DATA DIVISION.
FILE SECTION.
FD SanctionFile.
COPY SanctionRecord.

WORKING-STORAGE SECTION.
77 STATUS-SANCTIONS  PIC XX.
01 ListeChargee      PIC X VALUE 'N'.
01 FinSanctions      PIC X.

*> Liste tenue en mémoire au premier appel, noms déjà normalisés :
*> un lot de nuit crible des centaines de virements sans relire le
*> fichier à chaque ligne.
01 SanctionsTable.
   02 SanctionLigne OCCURS 3000 TIMES.
      03 ReferenceTbl    PIC X(12).
      03 TypeTbl         PIC X.
      03 NomTbl          PIC X(40).
01 NbSanctions       PIC 9(4) VALUE 0.
01 IndexSanction     PIC 9(4).

01 NomNormalise      PIC X(40).
01 NomCompacte       PIC X(40).
01 IndexNom          PIC 9(2).
01 IndexCompacte     PIC 9(2).

*> Mots du nom criblé et mots du nom inscrit, avec leur longueur.
01 MotsCandidat.
   02 MotCandidat OCCURS 8 TIMES PIC X(20).
01 LongueursCandidat.
   02 LongMotCandidat OCCURS 8 TIMES PIC 9(2).
01 NbMotsCandidat    PIC 9(2).
01 MotsListe.
   02 MotListe OCCURS 8 TIMES PIC X(20).
01 LongueursListe.
   02 LongMotListe OCCURS 8 TIMES PIC 9(2).
01 NbMotsListe       PIC 9(2).
01 IndexMotListe     PIC 9(2).
01 IndexMotCandidat  PIC 9(2).
01 NbMotsSignificatifs PIC 9(2).
01 NbMotsRetrouves   PIC 9(2).
01 NbMotsEntiers     PIC 9(2).
01 MotRetrouve       PIC X.

*> Comparaison approchée de deux mots : égalité, ou au plus une
*> lettre substituée, ajoutée, omise ou deux lettres voisines
*> interverties (fautes de translittération et de frappe courantes).
*> 'O' mot rapproché, 'I' simple initiale du mot, 'N' différents.
01 MotA              PIC X(20).
01 LongA             PIC 9(2).
01 MotB              PIC X(20).
01 LongB             PIC 9(2).
01 MotCourt          PIC X(20).
01 LongCourt         PIC 9(2).
01 MotLong           PIC X(20).
01 LongLong          PIC 9(2).
01 MotsProches       PIC X.
01 NbEcarts          PIC 9(2).
01 PremierEcart      PIC 9(2).
01 IndexCourt        PIC 9(2).
01 IndexLong         PIC 9(2).
01 IndexLettre       PIC 9(2).

LINKAGE SECTION.
01 NomACribler       PIC X(40).
01 PaysACribler1     PIC XX.
01 PaysACribler2     PIC XX.
01 ReferenceRetenue  PIC X(12).
01 NomRetenu         PIC X(40).
01 StatutCriblage    PIC XX.

PROCEDURE DIVISION USING NomACribler PaysACribler1 PaysACribler2
                         ReferenceRetenue NomRetenu StatutCriblage.
CRIBLER-CONTREPARTIE.
*> Paragraphe partagé sur le modèle de ValidationIbanUtil : crible
*> un nom (client, bénéficiaire, donneur d'ordre) et jusqu'à deux
*> codes pays (BIC, IBAN) contre la liste des sanctions et embargos
*> chargée par ImportSanctions.
*> Statuts : "00" rien trouvé, "01" nom rapproché d'une personne ou
*> entité désignée, "02" pays sous embargo. Sur "01" et "02", la
*> référence et le nom inscrits sont rendus pour la file de
*> conformité.
*>
*> Rapprochement des noms : casse, accents et ponctuation sont
*> neutralisés, puis CHAQUE mot significatif du nom inscrit (deux
*> lettres et plus) doit se retrouver, dans n'importe quel ordre,
*> parmi les mots du nom criblé, à une faute près pour les mots
*> de quatre lettres et plus ; une initiale vaut pour le mot
*> qu'elle commence, mais un mot au moins doit se retrouver en
*> entier. "MOHAMED ALI HASSAN" arrête donc "Hassan Mohammed Ali"
*> comme "HASAN, Mohamed A.".
    MOVE "00" TO StatutCriblage.
    MOVE SPACES TO ReferenceRetenue.
    MOVE SPACES TO NomRetenu.

    IF ListeChargee = 'N'
        PERFORM CHARGER-LISTE-SANCTIONS
    END-IF.

    IF NomACribler NOT = SPACES
        MOVE NomACribler TO NomNormalise
        PERFORM NORMALISER-NOM
        PERFORM DECOUPER-NOM-CANDIDAT
        MOVE 1 TO IndexSanction
        PERFORM CRIBLER-UN-NOM
            UNTIL IndexSanction > NbSanctions
               OR StatutCriblage NOT = "00"
    END-IF.

    IF StatutCriblage = "00"
        MOVE 1 TO IndexSanction
        PERFORM CRIBLER-UN-PAYS
            UNTIL IndexSanction > NbSanctions
               OR StatutCriblage NOT = "00"
    END-IF.
    GOBACK.

CHARGER-LISTE-SANCTIONS.
*> Liste absente (jamais importée sur ce site) : le criblage ne
*> peut rien arrêter, on le dit à chaque session plutôt que de
*> laisser croire à un contrôle.
    MOVE 'O' TO ListeChargee.
    MOVE 0 TO NbSanctions.
    OPEN INPUT SanctionFile.
    IF STATUS-SANCTIONS NOT = "00"
        DISPLAY "*** Avertissement : liste des sanctions indisponible ("
                STATUS-SANCTIONS ") - criblage inopérant. ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO FinSanctions.
    PERFORM CHARGER-UNE-SANCTION UNTIL FinSanctions = 'O'.
    CLOSE SanctionFile.
    EXIT.

CHARGER-UNE-SANCTION.
    READ SanctionFile NEXT RECORD
        AT END
            MOVE 'O' TO FinSanctions
    END-READ.
    IF FinSanctions = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF NbSanctions NOT < 3000
        DISPLAY "Table des sanctions pleine (3000). Inscription ignorée : "
                ReferenceSanction
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbSanctions.
    MOVE ReferenceSanction TO ReferenceTbl(NbSanctions).
    MOVE TypeSanction TO TypeTbl(NbSanctions).
    IF TypeSanction = 'N'
        MOVE NomSanctionne TO NomNormalise
        PERFORM NORMALISER-NOM
        MOVE NomNormalise TO NomTbl(NbSanctions)
    ELSE
        MOVE NomSanctionne TO NomTbl(NbSanctions)
    END-IF.
    EXIT.

NORMALISER-NOM.
*> Majuscules, accents retirés (chaque lettre accentuée devient sa
*> lettre de base suivie d'un repère '~', retiré au compactage) et
*> ponctuation remplacée par des blancs.
    INSPECT NomNormalise CONVERTING
            "abcdefghijklmnopqrstuvwxyz.,-'/&()"
         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        ".
    INSPECT NomNormalise REPLACING ALL "é" BY "E~"
                                   ALL "è" BY "E~"
                                   ALL "ê" BY "E~"
                                   ALL "ë" BY "E~"
                                   ALL "É" BY "E~"
                                   ALL "È" BY "E~"
                                   ALL "à" BY "A~"
                                   ALL "â" BY "A~"
                                   ALL "ä" BY "A~"
                                   ALL "À" BY "A~"
                                   ALL "î" BY "I~"
                                   ALL "ï" BY "I~"
                                   ALL "ô" BY "O~"
                                   ALL "ö" BY "O~"
                                   ALL "ù" BY "U~"
                                   ALL "û" BY "U~"
                                   ALL "ü" BY "U~"
                                   ALL "ç" BY "C~"
                                   ALL "Ç" BY "C~".
    MOVE SPACES TO NomCompacte.
    MOVE 0 TO IndexCompacte.
    PERFORM COMPACTER-UNE-LETTRE
        VARYING IndexNom FROM 1 BY 1 UNTIL IndexNom > 40.
    MOVE NomCompacte TO NomNormalise.
    EXIT.

COMPACTER-UNE-LETTRE.
*> Recopie sans les repères d'accent ni les blancs de tête.
    IF NomNormalise(IndexNom:1) = '~'
        EXIT PARAGRAPH
    END-IF.
    IF NomNormalise(IndexNom:1) = SPACE AND IndexCompacte = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO IndexCompacte.
    MOVE NomNormalise(IndexNom:1) TO NomCompacte(IndexCompacte:1).
    EXIT.

DECOUPER-NOM-CANDIDAT.
    MOVE SPACES TO MotsCandidat.
    MOVE ZEROES TO LongueursCandidat.
    MOVE 0 TO NbMotsCandidat.
    UNSTRING NomNormalise DELIMITED BY ALL SPACE
        INTO MotCandidat(1) COUNT IN LongMotCandidat(1)
             MotCandidat(2) COUNT IN LongMotCandidat(2)
             MotCandidat(3) COUNT IN LongMotCandidat(3)
             MotCandidat(4) COUNT IN LongMotCandidat(4)
             MotCandidat(5) COUNT IN LongMotCandidat(5)
             MotCandidat(6) COUNT IN LongMotCandidat(6)
             MotCandidat(7) COUNT IN LongMotCandidat(7)
             MotCandidat(8) COUNT IN LongMotCandidat(8)
        TALLYING IN NbMotsCandidat
    END-UNSTRING.
    PERFORM BORNER-MOT-CANDIDAT
        VARYING IndexMotCandidat FROM 1 BY 1 UNTIL IndexMotCandidat > 8.
    EXIT.

BORNER-MOT-CANDIDAT.
*> Un mot de plus de 20 lettres est comparé sur ses 20 premières.
    IF LongMotCandidat(IndexMotCandidat) > 20
        MOVE 20 TO LongMotCandidat(IndexMotCandidat)
    END-IF.
    EXIT.

DECOUPER-NOM-LISTE.
    MOVE SPACES TO MotsListe.
    MOVE ZEROES TO LongueursListe.
    MOVE 0 TO NbMotsListe.
    UNSTRING NomTbl(IndexSanction) DELIMITED BY ALL SPACE
        INTO MotListe(1) COUNT IN LongMotListe(1)
             MotListe(2) COUNT IN LongMotListe(2)
             MotListe(3) COUNT IN LongMotListe(3)
             MotListe(4) COUNT IN LongMotListe(4)
             MotListe(5) COUNT IN LongMotListe(5)
             MotListe(6) COUNT IN LongMotListe(6)
             MotListe(7) COUNT IN LongMotListe(7)
             MotListe(8) COUNT IN LongMotListe(8)
        TALLYING IN NbMotsListe
    END-UNSTRING.
    PERFORM BORNER-MOT-LISTE
        VARYING IndexMotListe FROM 1 BY 1 UNTIL IndexMotListe > 8.
    EXIT.

BORNER-MOT-LISTE.
    IF LongMotListe(IndexMotListe) > 20
        MOVE 20 TO LongMotListe(IndexMotListe)
    END-IF.
    EXIT.

CRIBLER-UN-NOM.
*> Une inscription de la liste contre le nom criblé : retenue si
*> tous ses mots significatifs sont retrouvés.
    IF TypeTbl(IndexSanction) = 'N'
        PERFORM DECOUPER-NOM-LISTE
        MOVE 0 TO NbMotsSignificatifs
        MOVE 0 TO NbMotsRetrouves
        MOVE 0 TO NbMotsEntiers
        PERFORM CHERCHER-UN-MOT-LISTE
            VARYING IndexMotListe FROM 1 BY 1 UNTIL IndexMotListe > 8
        IF NbMotsSignificatifs > 0
           AND NbMotsRetrouves = NbMotsSignificatifs
           AND NbMotsEntiers > 0
            MOVE "01" TO StatutCriblage
            MOVE ReferenceTbl(IndexSanction) TO ReferenceRetenue
            MOVE NomTbl(IndexSanction) TO NomRetenu
        END-IF
    END-IF.
    ADD 1 TO IndexSanction.
    EXIT.

CHERCHER-UN-MOT-LISTE.
*> Les initiales seules ne comptent pas : "A." ne prouve rien.
    IF LongMotListe(IndexMotListe) < 2
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NbMotsSignificatifs.
    MOVE 'N' TO MotRetrouve.
    MOVE 1 TO IndexMotCandidat.
    PERFORM COMPARER-UN-MOT-CANDIDAT
        UNTIL IndexMotCandidat > 8 OR MotRetrouve = 'O'.
    IF MotRetrouve NOT = 'N'
        ADD 1 TO NbMotsRetrouves
    END-IF.
    IF MotRetrouve = 'O'
        ADD 1 TO NbMotsEntiers
    END-IF.
    EXIT.

COMPARER-UN-MOT-CANDIDAT.
    IF LongMotCandidat(IndexMotCandidat) > 0
        MOVE MotListe(IndexMotListe) TO MotA
        MOVE LongMotListe(IndexMotListe) TO LongA
        MOVE MotCandidat(IndexMotCandidat) TO MotB
        MOVE LongMotCandidat(IndexMotCandidat) TO LongB
        PERFORM COMPARER-MOTS
        IF MotsProches = 'O'
            MOVE 'O' TO MotRetrouve
        END-IF
        IF MotsProches = 'I' AND MotRetrouve = 'N'
            MOVE 'I' TO MotRetrouve
        END-IF
    END-IF.
    ADD 1 TO IndexMotCandidat.
    EXIT.

COMPARER-MOTS.
    MOVE 'N' TO MotsProches.
    IF LongA = LongB AND MotA = MotB
        MOVE 'O' TO MotsProches
        EXIT PARAGRAPH
    END-IF.
    IF LongB = 1 AND MotA(1:1) = MotB(1:1)
        MOVE 'I' TO MotsProches
        EXIT PARAGRAPH
    END-IF.
*>  Les mots courts (ALI, BEN, EL) ne se rapprochent qu'à l'identique.
    IF LongA < 4 OR LongB < 4
        EXIT PARAGRAPH
    END-IF.
    IF LongA = LongB
        PERFORM COMPARER-MEME-LONGUEUR
        EXIT PARAGRAPH
    END-IF.
    IF LongA = LongB + 1
        MOVE MotA TO MotLong
        MOVE LongA TO LongLong
        MOVE MotB TO MotCourt
        MOVE LongB TO LongCourt
        PERFORM COMPARER-LETTRE-EN-PLUS
        EXIT PARAGRAPH
    END-IF.
    IF LongB = LongA + 1
        MOVE MotB TO MotLong
        MOVE LongB TO LongLong
        MOVE MotA TO MotCourt
        MOVE LongA TO LongCourt
        PERFORM COMPARER-LETTRE-EN-PLUS
    END-IF.
    EXIT.

COMPARER-MEME-LONGUEUR.
*> Une lettre substituée, ou deux lettres voisines interverties.
    MOVE 0 TO NbEcarts.
    MOVE 0 TO PremierEcart.
    PERFORM COMPTER-UN-ECART
        VARYING IndexLettre FROM 1 BY 1 UNTIL IndexLettre > LongA.
    IF NbEcarts = 1
        MOVE 'O' TO MotsProches
    END-IF.
    IF NbEcarts = 2 AND PremierEcart < LongA
        IF MotA(PremierEcart:1) = MotB(PremierEcart + 1:1)
           AND MotA(PremierEcart + 1:1) = MotB(PremierEcart:1)
            MOVE 'O' TO MotsProches
        END-IF
    END-IF.
    EXIT.

COMPTER-UN-ECART.
    IF MotA(IndexLettre:1) NOT = MotB(IndexLettre:1)
        ADD 1 TO NbEcarts
        IF PremierEcart = 0
            MOVE IndexLettre TO PremierEcart
        END-IF
    END-IF.
    EXIT.

COMPARER-LETTRE-EN-PLUS.
*> Le mot long doit redonner le mot court en sautant une seule
*> lettre (lettre ajoutée ou omise).
    MOVE 1 TO IndexCourt.
    MOVE 1 TO IndexLong.
    MOVE 0 TO NbEcarts.
    PERFORM AVANCER-LETTRE-EN-PLUS
        UNTIL IndexCourt > LongCourt OR NbEcarts > 1.
    IF NbEcarts + LongLong - IndexLong + 1 <= 1
        MOVE 'O' TO MotsProches
    END-IF.
    EXIT.

AVANCER-LETTRE-EN-PLUS.
    IF MotCourt(IndexCourt:1) = MotLong(IndexLong:1)
        ADD 1 TO IndexCourt
    ELSE
        ADD 1 TO NbEcarts
    END-IF.
    ADD 1 TO IndexLong.
    EXIT.

CRIBLER-UN-PAYS.
    IF TypeTbl(IndexSanction) = 'P'
       AND ((PaysACribler1 NOT = SPACES
             AND PaysACribler1 = NomTbl(IndexSanction)(1:2))
         OR (PaysACribler2 NOT = SPACES
             AND PaysACribler2 = NomTbl(IndexSanction)(1:2)))
        MOVE "02" TO StatutCriblage
        MOVE ReferenceTbl(IndexSanction) TO ReferenceRetenue
        MOVE NomTbl(IndexSanction) TO NomRetenu
    END-IF.
    ADD 1 TO IndexSanction.
    EXIT.
