01 IndexAjust        PIC 9(3).
01 FinExemplaires    PIC X.
01 DernierExemplaire PIC 9(3).
*> Comptage à la douchette : chaque étiquette lue compte une copie de
*> son livre, une même étiquette n'est comptée qu'une fois.
01 SaisieCodeBarre   PIC X(10).
01 FinLectures       PIC X.
01 ScansComptage.
   02 CleScannee OCCURS 5000 TIMES PIC 9(7).
01 NbScans           PIC 9(4).
01 IndexScan         PIC 9(4).
01 ScanDejaVu        PIC X.
01 CleLue            PIC 9(7).
01 NbLecturesRetenues PIC 9(4).
01 ZoneCodeBarre.
   05 FonctionCodeBarre   PIC X.
   05 CodeBarre           PIC X(10).
   05 TypeCodeBarre       PIC X.
   05 NumeroLivreCB       PIC 9(4).
   05 NumeroExemplaireCB  PIC 9(3).
   05 NumeroMembreCB      PIC 9(4).
01 StatutCodeBarre        PIC XX.
77 STATUS-LIVRES PIC XX.

*> Le catalogue se lit et se met à jour enregistrement par

SAISIR-COMPTAGES.
*> Reporte les copies réellement comptées dans la liste gelée : au
*> clavier livre par livre, en bloc depuis FichierComptage
*> (relevés douchette/tableur), ou étiquette par étiquette à la
*> lecture des codes-barres.
   PERFORM CHARGER-TABLE-COMPTAGE.
   IF NbLignesComptage = 0
      EXIT PARAGRAPH
   END-IF.

   DISPLAY "C = saisie clavier, F = charger FichierComptage, D = lecture des codes-barres : ".
   ACCEPT ConfirmationAjust.
   EVALUATE ConfirmationAjust
       WHEN 'F'
           PERFORM CHARGER-COMPTAGE-EXTERNE
       WHEN 'D'
           PERFORM LIRE-CODES-BARRES-COMPTAGE
       WHEN OTHER
           PERFORM SAISIR-UN-COMPTAGE
              UNTIL NumeroLivreSaisi = 0
   END-EVALUATE.

   PERFORM SAUVER-TABLE-COMPTAGE.
   EXIT.
   END-IF.
   EXIT.

LIRE-CODES-BARRES-COMPTAGE.
*> Les compteurs scannent les étiquettes rayon par rayon : chaque
*> lecture ajoute une copie au livre de l'exemplaire (un livre
*> encore jamais compté repart de zéro), une étiquette relue n'est
*> pas comptée deux fois, un code dont la clé est fausse est refusé
*> et se rescanne. Un exemplaire trouvé en rayon alors que le
*> système le croit prêté, perdu ou sur un autre site est signalé.
   MOVE 0 TO NbScans.
   MOVE 0 TO NbLecturesRetenues.
   MOVE 'N' TO FinLectures.
   OPEN INPUT ExemplaireFile.
   PERFORM LIRE-UN-CODE-BARRE UNTIL FinLectures = 'O'.
   IF STATUS-EXEMPLAIRES NOT = "35"
      CLOSE ExemplaireFile
   END-IF.
   DISPLAY NbLecturesRetenues " étiquette(s) comptée(s).".
   EXIT.

LIRE-UN-CODE-BARRE.
   DISPLAY "Code-barres lu (vide = terminer) : ".
   MOVE SPACES TO SaisieCodeBarre.
   ACCEPT SaisieCodeBarre.
   IF SaisieCodeBarre = SPACES
      MOVE 'O' TO FinLectures
      EXIT PARAGRAPH
   END-IF.
   MOVE 'V' TO FonctionCodeBarre.
   MOVE 'E' TO TypeCodeBarre.
   MOVE SaisieCodeBarre TO CodeBarre.
   CALL "CodeBarreUtil" USING ZoneCodeBarre StatutCodeBarre.
   EVALUATE StatutCodeBarre
       WHEN "00"
           CONTINUE
       WHEN "02"
           DISPLAY "Clé de contrôle fausse (" SaisieCodeBarre ") : rescannez."
           EXIT PARAGRAPH
       WHEN "03"
           DISPLAY "Ce n'est pas l'étiquette d'un exemplaire (" SaisieCodeBarre ")."
           EXIT PARAGRAPH
       WHEN OTHER
           DISPLAY "Code-barres illisible (" SaisieCodeBarre ") : rescannez."
           EXIT PARAGRAPH
   END-EVALUATE.

   COMPUTE CleLue = NumeroLivreCB * 1000 + NumeroExemplaireCB.
   MOVE 'N' TO ScanDejaVu.
   PERFORM CHERCHER-SCAN
      VARYING IndexScan FROM 1 BY 1
      UNTIL IndexScan > NbScans OR ScanDejaVu = 'O'.
   IF ScanDejaVu = 'O'
      DISPLAY "Exemplaire " NumeroExemplaireCB " du livre " NumeroLivreCB
              " déjà compté."
      EXIT PARAGRAPH
   END-IF.

   MOVE NumeroLivreCB TO NumeroLivreSaisi.
   MOVE 0 TO IndexComptageTrouve.
   PERFORM CHERCHER-LIGNE-COMPTAGE
      VARYING IndexComptage FROM 1 BY 1
      UNTIL IndexComptage > NbLignesComptage
         OR IndexComptageTrouve NOT = 0.
   IF IndexComptageTrouve = 0
      DISPLAY "Livre " NumeroLivreSaisi " absent de la liste gelée, lecture ignorée."
      EXIT PARAGRAPH
   END-IF.
   IF NbScans < 5000
      ADD 1 TO NbScans
      MOVE CleLue TO CleScannee(NbScans)
   END-IF.
   IF ComptageSaisiTcp(IndexComptageTrouve) NOT = 'O'
      MOVE 0 TO CopiesCompteesTcp(IndexComptageTrouve)
      MOVE 'O' TO ComptageSaisiTcp(IndexComptageTrouve)
   END-IF.
   IF CopiesCompteesTcp(IndexComptageTrouve) < 99
      ADD 1 TO CopiesCompteesTcp(IndexComptageTrouve)
   END-IF.
   ADD 1 TO NbLecturesRetenues.
   PERFORM SIGNALER-EXEMPLAIRE-LU.
   EXIT.

CHERCHER-SCAN.
   IF CleScannee(IndexScan) = CleLue
      MOVE 'O' TO ScanDejaVu
   END-IF.
   EXIT.

CHERCHER-LIGNE-COMPTAGE.
   IF NumeroLivreTcp(IndexComptage) = NumeroLivreSaisi
      MOVE IndexComptage TO IndexComptageTrouve
   END-IF.
   EXIT.

SIGNALER-EXEMPLAIRE-LU.
   IF STATUS-EXEMPLAIRES = "35"
      EXIT PARAGRAPH
   END-IF.
   MOVE NumeroLivreCB TO NumeroLivreEx.
   MOVE NumeroExemplaireCB TO NumeroExemplaire.
   READ ExemplaireFile
      KEY IS CleExemplaire
      INVALID KEY
         DISPLAY "Exemplaire " NumeroExemplaireCB " du livre " NumeroLivreCB
                 " inconnu de ExemplaireFile (compté)."
         EXIT PARAGRAPH
   END-READ.
   MOVE SiteExemplaire TO SiteExemplaireLu.
   IF SiteExemplaireLu = SPACES
      MOVE "01" TO SiteExemplaireLu
   END-IF.
   IF EtatExemplaire NOT = 'R' OR SiteExemplaireLu NOT = SitePoste
      DISPLAY "Exemplaire " NumeroExemplaireCB " du livre " NumeroLivreCB
              " trouvé en rayon ici, noté état " EtatExemplaire
              " au site " SiteExemplaireLu "."
   END-IF.
   EXIT.

CHARGER-COMPTAGE-EXTERNE.
   MOVE 'N' TO FinComptage.
   OPEN INPUT FichierComptageFile.
