    DISPLAY "2. Gestion de l'inventaire de livres".
    DISPLAY "3. Calcul de réductions".
    DISPLAY "9. Caisse du guichet (ouverture/clôture)".
    DISPLAY "F. Caisse de la boutique (ouverture/clôture)".
    DISPLAY "N. Comptes clients professionnels de la boutique".
    DISPLAY "M. Mandats de prélèvement".
    DISPLAY "D. Cartes bancaires".
    DISPLAY "L. Location de coffres-forts".
    DISPLAY "E. Change manuel (billets étrangers)".
    DISPLAY "J. Absences et congés du personnel".
    DISPLAY "G. Mobilité bancaire (arrivées et départs)".
    DISPLAY "P. Réclamations clients".
    IF ProfilSession = 'S'
        DISPLAY "4. Supervision bancaire"
        DISPLAY "5. Gestion des clients"
        DISPLAY "6. Gestion des opérateurs"
        DISPLAY "K. Clôture de comptes"
        DISPLAY "V. Coffre de l'agence"
        DISPLAY "A. Autorisations de découvert"
    END-IF.
    IF ProfilSession = 'S' OR ProfilSession = 'E'
        DISPLAY "7. Gestion des taux de change"
        DISPLAY "R. Indices de référence des prêts"
        DISPLAY "X. Historique des prix de la boutique"
        DISPLAY "Y. Réapprovisionnement de la boutique"
        DISPLAY "Z. Promotions de la boutique"
        DISPLAY "W. Taux de TVA et catégories des produits"
    END-IF.
    IF ProfilSession = 'S' OR ProfilSession = 'C'
        DISPLAY "Q. File de conformité (sanctions)"
    END-IF.
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
            PERFORM APPELER-GESTION-CALENDRIER
        WHEN "9"
            CALL "GestionCaisse"
        WHEN "F"
            CALL "GestionCaisseBoutique"
        WHEN "N"
            CALL "GestionComptesPro"
        WHEN "B"
            PERFORM APPELER-BANQUES-CORR
        WHEN "C"
            PERFORM APPELER-PRIX-PRODUITS
        WHEN "Y"
            PERFORM APPELER-REAPPRO-BOUTIQUE
        WHEN "Z"
            PERFORM APPELER-PROMOTIONS
        WHEN "W"
            PERFORM APPELER-GESTION-TVA
        WHEN "M"
            CALL "GestionMandats"
        WHEN "D"
            CALL "GestionCartes"
        WHEN "L"
            CALL "LocationCoffres"
        WHEN "E"
            CALL "ChangeGuichet"
        WHEN "J"
            CALL "GestionAbsences"
        WHEN "G"
            CALL "GestionMobilite"
        WHEN "P"
            CALL "GestionReclamations"
        WHEN "K"
            PERFORM APPELER-CLOTURE-COMPTES
        WHEN "V"
            PERFORM APPELER-COFFRE
        WHEN "A"
            PERFORM APPELER-DECOUVERTS
        WHEN "Q"
            PERFORM APPELER-CONFORMITE
        WHEN "0"
            CONTINUE
        WHEN OTHER
    END-IF.
    EXIT.

APPELER-DECOUVERTS.
    IF ProfilSession = 'S'
        CALL "GestionDecouverts"
    ELSE
        DISPLAY "Option réservée au profil superviseur."
    END-IF.
    EXIT.

APPELER-CONFORMITE.
    IF ProfilSession = 'S' OR ProfilSession = 'C'
        CALL "GestionConformite"
    ELSE
        DISPLAY "Option réservée aux profils superviseur et conformité."
    END-IF.
    EXIT.

APPELER-CLOTURE-COMPTES.
    IF ProfilSession = 'S'
        CALL "ClotureComptes"
    END-IF.
    EXIT.

APPELER-PROMOTIONS.
    IF ProfilSession = 'S' OR ProfilSession = 'E'
        CALL "GestionPromotions"
    ELSE
        DISPLAY "Option réservée aux profils superviseur et exploitation."
    END-IF.
    EXIT.

APPELER-GESTION-TVA.
    IF ProfilSession = 'S' OR ProfilSession = 'E'
        CALL "GestionTva"
    ELSE
        DISPLAY "Option réservée aux profils superviseur et exploitation."
    END-IF.
    EXIT.

APPELER-PRIX-PRODUITS.
    IF ProfilSession = 'S' OR ProfilSession = 'E'
        CALL "GestionPrixProduits"
