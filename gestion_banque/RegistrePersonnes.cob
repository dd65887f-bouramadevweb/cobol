    DISPLAY "2. Créer/compléter une fiche personne à la main".
    DISPLAY "3. Consulter la relation complète d'une personne".
    DISPLAY "4. Membres de la bibliothèque sans compte en banque".
    DISPLAY "5. Rapport de droit d'accès d'une personne".
    DISPLAY "0. Quitter".
    DISPLAY "========================================================".
    DISPLAY "Votre choix : ".
            PERFORM CONSULTER-PERSONNE
        WHEN "4"
            PERFORM MEMBRES-SANS-BANQUE
        WHEN "5"
            PERFORM RAPPORT-DROIT-ACCES
        WHEN "0"
            CONTINUE
        WHEN OTHER
    END-IF.
    EXIT.

RAPPORT-DROIT-ACCES.
*> Demande d'accès d'une personne à ses données : la fiche du
*> registre fournit les identifiants de chaque métier au rapport.
    DISPLAY "Numéro de la personne : ".
    ACCEPT NumeroPersonneSaisi.
    MOVE NumeroPersonneSaisi TO NumeroPersonne.
    READ PersonneFile
        KEY IS NumeroPersonne
        INVALID KEY
            DISPLAY "Aucune fiche ne porte ce numéro."
            EXIT PARAGRAPH
    END-READ.
    CALL "RapportAccesPersonne" USING PersonneRecord.
    EXIT.

MEMBRES-SANS-BANQUE.
*> L'état croisé que le gérant réclame : chaque membre de la
*> bibliothèque dont aucune fiche personne ne porte de relation
