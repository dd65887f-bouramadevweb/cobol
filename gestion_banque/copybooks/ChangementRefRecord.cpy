*> via JournalUtil à l'application, et RapportChangementsRef liste
*> chaque matin les changements appliqués la veille.
*> Fichiers : TAUXCHG taux de change (clé = devise + date d'effet),
*> MARGECHG marges du change manuel (clé = devise ; nouvelle valeur =
*> marge d'achat en 1:6 et marge de vente en 8:6),
*> SEUIL seuil du double regard, PRODUIT catalogue des produits
*> (clé = code produit ; nouvelle valeur = taux, découvert, solde
*> minimum et indicateur de frais sérialisés à positions fixes).
