*> blanc pour les mouvements sans pièce. Portée jusqu'au relevé via
*> la copie indexée.
   05 ReferenceHisto     PIC X(8).
*> Date de valeur : jour à partir duquel le mouvement compte pour
*> les intérêts, posée par DateValeurUtil selon le type de mouvement
*> et le calendrier des jours fériés. Non numérique ou à zéro sur
*> les lignes écrites avant son introduction : elle vaut alors la
*> date d'opération.
   05 DateValeurHisto    PIC 9(8).
