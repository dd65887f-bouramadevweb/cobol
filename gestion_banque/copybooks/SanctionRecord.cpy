*> Liste des sanctions et embargos (gel des avoirs), clé référence
*> de l'inscription sur la liste officielle. Rechargée en entier par
*> ImportSanctions à chaque publication reçue ; lue par
*> CriblageSanctionsUtil, qui crible les noms et les pays des
*> nouveaux clients et des virements externes entrants et sortants.
*> Type 'N' personne ou entité désignée (nom criblé en
*> rapprochement approché), 'P' pays sous embargo (code ISO du pays
*> dans les deux premières positions de NomSanctionne).
01 SanctionRecord.
   05 ReferenceSanction       PIC X(12).
   05 TypeSanction            PIC X.
   05 NomSanctionne           PIC X(40).
   05 ProgrammeSanction       PIC X(10).
   05 DateInscription         PIC 9(8).
