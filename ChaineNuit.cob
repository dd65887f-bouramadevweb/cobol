    MOVE "ImportTauxChange" TO ProgrammeEtapeChaine.
    MOVE "SAUVFIC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "IMPSANC" TO NomEtapeChaine.
    MOVE "ImportSanctions" TO ProgrammeEtapeChaine.
    MOVE "SAUVFIC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "SUIVRET" TO NomEtapeChaine.
    MOVE "SuiviRetards" TO ProgrammeEtapeChaine.
    MOVE "SAUVFIC" TO PredecesseurEtape.
    MOVE "ListeAdhesions" TO ProgrammeEtapeChaine.
    MOVE "RAPPELS" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "BUDGACQ" TO NomEtapeChaine.
    MOVE "RapportBudgetAcquisitions" TO ProgrammeEtapeChaine.
    MOVE "SAUVFIC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "REPARAT" TO NomEtapeChaine.
    MOVE "RapportReparations" TO ProgrammeEtapeChaine.
    MOVE "SAUVFIC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "DEPAMEN" TO NomEtapeChaine.
    MOVE "DepotAmendes" TO ProgrammeEtapeChaine.
    MOVE "RAPPELS" TO PredecesseurEtape.
    MOVE "BasculeCapture" TO ProgrammeEtapeChaine.
    MOVE "EXPBLOC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "AUTCARTE" TO NomEtapeChaine.
    MOVE "AutorisationsCartes" TO ProgrammeEtapeChaine.
    MOVE "EXPBLOC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "COMPCART" TO NomEtapeChaine.
    MOVE "CompensationCartes" TO ProgrammeEtapeChaine.
    MOVE "AUTCARTE" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ECHCARTE" TO NomEtapeChaine.
    MOVE "EcheancesCartes" TO ProgrammeEtapeChaine.
    MOVE "EXPBLOC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ECHDECOU" TO NomEtapeChaine.
    MOVE "EcheancesDecouverts" TO ProgrammeEtapeChaine.
    MOVE "EXPBLOC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "TRANSPST" TO NomEtapeChaine.
    MOVE "TraitementTransactions" TO ProgrammeEtapeChaine.
    MOVE "BASCCAPT" TO PredecesseurEtape.
    MOVE "PrelevementsBatch" TO ProgrammeEtapeChaine.
    MOVE "TRANSPST" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PRELBIB" TO NomEtapeChaine.
    MOVE "PrelevementsBiblio" TO ProgrammeEtapeChaine.
    MOVE "PRELEV" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PRELJAR" TO NomEtapeChaine.
    MOVE "PrelevementsJardins" TO ProgrammeEtapeChaine.
    MOVE "PRELEV" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "OPDIFF" TO NomEtapeChaine.
    MOVE "OperationsDifferees" TO ProgrammeEtapeChaine.
    MOVE "TRANSPST" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "VIRRECU" TO NomEtapeChaine.
    MOVE "VirementsRecus" TO ProgrammeEtapeChaine.
    MOVE "TRANSPST" TO PredecesseurEtape.
    MOVE "OrdresPermanents" TO ProgrammeEtapeChaine.
    MOVE "RETVIR" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PAIESAIS" TO NomEtapeChaine.
    MOVE "PaiementSaisies" TO ProgrammeEtapeChaine.
    MOVE "ORDPERM" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "REVTXPRE" TO NomEtapeChaine.
    MOVE "RevisionTauxPrets" TO ProgrammeEtapeChaine.
    MOVE "ORDPERM" TO PredecesseurEtape.
    MOVE "FraisMensuels" TO ProgrammeEtapeChaine.
    MOVE "INTEGRIT" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "LOYCOFF" TO NomEtapeChaine.
    MOVE "LoyersCoffres" TO ProgrammeEtapeChaine.
    MOVE "FRAISMEN" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "FRAISOPS" TO NomEtapeChaine.
    MOVE "FacturationFrais" TO ProgrammeEtapeChaine.
    MOVE "LOYCOFF" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "DORMANT" TO NomEtapeChaine.
    MOVE "ComptesDormants" TO ProgrammeEtapeChaine.
    MOVE "ReevaluationDevises" TO ProgrammeEtapeChaine.
    MOVE "GLEXTR" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PROVPRET" TO NomEtapeChaine.
    MOVE "ProvisionnementPrets" TO ProgrammeEtapeChaine.
    MOVE "REEVDEV" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RAPPRGL" TO NomEtapeChaine.
    MOVE "RapprochementGrandLivre" TO ProgrammeEtapeChaine.
    MOVE "PROVPRET" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "CLOCOMPT" TO NomEtapeChaine.
    MOVE "ClotureComptable" TO ProgrammeEtapeChaine.
    MOVE "RAPPRGL" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "STATMON" TO NomEtapeChaine.
    MOVE "StatistiquesMonetaires" TO ProgrammeEtapeChaine.
    MOVE "CLOCOMPT" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "DECLSEU" TO NomEtapeChaine.
    MOVE "DeclarationSeuils" TO ProgrammeEtapeChaine.
    MOVE "STATMON" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "AUTORAP" TO NomEtapeChaine.
    MOVE "RapportAutorisations" TO ProgrammeEtapeChaine.
    MOVE "RapportChangementsRef" TO ProgrammeEtapeChaine.
    MOVE "AUTORAP" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "COMCRED" TO NomEtapeChaine.
    MOVE "ComiteCredit" TO ProgrammeEtapeChaine.
    MOVE "RAPCHREF" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "COUVGAR" TO NomEtapeChaine.
    MOVE "CouvertureGaranties" TO ProgrammeEtapeChaine.
    MOVE "COMCRED" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RENTACLI" TO NomEtapeChaine.
    MOVE "ProfitabiliteClients" TO ProgrammeEtapeChaine.
    MOVE "COUVGAR" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RELMT940" TO NomEtapeChaine.
    MOVE "ReleveElectronique" TO ProgrammeEtapeChaine.
    MOVE "RENTACLI" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "MOBILITE" TO NomEtapeChaine.
    MOVE "MobiliteBancaire" TO ProgrammeEtapeChaine.
    MOVE "RELMT940" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "NOTIFENV" TO NomEtapeChaine.
    MOVE "EnvoiNotifications" TO ProgrammeEtapeChaine.
    MOVE "MOBILITE" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RECLECH" TO NomEtapeChaine.
    MOVE "EcheancierReclamations" TO ProgrammeEtapeChaine.
    MOVE "NOTIFENV" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RECLSTAT" TO NomEtapeChaine.
    MOVE "StatistiquesReclamations" TO ProgrammeEtapeChaine.
    MOVE "RECLECH" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "CONSERV" TO NomEtapeChaine.
    MOVE "ConservationDonnees" TO ProgrammeEtapeChaine.
    MOVE "RECLSTAT" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "FIDELITE" TO NomEtapeChaine.
    MOVE "MiseANiveauFidelite" TO ProgrammeEtapeChaine.
    MOVE "CONSERV" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "CARTESCD" TO NomEtapeChaine.
    MOVE "RapportCartesCadeaux" TO ProgrammeEtapeChaine.
    MOVE "FIDELITE" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "MARGEBTQ" TO NomEtapeChaine.
    MOVE "MargesBoutique" TO ProgrammeEtapeChaine.
    MOVE "CARTESCD" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "DECLTVA" TO NomEtapeChaine.
    MOVE "DeclarationTva" TO ProgrammeEtapeChaine.
    MOVE "MARGEBTQ" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ECARTBTQ" TO NomEtapeChaine.
    MOVE "EcartsCaisseBoutique" TO ProgrammeEtapeChaine.
    MOVE "DECLTVA" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "FACTPRO" TO NomEtapeChaine.
    MOVE "FacturationComptesPro" TO ProgrammeEtapeChaine.
    MOVE "ECARTBTQ" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PEREMBTQ" TO NomEtapeChaine.
    MOVE "PeremptionsBoutique" TO ProgrammeEtapeChaine.
    MOVE "FACTPRO" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "RAPGEST" TO NomEtapeChaine.
    MOVE "RapportGestionMensuel" TO ProgrammeEtapeChaine.
    MOVE "PEREMBTQ" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "PAIEPERS" TO NomEtapeChaine.
    MOVE "CalculPaiePersonnel" TO ProgrammeEtapeChaine.
    MOVE "RAPGEST" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ANALSEC" TO NomEtapeChaine.
    MOVE "AnalyseSecurite" TO ProgrammeEtapeChaine.
    MOVE "PAIEPERS" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ACTGUICH" TO NomEtapeChaine.
    MOVE "RapportActiviteGuichet" TO ProgrammeEtapeChaine.
    MOVE "ANALSEC" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ETIQRAY" TO NomEtapeChaine.
    MOVE "EtiquettesRayon" TO ProgrammeEtapeChaine.
    MOVE "ACTGUICH" TO PredecesseurEtape.
    WRITE EtapeChaineRecord.
    MOVE "ARCHJRN" TO NomEtapeChaine.
    MOVE "ArchivageJournaux" TO ProgrammeEtapeChaine.
