       program-id. p-convertir-formats.

       select optional fadherent-old assign 'adherent.dat'
       organization indexed record key CodeEO
       access dynamic.

       select optional fadherent-new assign 'adherent-conv.dat'
       organization indexed record key CodeEN
       access dynamic.

       select optional fsupport-old assign 'support.dat'
       organization indexed record key clefSO = RefSO ExemplaireSO
       alternate record key RefSO duplicates
       alternate record key IsbnSO duplicates
       alternate record key AuteurSO duplicates
       access dynamic.

       select optional fsupport-new assign 'support-conv.dat'
       organization indexed record key clefSN = RefSN ExemplaireSN
       alternate record key RefSN duplicates
       alternate record key IsbnSN duplicates
       alternate record key AuteurSN duplicates
       access dynamic.

       select optional ftitre-old assign 'titre.dat'
       organization indexed record key RefTO
       access dynamic.

       select optional ftitre-new assign 'titre-conv.dat'
       organization indexed record key RefTN
       access dynamic.

       select optional freserve-old assign 'reservation.dat'
       organization indexed access dynamic
       record key clefResO = RefResO DateResO HeureResO CodeResO
       alternate record key RefResO duplicates.

       select optional freserve-new assign 'reservation-conv.dat'
       organization indexed access dynamic
       record key clefResN = RefResN DateResN HeureResN CodeResN
       alternate record key RefResN duplicates.

       select optional fpaiement-old assign 'paiement.dat'
       organization indexed access dynamic
       record key NumRecuO.

       select optional fpaiement-new assign 'paiement-conv.dat'
       organization indexed access dynamic
       record key NumRecuN.

       select optional fhisto-old assign 'historique.dat'
       organization indexed access dynamic
       record key clefhistoO = cledateO cleheureO.

       select optional fhisto-new assign 'historique-conv.dat'
       organization indexed access dynamic
       record key clefhistoN = cledateN cleheureN.

       select optional futil-old assign 'util.dat'
       organization indexed
       access dynamic
       record key loginO.

       select optional futil-new assign 'util-conv.dat'
       organization indexed
       access dynamic
       record key loginN.

       select optional fparam-old assign 'parametres.dat'
       organization indexed
       access dynamic
       record key CodeParamO.

       select optional fparam-new assign 'parametres-conv.dat'
       organization indexed
       access dynamic
       record key CodeParamN.

       select optional fbudget-old assign 'budget.dat'
       organization indexed access dynamic
       record key clefBudO = AnneeBudO SiteBudO LibCBudO.

       select optional fbudget-new assign 'budget-conv.dat'
       organization indexed access dynamic
       record key clefBudN = AnneeBudN SiteBudN LibCBudN.

       select optional ftarif-old assign 'tarif.dat'
       organization indexed record key CategorieTarifO
       access dynamic.

       select optional ftarif-new assign 'tarif-conv.dat'
       organization indexed record key CategorieTarifN
       access dynamic.

       select optional fabonnement-old assign 'abonnement.dat'
       organization indexed access dynamic
       record key NumAboO.

       select optional fabonnement-new assign 'abonnement-conv.dat'
       organization indexed access dynamic
       record key NumAboN.

       select optional freparation-old assign 'reparation.dat'
       organization indexed access dynamic
       record key NumRepO.

       select optional freparation-new assign 'reparation-conv.dat'
       organization indexed access dynamic
       record key NumRepN.

       select optional fqueue-old assign 'courriel-queue.dat'
       organization indexed access dynamic
       record key NumMsgO.

       select optional fqueue-new assign 'courriel-queue-conv.dat'
       organization indexed access dynamic
       record key NumMsgN.

       select optional fstats-old assign 'stats-jour.dat'
       organization indexed access dynamic
       record key clefStatO = DateStatO SiteStatO LibCStatO.

       select optional fstats-new assign 'stats-jour-conv.dat'
       organization indexed access dynamic
       record key clefStatN = DateStatN SiteStatN LibCStatN.

       fd fadherent-old.
       1 adherent-old.
               2 CodeEO pic x(8).
               2 NomEO pic x(30).
               2 PrenomEO pic x(30).
               2 AdrEO pic x(150).
               2 TelEO pic x(15).
               2 MailEO pic x(40).
               2 SiteCO pic x(3).
               2 CodeMenageO pic x(8).
               2 DateInscriptionEO pic 9(8).
               2 DateExpirationEO pic 9(8).
               2 PinEO pic x(4).
               2 DateNaissanceEO pic 9(8).
               2 DateDernierPretEO pic 9(8).
               2 DateDernierRetourEO pic 9(8).
               2 DateDernierPaiementEO pic 9(8).
               2 NumCarteEO pic x(8).
               2 CodePartenaireEO pic x(5).
               2 CategorieEO pic x(10).
               2 CreditEO pic 9(4)v99.
               2 CodeGarantEO pic x(8).

       fd fadherent-new.
       1 adherent-new.
               2 CodeEN pic x(8).
               2 NomEN pic x(30).
               2 PrenomEN pic x(30).
               2 AdrEN pic x(150).
               2 TelEN pic x(15).
               2 MailEN pic x(40).
               2 SiteCN pic x(3).
               2 CodeMenageN pic x(8).
               2 DateInscriptionEN pic 9(8).
               2 DateExpirationEN pic 9(8).
               2 PinEN pic x(4).
               2 DateNaissanceEN pic 9(8).
               2 DateDernierPretEN pic 9(8).
               2 DateDernierRetourEN pic 9(8).
               2 DateDernierPaiementEN pic 9(8).
               2 NumCarteEN pic x(8).
               2 CodePartenaireEN pic x(5).
               2 CategorieEN pic x(10).
               2 CreditEN pic 9(4)v99.
               2 CodeGarantEN pic x(8).
               2 CanalEN pic x.
               2 ConsentLettreEN pic x.
               2 DateConsentLettreEN pic 9(8).
               2 ConsentEvenementEN pic x.
               2 DateConsentEvenementEN pic 9(8).
               2 AdrInvalideEN pic x.
               2 DateAdrInvalideEN pic 9(8).
               2 DecedeEN pic x.
               2 DateDecesEN pic 9(8).
               2 refusRecoEN pic x.

       fd fsupport-old.
       1 livre-old.
               2 RefSO pic x(8).
               2 ExemplaireSO pic 9(3).
               2 LibSO pic x(30).
               2 DesignSO pic x(50).
               2 DispoSO pic x.
               2 LibCO pic x(30).
               2 AuteurSO pic x(30).
               2 IsbnSO pic x(13).
               2 TabSO.
                  3 MotcleO pic x(20) occurs 20.
               2 SiteCSO pic x(3).
               2 DateAjoutSO pic 9(8).
               2 DateLimiteRetraitO pic 9(8).
               2 PrixSO pic 9(3)v99.
               2 CoteSO pic x(10).
               2 NumDonSO pic 9(5).

       fd fsupport-new.
       1 livre-new.
               2 RefSN pic x(8).
               2 ExemplaireSN pic 9(3).
               2 LibSN pic x(30).
               2 DesignSN pic x(50).
               2 DispoSN pic x.
               2 LibCN pic x(30).
               2 AuteurSN pic x(30).
               2 IsbnSN pic x(13).
               2 TabSN.
                  3 MotcleN pic x(20) occurs 20.
               2 SiteCSN pic x(3).
               2 DateAjoutSN pic 9(8).
               2 DateLimiteRetraitN pic 9(8).
               2 PrixSN pic 9(3)v99.
               2 CoteSN pic x(10).
               2 NumDonSN pic 9(5).
               2 NbPiecesSN pic 9(2).
               2 DescPiecesSN pic x(40).

       fd ftitre-old.
       1 titre-old.
               2 RefTO pic x(8).
               2 LibTO pic x(30).
               2 DesignTO pic x(50).
               2 LibCTO pic x(30).
               2 AuteurTO pic x(30).
               2 IsbnTO pic x(13).
               2 tabTO.
                  3 motsclesTO pic x(20) occurs 20.

       fd ftitre-new.
       1 titre-new.
               2 RefTN pic x(8).
               2 LibTN pic x(30).
               2 DesignTN pic x(50).
               2 LibCTN pic x(30).
               2 AuteurTN pic x(30).
               2 IsbnTN pic x(13).
               2 tabTN.
                  3 motsclesTN pic x(20) occurs 20.
               2 CodeSerieTN pic x(6).
               2 NumVolumeTN pic 9(3).

       fd freserve-old.
       1 reservation-old.
               2 RefResO pic x(8).
               2 DateResO pic 9(8).
               2 HeureResO pic 9(6).
               2 CodeResO pic x(8).
               2 StatutResO pic x.
               2 ExemplaireResO pic 9(3).
               2 DateAvisO pic 9(8).
               2 DateRetraitO pic 9(8).

       fd freserve-new.
       1 reservation-new.
               2 RefResN pic x(8).
               2 DateResN pic 9(8).
               2 HeureResN pic 9(6).
               2 CodeResN pic x(8).
               2 StatutResN pic x.
               2 ExemplaireResN pic 9(3).
               2 DateAvisN pic 9(8).
               2 DateRetraitN pic 9(8).
               2 DateLimiteResN pic 9(8).

       fd fpaiement-old.
       1 paiement-old.
               2 NumRecuO pic 9(6).
               2 CodePayO pic x(8).
               2 DateAmPayO pic 9(8).
               2 DatePayO pic 9(8).
               2 HeurePayO pic 9(6).
               2 MontantPayO pic 9(3)v99.
               2 ModePayO pic x.
               2 SitePayO pic x(3).
               2 LoginPayO pic 9(5).
               2 TypePayO pic x.

       fd fpaiement-new.
       1 paiement-new.
               2 NumRecuN pic 9(6).
               2 CodePayN pic x(8).
               2 DateAmPayN pic 9(8).
               2 DatePayN pic 9(8).
               2 HeurePayN pic 9(6).
               2 MontantPayN pic 9(3)v99.
               2 ModePayN pic x.
               2 SitePayN pic x(3).
               2 LoginPayN pic 9(5).
               2 TypePayN pic x.
               2 LoginValidPayN pic 9(5).

       fd fhisto-old.
       1 histo-old.
               2 cledateO pic 9(8).
               2 cleheureO pic 9(8).
               2 dateopeO pic x(10).
               2 login1O pic 9(5).
               2 nomfichO pic x(15).
               2 cleprimO pic x(15).
               2 opereuO pic x.
               2 typeopeO pic x.

       fd fhisto-new.
       1 histo-new.
               2 cledateN pic 9(8).
               2 cleheureN pic 9(8).
               2 dateopeN pic x(10).
               2 login1N pic 9(5).
               2 nomfichN pic x(15).
               2 cleprimN pic x(15).
               2 opereuN pic x.
               2 typeopeN pic x.
               2 loginDemandeurN pic 9(5).
               2 empreinteN pic x(9).

       fd futil-old.
       01 utilisateur-old.
           02 nomO pic x(20).
           02 prenomO pic x(20).
           02 loginO pic 9(5).
           02 motpasseO pic x(15).
           02 statutO pic x.
           02 nbEchecsO pic 9(2).
           02 verrouO pic x.
           02 dateMotPasseO pic 9(8).

       fd futil-new.
       01 utilisateur-new.
           02 nomN pic x(20).
           02 prenomN pic x(20).
           02 loginN pic 9(5).
           02 motpasseN pic x(15).
           02 statutN pic x.
           02 nbEchecsN pic 9(2).
           02 verrouN pic x.
           02 dateMotPasseN pic 9(8).
           02 SiteUtilN pic x(3).
           02 PorteeUtilN pic x.

       fd fparam-old.
       1 parametres-old.
               2 CodeParamO pic x(1).
               2 TauxAmendeO pic 9v99.
               2 DelaiGraceO pic 9(3).
               2 MaxPretsO pic 9(2).
               2 MaxEchecsO pic 9(2).
               2 PlafondAmendeO pic 9(3).
               2 PlafondDetteO pic 9(3).
               2 DelaiRemplacementO pic 9(3).
               2 DureeMotPasseO pic 9(3).
               2 SeuilSuggestionO pic 9(2).
               2 TauxAmendeHoraireO pic 9v99.
               2 DelaiRappel1O pic 9(3).
               2 DelaiRappel2O pic 9(3).
               2 DelaiRappel3O pic 9(3).

       fd fparam-new.
       1 parametres-new.
               2 CodeParamN pic x(1).
               2 TauxAmendeN pic 9v99.
               2 DelaiGraceN pic 9(3).
               2 MaxPretsN pic 9(2).
               2 MaxEchecsN pic 9(2).
               2 PlafondAmendeN pic 9(3).
               2 PlafondDetteN pic 9(3).
               2 DelaiRemplacementN pic 9(3).
               2 DureeMotPasseN pic 9(3).
               2 SeuilSuggestionN pic 9(2).
               2 TauxAmendeHoraireN pic 9v99.
               2 DelaiRappel1N pic 9(3).
               2 DelaiRappel2N pic 9(3).
               2 DelaiRappel3N pic 9(3).
               2 DelaiCourtoisieN pic 9(3).
               2 DelaiReclamationN pic 9(3).
               2 SeuilReclamationN pic 9(2).
               2 SeuilManquantN pic 9(2).
               2 SeuilRemiseN pic 9(3).
               2 SeuilCreditN pic 9(3).
               2 SeuilSuppressionN pic 9(3).
               2 DelaiInactiviteN pic 9(3).
               2 SeuilExcepNombreN pic 9(3).
               2 SeuilExcepMontantN pic 9(4).
               2 SeuilExcepTauxN pic 9(3).
               2 ToleranceQteFacN pic 9(2).
               2 TolerancePrixFacN pic 9(2).
               2 SeuilRecoN pic 9(2).

       fd fbudget-old.
       1 budget-old.
               2 AnneeBudO pic 9(4).
               2 SiteBudO pic x(3).
               2 LibCBudO pic x(30).
               2 AllocationBudO pic 9(6)v99.
               2 EngageBudO pic 9(6)v99.
               2 DepenseBudO pic 9(6)v99.

       fd fbudget-new.
       1 budget-new.
               2 AnneeBudN pic 9(4).
               2 SiteBudN pic x(3).
               2 LibCBudN pic x(30).
               2 AllocationBudN pic 9(6)v99.
               2 EngageBudN pic 9(6)v99.
               2 DepenseBudN pic 9(6)v99.
               2 VoteSuivBudN pic 9(6)v99.
               2 ReportBudN pic x.
               2 StatutBudN pic x.
               2 ReporteBudN pic 9(6)v99.
               2 DateClotureBudN pic 9(8).

       fd ftarif-old.
       1 tarif-old.
               2 CategorieTarifO pic x(10).
               2 MontantTarifO pic 9(3)v99.
               2 ExoTarifPretO pic x.

       fd ftarif-new.
       1 tarif-new.
               2 CategorieTarifN pic x(10).
               2 MontantTarifN pic 9(3)v99.
               2 ExoTarifPretN pic x.
               2 QuotaPosteTarifN pic 9(3).

       fd fabonnement-old.
       1 abonnement-old.
               2 NumAboO pic 9(5).
               2 TitreAboO pic x(30).
               2 FournisseurAboO pic x(30).
               2 PeriodiciteJoursO pic 9(3).
               2 DateDebutAboO pic 9(8).
               2 DateFinAboO pic 9(8).
               2 SiteAboO pic x(3).
               2 RefAboO pic x(8).
               2 DernierNumRecuO pic 9(3).
               2 DateDernierRecuO pic 9(8).
               2 CodeFourAboO pic x(5).

       fd fabonnement-new.
       1 abonnement-new.
               2 NumAboN pic 9(5).
               2 TitreAboN pic x(30).
               2 FournisseurAboN pic x(30).
               2 PeriodiciteJoursN pic 9(3).
               2 DateDebutAboN pic 9(8).
               2 DateFinAboN pic 9(8).
               2 SiteAboN pic x(3).
               2 RefAboN pic x(8).
               2 DernierNumRecuN pic 9(3).
               2 DateDernierRecuN pic 9(8).
               2 CodeFourAboN pic x(5).
               2 TypeConservAboN pic x.
               2 DureeConservAboN pic 9(3).
               2 ReliureAboN pic x.

       fd freparation-old.
       1 reparation-old.
               2 NumRepO pic 9(5).
               2 RefRepO pic x(8).
               2 ExpRepO pic 9(3).
               2 CodeFourRepO pic x(5).
               2 DateEnvoiRepO pic 9(8).
               2 DateRetourPrevRepO pic 9(8).
               2 CoutRepO pic 9(4)v99.
               2 DateRetourRepO pic 9(8).
               2 ResultatRepO pic x.
               2 StatutRepO pic x.
               2 SiteRepO pic x(3).
               2 LibCRepO pic x(30).

       fd freparation-new.
       1 reparation-new.
               2 NumRepN pic 9(5).
               2 RefRepN pic x(8).
               2 ExpRepN pic 9(3).
               2 CodeFourRepN pic x(5).
               2 DateEnvoiRepN pic 9(8).
               2 DateRetourPrevRepN pic 9(8).
               2 CoutRepN pic 9(4)v99.
               2 DateRetourRepN pic 9(8).
               2 ResultatRepN pic x.
               2 StatutRepN pic x.
               2 SiteRepN pic x(3).
               2 LibCRepN pic x(30).
               2 CodeERepN pic x(8).
               2 GradeRepN pic x.

       fd fqueue-old.
       1 message-queue-old.
               2 NumMsgO pic 9(6).
               2 DestinataireO pic x(40).
               2 TypeMsgO pic x.
               2 DateCreationMsgO pic 9(8).
               2 StatutMsgO pic x.
               2 NbTentativesO pic 9(2).
               2 ResumeMsgO pic x(80).

       fd fqueue-new.
       1 message-queue-new.
               2 NumMsgN pic 9(6).
               2 DestinataireN pic x(40).
               2 TypeMsgN pic x.
               2 DateCreationMsgN pic 9(8).
               2 StatutMsgN pic x.
               2 NbTentativesN pic 9(2).
               2 ResumeMsgN pic x(80).
               2 PieceJointeMsgN pic x(30).

       fd fstats-old.
       1 stat-jour-old.
               2 DateStatO pic 9(8).
               2 SiteStatO pic x(3).
               2 LibCStatO pic x(30).
               2 nbAdherentsStatO pic 9(5).
               2 nbTitresStatO pic 9(5).
               2 nbExemplairesStatO pic 9(6).
               2 nbPretsOuvertsStatO pic 9(5).
               2 nbPretsJourStatO pic 9(5).
               2 nbRetoursJourStatO pic 9(5).

       fd fstats-new.
       1 stat-jour-new.
               2 DateStatN pic 9(8).
               2 SiteStatN pic x(3).
               2 LibCStatN pic x(30).
               2 nbAdherentsStatN pic 9(5).
               2 nbTitresStatN pic 9(5).
               2 nbExemplairesStatN pic 9(6).
               2 nbPretsOuvertsStatN pic 9(5).
               2 nbPretsJourStatN pic 9(5).
               2 nbRetoursJourStatN pic 9(5).
               2 nbEvenementsStatN pic 9(3).
               2 nbParticipantsStatN pic 9(5).
               2 nbSessionsPosteStatN pic 9(4).
               2 minutesPosteStatN pic 9(6).
               2 nbVisitesStatN pic 9(6).
               2 VisitesStatN pic x.
               2 AnoVisitesStatN pic x.

       working-storage section.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 nbAdherents pic 9(6) value 0.
       1 nbSupports pic 9(6) value 0.
       1 nbTitres pic 9(6) value 0.
       1 nbReserves pic 9(6) value 0.
       1 nbPaiements pic 9(6) value 0.
       1 nbHisto pic 9(6) value 0.
       1 nbUtils pic 9(6) value 0.
       1 nbParams pic 9(6) value 0.
       1 nbBudgets pic 9(6) value 0.
       1 nbTarifs pic 9(6) value 0.
       1 nbAbonnements pic 9(6) value 0.
       1 nbReparations pic 9(6) value 0.
       1 nbMessages pic 9(6) value 0.
       1 nbStats pic 9(6) value 0.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Conversion des fichiers vers les '
           & 'formats allonges'.
           2 line 3 col 1 'Lit les fichiers actuels et ecrit les '
           & 'fichiers *-conv.dat au nouveau format :'.
           2 line 4 col 1 'nouvelles zones a zero ou a blanc, une '
           & 'piece par exemplaire, quota poste 60,'.
           2 line 5 col 1 'avis par courriel (courrier sans '
           & 'adresse), consentements non donnes.'.
           2 line 6 col 1 'Remplacer ensuite chaque ancien fichier '
           & 'par son fichier converti,'.
           2 line 7 col 1 'puis relancer une sauvegarde : les '
           & 'anciens .bak ne sont plus lisibles.'.
           2 line 8 col 1 'A lancer apres Convertir les fichiers '
           & 'et Convertir les cles.'.
       1 a-plg-termine.
           2 line 10 col 1 'Adherents : '.
           2 line 10 col 21 pic zzzzz9 from nbAdherents.
           2 line 10 col 42 'Supports : '.
           2 line 10 col 62 pic zzzzz9 from nbSupports.
           2 line 11 col 1 'Titres : '.
           2 line 11 col 21 pic zzzzz9 from nbTitres.
           2 line 11 col 42 'Reservations : '.
           2 line 11 col 62 pic zzzzz9 from nbReserves.
           2 line 12 col 1 'Paiements : '.
           2 line 12 col 21 pic zzzzz9 from nbPaiements.
           2 line 12 col 42 'Historique : '.
           2 line 12 col 62 pic zzzzz9 from nbHisto.
           2 line 13 col 1 'Utilisateurs : '.
           2 line 13 col 21 pic zzzzz9 from nbUtils.
           2 line 13 col 42 'Parametres : '.
           2 line 13 col 62 pic zzzzz9 from nbParams.
           2 line 14 col 1 'Budgets : '.
           2 line 14 col 21 pic zzzzz9 from nbBudgets.
           2 line 14 col 42 'Tarifs : '.
           2 line 14 col 62 pic zzzzz9 from nbTarifs.
           2 line 15 col 1 'Abonnements : '.
           2 line 15 col 21 pic zzzzz9 from nbAbonnements.
           2 line 15 col 42 'Reparations : '.
           2 line 15 col 62 pic zzzzz9 from nbReparations.
           2 line 16 col 1 'Courriels : '.
           2 line 16 col 21 pic zzzzz9 from nbMessages.
           2 line 16 col 42 'Stats du jour : '.
           2 line 16 col 62 pic zzzzz9 from nbStats.
           2 line 18 col 1 'Conversion terminee.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       display s-plg-titre

       perform 8000-convertir-adherents
       perform 8050-convertir-supports
       perform 8100-convertir-titres
       perform 8150-convertir-reservations
       perform 8200-convertir-paiements
       perform 8250-convertir-historique
       perform 8300-convertir-utilisateurs
       perform 8350-convertir-parametres
       perform 8400-convertir-budgets
       perform 8450-convertir-tarifs
       perform 8500-convertir-abonnements
       perform 8550-convertir-reparations
       perform 8600-convertir-courriels
       perform 8650-convertir-stats

       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-convertir-adherents.
       open input fadherent-old
       open output fadherent-new
       set finFich to false
       read fadherent-old next record at end set finFich to true
       end-read
       perform until finFich
           move CodeEO to CodeEN
           move NomEO to NomEN
           move PrenomEO to PrenomEN
           move AdrEO to AdrEN
           move TelEO to TelEN
           move MailEO to MailEN
           move SiteCO to SiteCN
           move CodeMenageO to CodeMenageN
           move DateInscriptionEO to DateInscriptionEN
           move DateExpirationEO to DateExpirationEN
           move PinEO to PinEN
           move DateNaissanceEO to DateNaissanceEN
           move DateDernierPretEO to DateDernierPretEN
           move DateDernierRetourEO to DateDernierRetourEN
           move DateDernierPaiementEO to DateDernierPaiementEN
           move NumCarteEO to NumCarteEN
           move CodePartenaireEO to CodePartenaireEN
           move CategorieEO to CategorieEN
           move CreditEO to CreditEN
           move CodeGarantEO to CodeGarantEN
           if MailEO not = spaces
               move 'M' to CanalEN
           else
               move 'P' to CanalEN
           end-if
           move 'N' to ConsentLettreEN
           move 0 to DateConsentLettreEN
           move 'N' to ConsentEvenementEN
           move 0 to DateConsentEvenementEN
           move 'N' to AdrInvalideEN
           move 0 to DateAdrInvalideEN
           move 'N' to DecedeEN
           move 0 to DateDecesEN
           move 'N' to refusRecoEN
           write adherent-new invalid continue
           end-write
           add 1 to nbAdherents
           read fadherent-old next record at end set finFich to true
           end-read
       end-perform
       close fadherent-old
       close fadherent-new.

       8050-convertir-supports.
       open input fsupport-old
       open output fsupport-new
       set finFich to false
       read fsupport-old next record at end set finFich to true
       end-read
       perform until finFich
           move RefSO to RefSN
           move ExemplaireSO to ExemplaireSN
           move LibSO to LibSN
           move DesignSO to DesignSN
           move DispoSO to DispoSN
           move LibCO to LibCN
           move AuteurSO to AuteurSN
           move IsbnSO to IsbnSN
           move TabSO to TabSN
           move SiteCSO to SiteCSN
           move DateAjoutSO to DateAjoutSN
           move DateLimiteRetraitO to DateLimiteRetraitN
           move PrixSO to PrixSN
           move CoteSO to CoteSN
           move NumDonSO to NumDonSN
           move 1 to NbPiecesSN
           move spaces to DescPiecesSN
           write livre-new invalid continue
           end-write
           add 1 to nbSupports
           read fsupport-old next record at end set finFich to true
           end-read
       end-perform
       close fsupport-old
       close fsupport-new.

       8100-convertir-titres.
       open input ftitre-old
       open output ftitre-new
       set finFich to false
       read ftitre-old next record at end set finFich to true
       end-read
       perform until finFich
           move RefTO to RefTN
           move LibTO to LibTN
           move DesignTO to DesignTN
           move LibCTO to LibCTN
           move AuteurTO to AuteurTN
           move IsbnTO to IsbnTN
           move tabTO to tabTN
           move spaces to CodeSerieTN
           move 0 to NumVolumeTN
           write titre-new invalid continue
           end-write
           add 1 to nbTitres
           read ftitre-old next record at end set finFich to true
           end-read
       end-perform
       close ftitre-old
       close ftitre-new.

       8150-convertir-reservations.
       open input freserve-old
       open output freserve-new
       set finFich to false
       read freserve-old next record at end set finFich to true
       end-read
       perform until finFich
           move RefResO to RefResN
           move DateResO to DateResN
           move HeureResO to HeureResN
           move CodeResO to CodeResN
           move StatutResO to StatutResN
           move ExemplaireResO to ExemplaireResN
           move DateAvisO to DateAvisN
           move DateRetraitO to DateRetraitN
           move 0 to DateLimiteResN
           write reservation-new invalid continue
           end-write
           add 1 to nbReserves
           read freserve-old next record at end set finFich to true
           end-read
       end-perform
       close freserve-old
       close freserve-new.

       8200-convertir-paiements.
       open input fpaiement-old
       open output fpaiement-new
       set finFich to false
       read fpaiement-old next record at end set finFich to true
       end-read
       perform until finFich
           move NumRecuO to NumRecuN
           move CodePayO to CodePayN
           move DateAmPayO to DateAmPayN
           move DatePayO to DatePayN
           move HeurePayO to HeurePayN
           move MontantPayO to MontantPayN
           move ModePayO to ModePayN
           move SitePayO to SitePayN
           move LoginPayO to LoginPayN
           move TypePayO to TypePayN
           move 0 to LoginValidPayN
           write paiement-new invalid continue
           end-write
           add 1 to nbPaiements
           read fpaiement-old next record at end set finFich to true
           end-read
       end-perform
       close fpaiement-old
       close fpaiement-new.

      *    empreinte a blanc : les entrees reprises restent anterieures
      *    au chainage et ne sont pas signalees par la verification
       8250-convertir-historique.
       open input fhisto-old
       open output fhisto-new
       set finFich to false
       read fhisto-old next record at end set finFich to true
       end-read
       perform until finFich
           move cledateO to cledateN
           move cleheureO to cleheureN
           move dateopeO to dateopeN
           move login1O to login1N
           move nomfichO to nomfichN
           move cleprimO to cleprimN
           move opereuO to opereuN
           move typeopeO to typeopeN
           move 0 to loginDemandeurN
           move spaces to empreinteN
           write histo-new invalid continue
           end-write
           add 1 to nbHisto
           read fhisto-old next record at end set finFich to true
           end-read
       end-perform
       close fhisto-old
       close fhisto-new.

       8300-convertir-utilisateurs.
       open input futil-old
       open output futil-new
       set finFich to false
       read futil-old next record at end set finFich to true end-read
       perform until finFich
           move nomO to nomN
           move prenomO to prenomN
           move loginO to loginN
           move motpasseO to motpasseN
           move statutO to statutN
           move nbEchecsO to nbEchecsN
           move verrouO to verrouN
           move dateMotPasseO to dateMotPasseN
           move spaces to SiteUtilN
           move 'T' to PorteeUtilN
           write utilisateur-new invalid continue
           end-write
           add 1 to nbUtils
           read futil-old next record at end set finFich to true
           end-read
       end-perform
       close futil-old
       close futil-new.

       8350-convertir-parametres.
       open input fparam-old
       open output fparam-new
       set finFich to false
       read fparam-old next record at end set finFich to true
       end-read
       perform until finFich
           move CodeParamO to CodeParamN
           move TauxAmendeO to TauxAmendeN
           move DelaiGraceO to DelaiGraceN
           move MaxPretsO to MaxPretsN
           move MaxEchecsO to MaxEchecsN
           move PlafondAmendeO to PlafondAmendeN
           move PlafondDetteO to PlafondDetteN
           move DelaiRemplacementO to DelaiRemplacementN
           move DureeMotPasseO to DureeMotPasseN
           move SeuilSuggestionO to SeuilSuggestionN
           move TauxAmendeHoraireO to TauxAmendeHoraireN
           move DelaiRappel1O to DelaiRappel1N
           move DelaiRappel2O to DelaiRappel2N
           move DelaiRappel3O to DelaiRappel3N
           move 0 to DelaiCourtoisieN
           move 0 to DelaiReclamationN
           move 0 to SeuilReclamationN
           move 0 to SeuilManquantN
           move 0 to SeuilRemiseN
           move 0 to SeuilCreditN
           move 0 to SeuilSuppressionN
           move 0 to DelaiInactiviteN
           move 0 to SeuilExcepNombreN
           move 0 to SeuilExcepMontantN
           move 0 to SeuilExcepTauxN
           move 0 to ToleranceQteFacN
           move 0 to TolerancePrixFacN
           move 0 to SeuilRecoN
           write parametres-new invalid continue
           end-write
           add 1 to nbParams
           read fparam-old next record at end set finFich to true
           end-read
       end-perform
       close fparam-old
       close fparam-new.

       8400-convertir-budgets.
       open input fbudget-old
       open output fbudget-new
       set finFich to false
       read fbudget-old next record at end set finFich to true
       end-read
       perform until finFich
           move AnneeBudO to AnneeBudN
           move SiteBudO to SiteBudN
           move LibCBudO to LibCBudN
           move AllocationBudO to AllocationBudN
           move EngageBudO to EngageBudN
           move DepenseBudO to DepenseBudN
           move 0 to VoteSuivBudN
           move space to ReportBudN
           move space to StatutBudN
           move 0 to ReporteBudN
           move 0 to DateClotureBudN
           write budget-new invalid continue
           end-write
           add 1 to nbBudgets
           read fbudget-old next record at end set finFich to true
           end-read
       end-perform
       close fbudget-old
       close fbudget-new.

       8450-convertir-tarifs.
       open input ftarif-old
       open output ftarif-new
       set finFich to false
       read ftarif-old next record at end set finFich to true
       end-read
       perform until finFich
           move CategorieTarifO to CategorieTarifN
           move MontantTarifO to MontantTarifN
           move ExoTarifPretO to ExoTarifPretN
           move 60 to QuotaPosteTarifN
           write tarif-new invalid continue
           end-write
           add 1 to nbTarifs
           read ftarif-old next record at end set finFich to true
           end-read
       end-perform
       close ftarif-old
       close ftarif-new.

       8500-convertir-abonnements.
       open input fabonnement-old
       open output fabonnement-new
       set finFich to false
       read fabonnement-old next record at end set finFich to true
       end-read
       perform until finFich
           move NumAboO to NumAboN
           move TitreAboO to TitreAboN
           move FournisseurAboO to FournisseurAboN
           move PeriodiciteJoursO to PeriodiciteJoursN
           move DateDebutAboO to DateDebutAboN
           move DateFinAboO to DateFinAboN
           move SiteAboO to SiteAboN
           move RefAboO to RefAboN
           move DernierNumRecuO to DernierNumRecuN
           move DateDernierRecuO to DateDernierRecuN
           move CodeFourAboO to CodeFourAboN
           move space to TypeConservAboN
           move 0 to DureeConservAboN
           move 'N' to ReliureAboN
           write abonnement-new invalid continue
           end-write
           add 1 to nbAbonnements
           read fabonnement-old next record at end set finFich to true
           end-read
       end-perform
       close fabonnement-old
       close fabonnement-new.

       8550-convertir-reparations.
       open input freparation-old
       open output freparation-new
       set finFich to false
       read freparation-old next record at end set finFich to true
       end-read
       perform until finFich
           move NumRepO to NumRepN
           move RefRepO to RefRepN
           move ExpRepO to ExpRepN
           move CodeFourRepO to CodeFourRepN
           move DateEnvoiRepO to DateEnvoiRepN
           move DateRetourPrevRepO to DateRetourPrevRepN
           move CoutRepO to CoutRepN
           move DateRetourRepO to DateRetourRepN
           move ResultatRepO to ResultatRepN
           move StatutRepO to StatutRepN
           move SiteRepO to SiteRepN
           move LibCRepO to LibCRepN
           move spaces to CodeERepN
           move space to GradeRepN
           write reparation-new invalid continue
           end-write
           add 1 to nbReparations
           read freparation-old next record at end set finFich to true
           end-read
       end-perform
       close freparation-old
       close freparation-new.

       8600-convertir-courriels.
       open input fqueue-old
       open output fqueue-new
       set finFich to false
       read fqueue-old next record at end set finFich to true
       end-read
       perform until finFich
           move NumMsgO to NumMsgN
           move DestinataireO to DestinataireN
           move TypeMsgO to TypeMsgN
           move DateCreationMsgO to DateCreationMsgN
           move StatutMsgO to StatutMsgN
           move NbTentativesO to NbTentativesN
           move ResumeMsgO to ResumeMsgN
           move spaces to PieceJointeMsgN
           write message-queue-new invalid continue
           end-write
           add 1 to nbMessages
           read fqueue-old next record at end set finFich to true
           end-read
       end-perform
       close fqueue-old
       close fqueue-new.

       8650-convertir-stats.
       open input fstats-old
       open output fstats-new
       set finFich to false
       read fstats-old next record at end set finFich to true
       end-read
       perform until finFich
           move DateStatO to DateStatN
           move SiteStatO to SiteStatN
           move LibCStatO to LibCStatN
           move nbAdherentsStatO to nbAdherentsStatN
           move nbTitresStatO to nbTitresStatN
           move nbExemplairesStatO to nbExemplairesStatN
           move nbPretsOuvertsStatO to nbPretsOuvertsStatN
           move nbPretsJourStatO to nbPretsJourStatN
           move nbRetoursJourStatO to nbRetoursJourStatN
           move 0 to nbEvenementsStatN
           move 0 to nbParticipantsStatN
           move 0 to nbSessionsPosteStatN
           move 0 to minutesPosteStatN
           move 0 to nbVisitesStatN
           move space to VisitesStatN
           move space to AnoVisitesStatN
           write stat-jour-new invalid continue
           end-write
           add 1 to nbStats
           read fstats-old next record at end set finFich to true
           end-read
       end-perform
       close fstats-old
       close fstats-new.

       end program p-convertir-formats.
