       program-id. pp-enregistrer-tournee.

       select optional ftournee assign 'tournee.dat'
       organization indexed access dynamic
       record key clefTour = SiteTour CodeTour.

       select optional fproposition assign nf-proposition-dom
       organization indexed access dynamic
       record key clefProp = SiteProp TourProp CodeEProp RefSProp
           ExemplaireProp.

       select optional fpretdom assign nf-pret-domicile
       organization indexed access dynamic
       record key clefPretDom = DatePretDom RefSDom ExemplaireDom
           CodeEDom.

       select fenregistre assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates
       sharing with all other
       lock mode is automatic
       file status fs-fenregistre.

       select fcherche assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic
       sharing with all other
       lock mode is automatic
       file status fs-fcherche.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic
       sharing with all other
       lock mode is automatic
       file status fs-fadherent.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select fcategorie assign 'categorie.dat'
       organization indexed record key LibCat
       access dynamic.

       select freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates
       sharing with all other
       lock mode is automatic.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fplan assign nf-plan
       organization indexed record key CodePlan
       access dynamic.

       select optional fsuspension assign nf-suspension
       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       select ftravtournee assign 'tournee.tmp'.

       select fliste assign 'feuille-tournee.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd ftournee.
       1 tournee-enr.
               2 SiteTour pic x(3).
               2 CodeTour pic x(4).
               2 BenevoleTour pic x(30).
               2 TelBenevoleTour pic x(15).
               2 JourTour pic 9.
               2 DureePretTour pic 9(3).

       fd fproposition.
       1 proposition-enr.
               2 SiteProp pic x(3).
               2 TourProp pic x(4).
               2 CodeEProp pic x(8).
               2 RefSProp pic x(8).
               2 ExemplaireProp pic 9(3).
               2 DateProp pic 9(8).
               2 LibSProp pic x(30).
               2 StatutProp pic x.
               88 propProposee value 'P'.
               88 propEmpruntee value 'E'.
               88 propRefusee value 'R'.
               88 propRetiree value 'X'.

       fd fpretdom.
       1 pret-domicile.
               2 DatePretDom pic 9(8).
               2 RefSDom pic x(8).
               2 ExemplaireDom pic 9(3).
               2 CodeEDom pic x(8).
               2 SiteDomP pic x(3).
               2 TourneeDomP pic x(4).

       fd fenregistre.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fcherche.
       1 livre.
               2 RefSu pic x(8).
               2 ExemplaireU pic 9(3).
               2 LibS pic x(30).
               2 DesignS pic x(50).
               2 Dispo pic x.
               2 LibC pic x(30).
               2 AuteurS pic x(30).
               2 IsbnS pic x(13).
               2 tab.
                  3 motscles pic x(20) occurs 20.
               2 SiteCU pic x(3).
               2 DateAjoutS pic 9(8).
               2 DateLimiteRetrait pic 9(8).
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 adrE-r redefines adrE.
                  3 rueE pic x(100).
                  3 codePostalE pic x(5).
                  3 villeE pic x(45).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
               2 codeMenage pic x(8).
               2 dateInscriptionE pic 9(8).
               2 dateExpirationE pic 9(8).
               2 pinE pic x(4).
               2 dateNaissanceE pic 9(8).
               2 dateDernierPretE pic 9(8).
               2 dateDernierRetourE pic 9(8).
               2 dateDernierPaiementE pic 9(8).
               2 numCarteE pic x(8).
               2 codePartenaireE pic x(5).
               2 categorieE pic x(10).
               2 creditE pic 9(4)v99.
               2 codeGarantE pic x(8).
               2 canalE pic x.
               2 consentLettreE pic x.
               2 dateConsentLettreE pic 9(8).
               2 consentEvenementE pic x.
               2 dateConsentEvenementE pic 9(8).
               2 adrInvalideE pic x.
               2 dateAdrInvalideE pic 9(8).
               2 decedeE pic x.
               2 dateDecesE pic 9(8).
               2 refusRecoE pic x.

       fd fparametres.
       1 parametresEnr.
               2 CodeParam pic x(1).
               2 TauxAmende pic 9v99.
               2 DelaiGrace pic 9(3).
               2 MaxPrets pic 9(2).
               2 MaxEchecs pic 9(2).
               2 PlafondAmende pic 9(3).
               2 PlafondDette pic 9(3).
               2 DelaiRemplacement pic 9(3).
               2 DureeMotPasse pic 9(3).

               2 SeuilSuggestion pic 9(2).
               2 TauxAmendeHoraire pic 9v99.
               2 DelaiRappel1 pic 9(3).
               2 DelaiRappel2 pic 9(3).
               2 DelaiRappel3 pic 9(3).
               2 DelaiCourtoisie pic 9(3).
               2 DelaiReclamation pic 9(3).
               2 SeuilReclamation pic 9(2).
               2 SeuilManquant pic 9(2).
               2 SeuilRemise pic 9(3).
               2 SeuilCredit pic 9(3).
               2 SeuilSuppression pic 9(3).
               2 DelaiInactivite pic 9(3).
               2 SeuilExcepNombre pic 9(3).
               2 SeuilExcepMontant pic 9(4).
               2 SeuilExcepTaux pic 9(3).
               2 ToleranceQteFac pic 9(2).
               2 TolerancePrixFac pic 9(2).
               2 SeuilReco pic 9(2).
       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
               2 DureePretCat pic 9(3).
               2 MaxPretsCat pic 9(2).
               2 AgeMinCat pic 9(2).
               2 PretHoraireCat pic x.
               2 DureeHeuresCat pic 9(2).
               2 TarifPretCat pic 9(2)v99.

       fd freserve.
       1 reservation.
               2 RefRes pic x(8).
               2 DateRes pic 9(8).
               2 HeureRes pic 9(6).
               2 CodeRes pic x(8).
               2 StatutRes pic x.
               88 resEnAttente value 'E'.
               88 resNotifiee value 'N'.
               88 resRetiree value 'F'.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

       fd fplan.
       1 plan-enr.
               2 CodePlan pic x(8).
               2 MontantMensuelPlan pic 9(3)v99.
               2 DateDebutPlan pic 9(8).
               2 DateProchainePlan pic 9(8).
               2 SoldeInitialPlan pic 9(5)v99.
               2 CumulVersePlan pic 9(5)v99.
               2 StatutPlan pic x.
               88 planActif value 'A'.
               88 planTermine value 'T'.
               88 planRompu value 'R'.
               2 LoginPlan pic 9(5).

       fd fsuspension.
       1 suspension-enr.
               2 CodeSusp pic x(8).
               2 DateDebutSusp pic 9(8).
               2 DateFinSusp pic 9(8).
               2 MotifSusp pic x(30).
               2 LoginSusp pic 9(5).
               2 StatutSusp pic x.
               88 suspActive value 'A'.
               88 suspLevee value 'L'.

       sd ftravtournee.
       1 enr-tournee.
           2 cpTri pic x(5).
           2 codeTri pic x(8).
           2 refTri pic x(8).
           2 expTri pic 9(3).
           2 nomTri pic x(30).
           2 prenomTri pic x(30).
           2 rueTri pic x(60).
           2 villeTri pic x(30).
           2 telTri pic x(15).
           2 libTri pic x(30).
           2 echeanceTri pic 9(8).

       fd fliste.
       01 ligne-liste pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-proposition-dom pic x(30) value 'proposition-dom.dat'.
       1 nf-pret-domicile pic x(30) value 'pret-domicile.dat'.
       1 nf-suspension pic x(30) value 'suspension.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-plan pic x(30) value 'plan.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 fs-fenregistre pic xx.
       1 fs-fcherche pic xx.
       1 fs-fadherent pic xx.
       1 dateJour pic 9(8).
       1 siteSaisi pic x(3).
       1 tourSaisie pic x(4).
       1 delaiTournee pic 9(3).
       1 delaiDefaut pic 9(3) value 42.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-fprop pic x value 'n'.
       88 finFprop value 'o' false 'n'.
       1 fin-fsusp pic x value 'n'.
       88 finFsusp value 'o' false 'n'.
       1 pic x.
       88 tourExiste value 'o' false 'n'.
       1 pic x.
       88 adherentTrouve value 'o' false 'n'.
       1 pic x.
       88 adherentSuspendu value 'o' false 'n'.
       1 pic x.
       88 copieTrouvee value 'o' false 'n'.
       1 pic x.
       88 pretAccepte value 'o' false 'n'.
       1 pic x.
       88 pretAutorise value 'o' false 'n'.
       1 pic x.
       88 parametresExistants value 'o' false 'n'.
       1 pic x.
       88 categorieExistante value 'o' false 'n'.
       1 pic x.
       88 titulaireReservation value 'o' false 'n'.
       1 fin-freserve pic x value 'n'.
       88 finFreserve value 'o' false 'n'.
       1 fin-famende pic x value 'n'.
       88 finFamende value 'o' false 'n'.
       1 fin-fenr pic x value 'n'.
       88 finFenr value 'o' false 'n'.
       1 pic x.
       88 planEnRegle value 'o' false 'n'.
       1 pic x.
       88 planExiste value 'o' false 'n'.
       1 totalDette pic 9(6)v99 value 0.
       1 ageAdherent pic 9(3).
       1 nbPretsOuverts pic 9(2) value 0.
       1 nbPretsTotal pic 9(2) value 0.
       1 libc-courant pic x(30).
       1 maxPretsCourant pic 9(2).
       1 maxPretsTemporaire pic 9(2) value 2.
       1 nbDiplomes pic 9.
       1 nbPrets pic 9(4) value 0.
       1 nbRefus pic 9(4) value 0.
       1 codePrec pic x(8) value spaces.
       1 ref pic x(8).
       1 cod pic x(8).
       1 h-codeope pic x value 'P'.
       1 h-nomfich pic x(15) value 'pret'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.
       1 journalTypeEmprunt pic x value 'E'.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Enregistrement des prets d une tournee '
           & 'de portage'.
           2 line 3 col 1 'Site : '.
           2 s-site line 3 col 20 pic x(3) to siteSaisi required.
           2 line 4 col 1 'Tournee : '.
           2 s-tour line 4 col 20 pic x(4) to tourSaisie required.
       1 a-plg-tourInexistante.
           2 line 6 col 1 'Cette tournee n existe pas.'.
       1 a-plg-termine.
           2 line 6 col 1 'Prets enregistres : '.
           2 a-nb line 6 col 22 pic zzz9 from nbPrets.
           2 line 7 col 1 'Propositions refusees : '.
           2 a-refus line 7 col 26 pic zzz9 from nbRefus.
           2 line 8 col 1 'Feuille de tournee ecrite dans '
           & 'feuille-tournee.txt'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-proposition-dom.dat' to nf-proposition-dom
       else
           move 'proposition-dom.dat' to nf-proposition-dom
       end-if
       if mode-formation = 'O'
           move 'formation-pret-domicile.dat' to nf-pret-domicile
       else
           move 'pret-domicile.dat' to nf-pret-domicile
       end-if
       if mode-formation = 'O'
           move 'formation-suspension.dat' to nf-suspension
       else
           move 'suspension.dat' to nf-suspension
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-plan.dat' to nf-plan
       else
           move 'plan.dat' to nf-plan
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move function current-date(1:8) to dateJour
       display s-plg-titre
       accept s-site
       accept s-tour

       open input ftournee
       move siteSaisi to SiteTour
       move tourSaisie to CodeTour
       read ftournee invalid set tourExiste to false
                     not invalid set tourExiste to true
       end-read
       close ftournee
       if not tourExiste
           display a-plg-tourInexistante
           accept s-plg-suite
           goback
       end-if
       if DureePretTour = 0
           move delaiDefaut to delaiTournee
       else
           move DureePretTour to delaiTournee
       end-if

       open output fliste
       move 'TOURNEE' to typeDocSpool
       move siteSaisi to codeSpoolDest(1:3)
       move tourSaisie to codeSpoolDest(4:4)
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-liste
       string 'Feuille de tournee ' siteSaisi ' ' tourSaisie
           ' du ' dateJour delimited by size into ligne-liste
       perform 9900-ecrire-ligne
       move spaces to ligne-liste
       string 'Benevole : ' BenevoleTour ' ' TelBenevoleTour
           delimited by size into ligne-liste
       perform 9900-ecrire-ligne

       sort ftravtournee on ascending key cpTri codeTri refTri expTri
           input procedure 8000-enregistrer-prets
           output procedure 8500-editer-feuille

       close fliste
       close fspool
       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-enregistrer-prets.
       open input fparametres
       move '1' to CodeParam
       read fparametres invalid set parametresExistants to false
                         not invalid set parametresExistants to true
       end-read
       if not parametresExistants
           move 5 to MaxPrets
           move 0 to PlafondDette
       end-if
       close fparametres
       open i-o fproposition
       open i-o fpretdom
       open i-o fenregistre
       open i-o fcherche
       open i-o fadherent
       open i-o freserve
       open input famende
       open input fcategorie
       move siteSaisi to SiteProp
       move tourSaisie to TourProp
       move low-values to CodeEProp
       move low-values to RefSProp
       move 0 to ExemplaireProp
       start fproposition key >= clefProp
           invalid key
               set finFprop to true
           not invalid key
               set finFprop to false
       end-start
       perform until finFprop
           read fproposition next record
               at end
                   set finFprop to true
               not at end
                   if (SiteProp not = siteSaisi)
                   or (TourProp not = tourSaisie)
                       set finFprop to true
                   else
                       if propProposee
                           perform 8100-traiter-proposition
                       end-if
                   end-if
           end-read
       end-perform
       close fproposition
       close fpretdom
       close fenregistre
       close fcherche
       close fadherent
       close freserve
       close famende
       close fcategorie.

       8100-traiter-proposition.
       set pretAccepte to false
       move CodeEProp to cod
       move RefSProp to ref
       move CodeEProp to codeEA
       read fadherent invalid set adherentTrouve to false
                      not invalid set adherentTrouve to true
       end-read
       if adherentTrouve
           perform 8780-verifier-suspension
       end-if
       move RefSProp to RefSu
       move ExemplaireProp to ExemplaireU
       read fcherche invalid set copieTrouvee to false
                     not invalid set copieTrouvee to true
       end-read
       if adherentTrouve and (not adherentSuspendu)
       and ((dateExpirationE = 0) or (dateExpirationE >= dateJour))
       and copieTrouvee
           perform 8150-verifier-regles-pret
           if pretAutorise
               perform 8200-ecrire-pret
           end-if
       end-if
       if pretAccepte
           set propEmpruntee to true
           add 1 to nbPrets
           perform 8300-retenir-ligne
       else
           set propRefusee to true
           add 1 to nbRefus
       end-if
       rewrite proposition-enr invalid continue
       end-rewrite.

       8150-verifier-regles-pret.
       set pretAutorise to false
       set titulaireReservation to false
       if Dispo = 'H'
           perform 8500-verifier-titulaire-reservation
       end-if
       if (Dispo not = 'O') and (not titulaireReservation)
           exit paragraph
       end-if
       move LibC to libc-courant
       move libc-courant to LibCat
       read fcategorie invalid set categorieExistante to false
            not invalid set categorieExistante to true
       end-read
       if categorieExistante
           move MaxPretsCat to maxPretsCourant
       else
           move MaxPrets to maxPretsCourant
       end-if
       perform 8600-compter-prets-ouverts
       if categorieE = 'TEMPORAIRE'
           move nbPretsTotal to nbPretsOuverts
           if maxPretsCourant > maxPretsTemporaire
               move maxPretsTemporaire to maxPretsCourant
           end-if
       end-if
       move RefSProp to RefSu
       move ExemplaireProp to ExemplaireU
       read fcherche invalid exit paragraph
       end-read
       perform 8700-calculer-dette
       perform 8900-calculer-age
       if categorieExistante and (AgeMinCat > 0)
       and (dateNaissanceE > 0) and (ageAdherent < AgeMinCat)
           exit paragraph
       end-if
       perform 8770-verifier-plan
       if (PlafondDette > 0) and (totalDette > PlafondDette)
       and (not planEnRegle)
           exit paragraph
       end-if
       if nbPretsOuverts >= maxPretsCourant
           exit paragraph
       end-if
       set pretAutorise to true.

       8200-ecrire-pret.
       move dateJour to DatePret
       move RefSu to RefS
       move ExemplaireU to Exemplaire
       move cod to CodeE
       start fenregistre key = clef
           invalid key
               move '00000000' to DateRetour
               move 0 to NbRenouv
               move SiteCU to SiteC
               move 0 to HeureEcheance
               compute DateEcheance = function
               date-of-integer(function
               integer-of-date(DatePret) + delaiTournee)
               call 'Ajusterecheance' using DateEcheance SiteCU
               end-call
               write pret
                   invalid key
                       exit paragraph
               end-write
               move 'N' to Dispo
               move 0 to DateLimiteRetrait
               rewrite livre invalid continue
               end-rewrite
               if titulaireReservation
                   set resRetiree to true
                   move dateJour to DateRetrait
                   rewrite reservation invalid continue
                   end-rewrite
               end-if
               move DatePret to DatePretDom
               move RefS to RefSDom
               move Exemplaire to ExemplaireDom
               move CodeE to CodeEDom
               move siteSaisi to SiteDomP
               move tourSaisie to TourneeDomP
               write pret-domicile invalid continue
               end-write
               move ref to h-cleprim
               move 'O' to h-opereu
               call 'Ecrirehisto' using h-codeope h-nomfich
                                 h-cleprim h-opereu
               end-call
               call 'Ecrirejournal' using ref cod
                                    journalTypeEmprunt
               end-call
               move dateJour to dateDernierPretE
               rewrite adherent invalid continue
               end-rewrite
               call 'Compterdefi' using cod nomE prenomE nbDiplomes
               end-call
               set pretAccepte to true
           not invalid key
               continue
       end-start.

       8300-retenir-ligne.
       move codePostalE to cpTri
       move cod to codeTri
       move RefS to refTri
       move Exemplaire to expTri
       move nomE to nomTri
       move prenomE to prenomTri
       move rueE to rueTri
       move villeE to villeTri
       move telE to telTri
       move LibS to libTri
       move DateEcheance to echeanceTri
       release enr-tournee.

       8500-editer-feuille.
       set finFich to false
       perform until finFich
           return ftravtournee
               at end
                   set finFich to true
               not at end
                   if codeTri not = codePrec
                       move codeTri to codePrec
                       move spaces to ligne-liste
                       perform 9900-ecrire-ligne
                       string cpTri ' ' villeTri delimited by size
                           into ligne-liste
                       perform 9900-ecrire-ligne
                       string codeTri ' ' nomTri ' ' prenomTri
                           delimited by size into ligne-liste
                       perform 9900-ecrire-ligne
                       string '  ' rueTri delimited by size
                           into ligne-liste
                       perform 9900-ecrire-ligne
                       string '  Tel : ' telTri delimited by size
                           into ligne-liste
                       perform 9900-ecrire-ligne
                   end-if
                   string '    ' refTri ' ex ' expTri ' ' libTri
                       ' a rendre le ' echeanceTri
                       delimited by size into ligne-liste
                   perform 9900-ecrire-ligne
           end-return
       end-perform.

       8500-verifier-titulaire-reservation.
       set titulaireReservation to false
       move ref to RefRes
       start freserve key = RefRes
           invalid key
               set finFreserve to true
           not invalid key
               set finFreserve to false
       end-start
       perform until finFreserve
           read freserve next end set finFreserve to true
           not at end
               if RefRes not = ref
                   set finFreserve to true
               else
                   if resNotifiee and (CodeRes = cod)
                       and (ExemplaireRes = ExemplaireProp)
                       set titulaireReservation to true
                       set finFreserve to true
                   end-if
               end-if
           end-read
       end-perform.

       8600-compter-prets-ouverts.
       move 0 to nbPretsOuverts
       move 0 to nbPretsTotal
       move cod to CodeE
       start fenregistre key = CodeE
           invalid key
               set finFenr to true
           not invalid key
               set finFenr to false
       end-start
       perform until finFenr
           read fenregistre next record
               at end
                   set finFenr to true
               not at end
                   if CodeE not = cod
                       set finFenr to true
                   else
                       if DateRetour = 0
                           add 1 to nbPretsTotal
                           move RefS to RefSu
                           move Exemplaire to ExemplaireU
                           read fcherche
                               invalid continue
                               not invalid
                                   if LibC = libc-courant
                                       add 1 to nbPretsOuverts
                                   end-if
                           end-read
                       end-if
                   end-if
           end-read
       end-perform.

       8700-calculer-dette.
       move 0 to totalDette
       move cod to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFamende to true
           not invalid key
               set finFamende to false
       end-start
       perform until finFamende
           read famende next record
               at end
                   set finFamende to true
               not at end
                   if CodeAm not = cod
                       set finFamende to true
                   else
                       if amendeImpayee
                           add MontantAm to totalDette
                       end-if
                   end-if
           end-read
       end-perform.

       8770-verifier-plan.
       set planEnRegle to false
       open input fplan
       move cod to CodePlan
       read fplan invalid set planExiste to false
                  not invalid set planExiste to true
       end-read
       close fplan
       if planExiste and planActif
       and (DateProchainePlan >= dateJour)
           set planEnRegle to true
       end-if.

       8900-calculer-age.
       move 0 to ageAdherent
       if dateNaissanceE > 0
           compute ageAdherent = (dateJour - dateNaissanceE) / 10000
       end-if.

       8780-verifier-suspension.
       set adherentSuspendu to false
       open input fsuspension
       move cod to CodeSusp
       move 0 to DateDebutSusp
       start fsuspension key >= clefSusp
           invalid key
               set finFsusp to true
           not invalid key
               set finFsusp to false
       end-start
       perform until finFsusp
           read fsuspension next record
               at end
                   set finFsusp to true
               not at end
                   if CodeSusp not = cod
                       set finFsusp to true
                   else
                       if suspActive
                       and (DateDebutSusp <= dateJour)
                       and (DateFinSusp >= dateJour)
                           set adherentSuspendu to true
                           set finFsusp to true
                       end-if
                   end-if
           end-read
       end-perform
       close fsuspension.

       9900-ecrire-ligne.
       write ligne-liste
       move ligne-liste to ligne-spool
       write ligne-spool
       move spaces to ligne-liste.

       end program pp-enregistrer-tournee.
