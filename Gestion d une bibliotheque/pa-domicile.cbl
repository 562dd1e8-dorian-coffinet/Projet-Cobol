       program-id. pa-domicile.

       select optional fdomicile assign nf-domicile
       organization indexed access dynamic
       record key CodeDom.

       select optional ftournee assign 'tournee.dat'
       organization indexed access dynamic
       record key clefTour = SiteTour CodeTour.

       select optional fproposition assign nf-proposition-dom
       organization indexed access dynamic
       record key clefProp = SiteProp TourProp CodeEProp RefSProp
           ExemplaireProp.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd fdomicile.
       1 domicile-enr.
               2 CodeDom pic x(8).
               2 SiteDom pic x(3).
               2 TourneeDom pic x(4).
               2 StatutDom pic x.
               88 domActif value 'A'.
               88 domSuspendu value 'S'.
               2 NbTitresDom pic 99.
               2 tab-categories-dom.
                  3 CatPrefDom pic x(30) occurs 3.
               2 tab-auteurs-dom.
                  3 AuteurPrefDom pic x(30) occurs 3.
               2 tab-eviter-dom.
                  3 RefEviterDom pic x(8) occurs 5.
               2 DateEntreeDom pic 9(8).

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

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteC pic x(3).
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

       working-storage section.
       1 nf-domicile pic x(30) value 'domicile.dat'.
       1 nf-proposition-dom pic x(30) value 'proposition-dom.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 domExiste value 'o' false 'n'.
       1 pic x.
       88 tourExiste value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 propExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fdom pic x value 'n'.
       88 finFdom value 'o' false 'n'.
       1 fin-fprop pic x value 'n'.
       88 finFprop value 'o' false 'n'.
       1 cod pic x(8).
       1 siteSaisi pic x(3).
       1 tourSaisie pic x(4).
       1 refSaisie pic x(8).
       1 expSaisi pic 9(3).
       1 statutSaisi pic x.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'domicile'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Portage a domicile'.
           2 line 3 col 1 '1-Adherent servi a domicile et '
           & 'preferences'.
           2 line 4 col 1 '2-Creer ou modifier une tournee'.
           2 line 5 col 1 '3-Adherents d une tournee'.
           2 line 6 col 1 '4-Propositions d une tournee / retirer '
           & 'un titre'.
           2 line 7 col 1 '5-Proposer des titres pour une tournee'.
           2 line 8 col 1 '6-Enregistrer les prets et imprimer la '
           & 'feuille de tournee'.
           2 line 9 col 1 '7-Quitter'.
           2 line 10 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 10 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 12 col 1 'Code adherent : '.
           2 s-code line 12 col 25 pic x(8) to cod required.

       1 s-plg-tournee.
           2 line 12 col 1 'Site : '.
           2 s-site line 12 col 20 pic x(3) to siteSaisi required.
           2 line 12 col 30 'Tournee : '.
           2 s-tour line 12 col 42 pic x(4) to tourSaisie required.

       1 s-plg-fiche.
           2 line 13 col 1 'Site : '.
           2 s-siteDom line 13 col 20 pic x(3) using SiteDom
           required.
           2 line 13 col 30 'Tournee : '.
           2 s-tourDom line 13 col 42 pic x(4) using TourneeDom
           required.
           2 line 13 col 50 'Statut (A/S) : '.
           2 s-statutDom line 13 col 66 pic x using statutSaisi
           required.
           2 line 14 col 1 'Titres par sac : '.
           2 s-nbTitres line 14 col 20 pic z9 using NbTitresDom
           required.
           2 line 15 col 1 'Categories preferees : '.
           2 s-cat1 line 16 col 3 pic x(30) using CatPrefDom(1).
           2 s-cat2 line 17 col 3 pic x(30) using CatPrefDom(2).
           2 s-cat3 line 18 col 3 pic x(30) using CatPrefDom(3).
           2 line 15 col 40 'Auteurs preferes : '.
           2 s-aut1 line 16 col 40 pic x(30) using AuteurPrefDom(1).
           2 s-aut2 line 17 col 40 pic x(30) using AuteurPrefDom(2).
           2 s-aut3 line 18 col 40 pic x(30) using AuteurPrefDom(3).
           2 line 19 col 1 'References a eviter : '.
           2 s-evit1 line 20 col 3 pic x(8) using RefEviterDom(1).
           2 s-evit2 line 20 col 13 pic x(8) using RefEviterDom(2).
           2 s-evit3 line 20 col 23 pic x(8) using RefEviterDom(3).
           2 s-evit4 line 20 col 33 pic x(8) using RefEviterDom(4).
           2 s-evit5 line 20 col 43 pic x(8) using RefEviterDom(5).

       1 s-plg-ficheTournee.
           2 line 13 col 1 'Benevole : '.
           2 s-benevole line 13 col 20 pic x(30) using BenevoleTour
           required.
           2 line 14 col 1 'Telephone : '.
           2 s-telBenevole line 14 col 20 pic x(15) using
           TelBenevoleTour.
           2 line 15 col 1 'Jour de passage (1=lundi ... 7) : '.
           2 s-jour line 15 col 40 pic 9 using JourTour required.
           2 line 16 col 1 'Duree des prets (jours) : '.
           2 s-duree line 16 col 40 pic zz9 using DureePretTour
           required.

       1 s-plg-retrait.
           2 line 22 col 1 'Retirer : code adherent '.
           2 s-retCode line 22 col 26 pic x(8) to cod.
           2 line 22 col 36 'ref '.
           2 s-retRef line 22 col 40 pic x(8) to refSaisie.
           2 line 22 col 50 'ex '.
           2 s-retExp line 22 col 53 pic zz9 to expSaisi.

       1 a-plg-ligneDom.
           2 line n col 1 pic x(8) from CodeDom.
           2 col 10 pic x(30) from nomE.
           2 col 41 pic x(20) from prenomE.
           2 col 62 pic x from StatutDom.
           2 col 64 pic z9 from NbTitresDom.
       1 a-plg-ligneProp.
           2 line n col 1 pic x(8) from CodeEProp.
           2 col 10 pic x(8) from RefSProp.
           2 col 19 pic 999 from ExemplaireProp.
           2 col 23 pic x(30) from LibSProp.
           2 col 54 pic x from StatutProp.

       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-siteInexistant.
           2 line 22 col 1 'Ce site n existe pas.'.
       1 a-plg-tourInexistante.
           2 line 22 col 1 'Cette tournee n existe pas.'.
       1 a-plg-propInexistante.
           2 line 23 col 1 'Aucune proposition en attente pour ce '
           & 'titre.'.
       1 a-plg-fait.
           2 line 22 col 1 'Enregistrement effectue.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-domicile.dat' to nf-domicile
       else
           move 'domicile.dat' to nf-domicile
       end-if
       if mode-formation = 'O'
           move 'formation-proposition-dom.dat' to nf-proposition-dom
       else
           move 'proposition-dom.dat' to nf-proposition-dom
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       open i-o fdomicile
       open i-o ftournee
       open input fsite
       open input fadherent
       display s-plg-titre
       accept s-choix

       perform until choix = 7
           evaluate choix
               when 1 perform 8000-maj-adherent
               when 2 perform 8100-maj-tournee
               when 3 perform 8200-lister-adherents
               when 4 perform 8300-lister-propositions
               when 5
                   close fdomicile
                   close ftournee
                   call 'pp-proposer-domicile'
                   end-call
                   open i-o fdomicile
                   open i-o ftournee
               when 6
                   close fdomicile
                   close ftournee
                   close fadherent
                   call 'pp-enregistrer-tournee'
                   end-call
                   open i-o fdomicile
                   open i-o ftournee
                   open input fadherent
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fdomicile
       close ftournee
       close fsite
       close fadherent
       goback.

       8000-maj-adherent.
       display s-plg-code
       accept s-code
       move cod to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-adhInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move cod to CodeDom
       read fdomicile invalid set domExiste to false
                      not invalid set domExiste to true
       end-read
       if not domExiste
           initialize domicile-enr
           move cod to CodeDom
           move siteC to SiteDom
           move 'A' to StatutDom
           move 5 to NbTitresDom
           move function current-date(1:8) to DateEntreeDom
       end-if
       move StatutDom to statutSaisi
       display s-plg-fiche
       accept s-siteDom
       accept s-tourDom
       accept s-statutDom
       accept s-nbTitres
       accept s-cat1
       accept s-cat2
       accept s-cat3
       accept s-aut1
       accept s-aut2
       accept s-aut3
       accept s-evit1
       accept s-evit2
       accept s-evit3
       accept s-evit4
       accept s-evit5
       move function upper-case(statutSaisi) to statutSaisi
       if statutSaisi = 'S'
           set domSuspendu to true
       else
           set domActif to true
       end-if
       move SiteDom to SiteTour
       move TourneeDom to CodeTour
       read ftournee invalid set tourExiste to false
                     not invalid set tourExiste to true
       end-read
       if not tourExiste
           display a-plg-tourInexistante
           accept s-plg-suite
           exit paragraph
       end-if
       if domExiste
           rewrite domicile-enr invalid set erreur to true
                                not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write domicile-enr invalid set erreur to true
                              not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'domicile' to h-nomfich
       move CodeDom to h-cleprim
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8100-maj-tournee.
       display s-plg-tournee
       accept s-site
       accept s-tour
       move siteSaisi to CodeSite
       read fsite invalid set siteExiste to false
                  not invalid set siteExiste to true
       end-read
       if not siteExiste
           display a-plg-siteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move siteSaisi to SiteTour
       move tourSaisie to CodeTour
       read ftournee invalid set tourExiste to false
                     not invalid set tourExiste to true
       end-read
       if not tourExiste
           move spaces to BenevoleTour
           move spaces to TelBenevoleTour
           move 1 to JourTour
           move 42 to DureePretTour
       end-if
       display s-plg-ficheTournee
       accept s-benevole
       accept s-telBenevole
       accept s-jour
       accept s-duree
       move siteSaisi to SiteTour
       move tourSaisie to CodeTour
       if tourExiste
           rewrite tournee-enr invalid set erreur to true
                               not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write tournee-enr invalid set erreur to true
                             not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'tournee' to h-nomfich
       string SiteTour CodeTour delimited by size into h-cleprim
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8200-lister-adherents.
       display s-plg-tournee
       accept s-site
       accept s-tour
       move 14 to n
       set finFdom to false
       move low-values to CodeDom
       start fdomicile key >= CodeDom
           invalid key set finFdom to true
       end-start
       perform until finFdom
           read fdomicile next record
               at end
                   set finFdom to true
               not at end
                   if (SiteDom = siteSaisi)
                   and (TourneeDom = tourSaisie) and (n < 22)
                       move CodeDom to codeE
                       read fadherent invalid
                           move spaces to nomE prenomE
                       end-read
                       display a-plg-ligneDom
                       add 1 to n
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8300-lister-propositions.
       display s-plg-tournee
       accept s-site
       accept s-tour
       open i-o fproposition
       move 14 to n
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
                       if propProposee and (n < 22)
                           display a-plg-ligneProp
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       move spaces to cod
       display s-plg-retrait
       accept s-retCode
       if cod not = spaces
           accept s-retRef
           accept s-retExp
           move siteSaisi to SiteProp
           move tourSaisie to TourProp
           move cod to CodeEProp
           move refSaisie to RefSProp
           move expSaisi to ExemplaireProp
           read fproposition invalid set propExiste to false
                             not invalid set propExiste to true
           end-read
           if propExiste and propProposee
               set propRetiree to true
               rewrite proposition-enr invalid set erreur to true
                                       not invalid set erreur to false
               end-rewrite
               move 'S' to h-codeope
               move 'proposition' to h-nomfich
               move RefSProp to h-cleprim
               perform 9000-ecrire-histo
           else
               display a-plg-propInexistante
           end-if
       end-if
       close fproposition
       accept s-plg-suite.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-domicile.
