       program-id. pp-proposer-domicile.

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

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fliste assign 'propositions-domicile.txt'
       organization line sequential.

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

       fd fhistopret.
       1 pret-histo.
               2 DatePretH pic 9(8).
               2 RefSH pic x(8).
               2 ExemplaireH pic 9(3).
               2 CodeEH pic x(8).
               2 DateRetourH pic 9(8).
               2 NbRenouvH pic 9.
               2 SiteCH pic x(3).
               2 DateEcheanceH pic 9(8).

       fd fpret.
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

       fd fsupport.
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

       fd fliste.
       01 ligne-liste pic x(100).

       working-storage section.
       1 nf-domicile pic x(30) value 'domicile.dat'.
       1 nf-proposition-dom pic x(30) value 'proposition-dom.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 dateJour pic 9(8).
       1 siteSaisi pic x(3).
       1 tourSaisie pic x(4).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-fprop pic x value 'n'.
       88 finFprop value 'o' false 'n'.
       1 pic x.
       88 tourExiste value 'o' false 'n'.
       1 pic x.
       88 propExiste value 'o' false 'n'.
       1 pic x.
       88 copieAttribuee value 'o' false 'n'.
       1 pic x.
       88 titreConvient value 'o' false 'n'.
       1 pic x.
       88 dejaLu value 'o' false 'n'.
       1 tab-membres.
           2 membre occurs 100.
              3 codeMem pic x(8).
              3 nbVoulusMem pic 99.
              3 nbProposesMem pic 99.
              3 catMem pic x(30) occurs 3.
              3 autMem pic x(30) occurs 3.
              3 evitMem pic x(8) occurs 5.
       1 nbMembres pic 9(3) value 0.
       1 kMem pic 9(3).
       1 tab-lus.
           2 lu occurs 3000.
              3 kMemLu pic 9(3).
              3 refLu pic x(8).
       1 nbLus pic 9(4) value 0.
       1 kLu pic 9(4).
       1 kPref pic 9.
       1 nbPropositions pic 9(4) value 0.
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'proposition'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Propositions de titres pour le portage '
           & 'a domicile'.
           2 line 3 col 1 'Site : '.
           2 s-site line 3 col 20 pic x(3) to siteSaisi required.
           2 line 4 col 1 'Tournee : '.
           2 s-tour line 4 col 20 pic x(4) to tourSaisie required.
       1 a-plg-tourInexistante.
           2 line 6 col 1 'Cette tournee n existe pas.'.
       1 a-plg-termine.
           2 line 6 col 1 'Propositions ecrites dans '
           & 'propositions-domicile.txt : '.
           2 a-nb line 6 col 56 pic zzz9 from nbPropositions.
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
           move 'formation-pret-histo.dat' to nf-pret-histo
       else
           move 'pret-histo.dat' to nf-pret-histo
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

       open i-o fproposition
       perform 7000-purger-propositions
       perform 7100-charger-membres
       perform 7200-charger-historique

       open output fliste
       string 'Propositions de la tournee ' siteSaisi ' ' tourSaisie
           ' du ' dateJour delimited by size into ligne-liste
       write ligne-liste
       move spaces to ligne-liste
       write ligne-liste

       open input fsupport
       set finFich to false
       read fsupport next record at end set finFich to true
       end-read
       perform until finFich
           if (Dispo = 'O') and (SiteCU = siteSaisi)
               perform 8000-attribuer-copie
           end-if
           read fsupport next record at end set finFich to true
           end-read
       end-perform
       close fsupport

       close fproposition
       close fliste
       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-purger-propositions.
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
                           delete fproposition record
                           end-delete
                       end-if
                   end-if
           end-read
       end-perform.

       7100-charger-membres.
       open input fdomicile
       set finFich to false
       read fdomicile next record at end set finFich to true
       end-read
       perform until finFich
           if (SiteDom = siteSaisi) and (TourneeDom = tourSaisie)
           and domActif and (nbMembres < 100)
               add 1 to nbMembres
               move CodeDom to codeMem(nbMembres)
               move NbTitresDom to nbVoulusMem(nbMembres)
               move 0 to nbProposesMem(nbMembres)
               perform varying kPref from 1 by 1 until kPref > 3
                   move CatPrefDom(kPref) to catMem(nbMembres, kPref)
                   move AuteurPrefDom(kPref)
                       to autMem(nbMembres, kPref)
               end-perform
               perform varying kPref from 1 by 1 until kPref > 5
                   move RefEviterDom(kPref)
                       to evitMem(nbMembres, kPref)
               end-perform
           end-if
           read fdomicile next record at end set finFich to true
           end-read
       end-perform
       close fdomicile.

       7200-charger-historique.
       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           perform varying kMem from 1 by 1 until kMem > nbMembres
               if codeMem(kMem) = CodeEH
                   move RefSH to RefSu
                   perform 7300-retenir-lu
               end-if
           end-perform
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret

       open input fpret
       perform varying kMem from 1 by 1 until kMem > nbMembres
           move codeMem(kMem) to CodeE
           start fpret key = CodeE
               invalid key
                   set finFich to true
               not invalid key
                   set finFich to false
           end-start
           perform until finFich
               read fpret next record
                   at end
                       set finFich to true
                   not at end
                       if CodeE not = codeMem(kMem)
                           set finFich to true
                       else
                           move RefS to RefSu
                           perform 7300-retenir-lu
                       end-if
               end-read
           end-perform
       end-perform
       close fpret.

       7300-retenir-lu.
       if nbLus < 3000
           add 1 to nbLus
           move kMem to kMemLu(nbLus)
           move RefSu to refLu(nbLus)
       end-if.

       8000-attribuer-copie.
       set copieAttribuee to false
       perform varying kMem from 1 by 1
           until (kMem > nbMembres) or copieAttribuee
           if nbProposesMem(kMem) < nbVoulusMem(kMem)
               perform 8100-evaluer-titre
               if titreConvient
                   perform 8200-ecrire-proposition
                   set copieAttribuee to true
               end-if
           end-if
       end-perform.

       8100-evaluer-titre.
       set titreConvient to false
       perform varying kPref from 1 by 1 until kPref > 3
           if (catMem(kMem, kPref) not = spaces)
           and (catMem(kMem, kPref) = LibC)
               set titreConvient to true
           end-if
           if (autMem(kMem, kPref) not = spaces)
           and (autMem(kMem, kPref) = AuteurS)
               set titreConvient to true
           end-if
       end-perform
       if not titreConvient
           exit paragraph
       end-if
       perform varying kPref from 1 by 1 until kPref > 5
           if evitMem(kMem, kPref) = RefSu
               set titreConvient to false
           end-if
       end-perform
       set dejaLu to false
       perform varying kLu from 1 by 1 until kLu > nbLus
           if (kMemLu(kLu) = kMem) and (refLu(kLu) = RefSu)
               set dejaLu to true
           end-if
       end-perform
       if dejaLu
           set titreConvient to false
       end-if.

       8200-ecrire-proposition.
       move siteSaisi to SiteProp
       move tourSaisie to TourProp
       move codeMem(kMem) to CodeEProp
       move RefSu to RefSProp
       move ExemplaireU to ExemplaireProp
       read fproposition invalid set propExiste to false
                         not invalid set propExiste to true
       end-read
       move siteSaisi to SiteProp
       move tourSaisie to TourProp
       move codeMem(kMem) to CodeEProp
       move RefSu to RefSProp
       move ExemplaireU to ExemplaireProp
       move dateJour to DateProp
       move LibS to LibSProp
       set propProposee to true
       if propExiste
           rewrite proposition-enr invalid continue
           end-rewrite
       else
           write proposition-enr invalid continue
           end-write
       end-if
       move RefSu to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       add 1 to nbProposesMem(kMem)
       perform 7300-retenir-lu
       add 1 to nbPropositions
       move spaces to ligne-liste
       string codeMem(kMem) ' ' RefSu ' ex ' ExemplaireU ' ' LibS
           ' ' AuteurS delimited by size into ligne-liste
       write ligne-liste.

       end program pp-proposer-domicile.
