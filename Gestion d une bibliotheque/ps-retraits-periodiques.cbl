       program-id. ps-retraits-periodiques.

       select optional fretrait assign nf-retrait-periodique
       organization indexed access dynamic
       record key clefRP = RefRP ExpRP.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional freparation assign nf-reparation
       organization indexed access dynamic
       record key NumRep.

       fd fretrait.
       1 retrait-periodique.
               2 RefRP pic x(8).
               2 ExpRP pic 9(3).
               2 NumAboRP pic 9(5).
               2 SiteRP pic x(3).
               2 LibRP pic x(30).
               2 DateAjoutRP pic 9(8).
               2 ActionRP pic x.
               88 rpRetrait value 'R'.
               88 rpReliure value 'L'.
               2 DatePropRP pic 9(8).
               2 StatutRP pic x.
               88 rpPropose value 'P'.
               88 rpFait value 'F'.
               88 rpExclu value 'X'.

       fd fsupport.
       1 livre.
                2 RefS pic x(8).
                2 Exemplaire pic 9(3).
                2 LibS pic x(30).
                2 DesignS pic x(50).
                2 Dispo pic x.
                2 LibC pic x(30).
                2 AuteurS pic x(30).
                2 IsbnS pic x(13).
                2 tab.
                   3 motscles pic x(20) occurs 20.
                2 SiteC pic x(3).
                2 DateAjoutS pic 9(8).
                2 DateLimiteRetrait pic 9(8).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd freparation.
       1 reparation-enr.
               2 NumRep pic 9(5).
               2 RefRep pic x(8).
               2 ExpRep pic 9(3).
               2 CodeFourRep pic x(5).
               2 DateEnvoiRep pic 9(8).
               2 DateRetourPrevRep pic 9(8).
               2 CoutRep pic 9(4)v99.
               2 DateRetourRep pic 9(8).
               2 ResultatRep pic x.
               2 StatutRep pic x.
               88 repAEnvoyer value 'A'.
               2 SiteRep pic x(3).
               2 LibCRep pic x(30).
               2 CodeERep pic x(8).
               2 GradeRep pic x.

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-retrait-periodique pic x(40)
           value 'retrait-periodique.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-reparation pic x(30) value 'reparation.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 siteSaisi pic x(3).
       1 action pic x.
       1 refSaisie pic x(8).
       1 expSaisi pic 9(3).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-frep pic x value 'n'.
       88 finFrep value 'o' false 'n'.
       1 pic x.
       88 exemplaireExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 nouveauNumRep pic 9(5).
       1 nbEnAttente pic 9(4).
       1 nbRetires pic 9(4).
       1 nbEnReliure pic 9(4).
       1 nbNonEnRayon pic 9(4).
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.
       1 h-codeope pic x.
       1 h-nomfich pic x(15).
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Retrait des numeros de periodiques'.
           2 line 3 col 1 'Site (blanc pour quitter) : '.
           2 s-site line 3 col 30 pic x(3) to siteSaisi.
       1 a-plg-entete.
           2 line 5 col 1 'Ref.     Ex. Numero'.
           2 line 5 col 45 'Bulletine  Action'.
       1 a-plg-ligne.
           2 line n col 1 pic x(8) from RefRP.
           2 col 10 pic zz9 from ExpRP.
           2 col 14 pic x(30) from LibRP.
           2 col 45 pic 9(8) from DateAjoutRP.
           2 col 56 pic x from ActionRP.
       1 a-plg-aucun.
           2 line 6 col 1 'Aucun numero en attente de retrait '
           & 'pour ce site.'.
       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-action.
           2 line 22 col 1 'O-confirmer tout  E-exclure un numero  '
           & 'N-abandonner : '.
           2 s-action line 22 col 56 pic x to action required.
       1 s-plg-exclusion.
           2 line 23 col 1 'Reference : '.
           2 s-ref line 23 col 14 pic x(8) to refSaisie required.
           2 line 23 col 25 'Exemplaire : '.
           2 s-exp line 23 col 39 pic zz9 to expSaisi required.
       1 a-plg-exclu.
           2 line 24 col 1 'Numero garde en rayon.'.
       1 a-plg-pasPropose.
           2 line 24 col 1 'Ce numero n est pas propose au retrait.'.
       1 a-plg-fait.
           2 line 22 col 1 pic x(79) value spaces.
           2 line 22 col 1 'Retires : '.
           2 line 22 col 11 pic zzz9 from nbRetires.
           2 line 22 col 17 'envoyes en reliure : '.
           2 line 22 col 38 pic zzz9 from nbEnReliure.
           2 line 22 col 44 'pas en rayon : '.
           2 line 22 col 59 pic zzz9 from nbNonEnRayon.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-retrait-periodique.dat'
               to nf-retrait-periodique
       else
           move 'retrait-periodique.dat' to nf-retrait-periodique
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-reparation.dat' to nf-reparation
       else
           move 'reparation.dat' to nf-reparation
       end-if
       move function current-date(1:8) to dateJour
       open i-o fretrait
       open i-o fsupport

       display s-plg-titre
       move spaces to siteSaisi
       accept s-site
       perform until siteSaisi = spaces
           move function upper-case(siteSaisi) to siteSaisi
           move space to action
           perform until function upper-case(action) = 'O' or 'N'
               perform 8000-afficher-propositions
               if nbEnAttente = 0
                   display a-plg-aucun
                   accept s-plg-suite
                   move 'N' to action
               else
                   display s-plg-action
                   accept s-action
                   if function upper-case(action) = 'E'
                       perform 8100-exclure-numero
                   end-if
               end-if
           end-perform
           if function upper-case(action) = 'O'
               perform 8200-confirmer-retraits
               display a-plg-fait
               accept s-plg-suite
           end-if
           display s-plg-titre
           move spaces to siteSaisi
           accept s-site
       end-perform

       close fretrait
       close fsupport
       goback.

       8000-afficher-propositions.
       display s-plg-titre
       display a-plg-entete
       move 6 to n
       move 0 to nbSurPage
       move 0 to nbEnAttente
       move low-values to RefRP
       move 0 to ExpRP
       start fretrait key >= clefRP
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fretrait next record
               at end
                   set finFich to true
               not at end
                   if rpPropose and (SiteRP = siteSaisi)
                       add 1 to nbEnAttente
                       display a-plg-ligne
                       add 1 to n
                       add 1 to nbSurPage
                       if nbSurPage = 15
                           display s-plg-pageSuite
                           accept s-suitePage
                           display s-plg-titre
                           display a-plg-entete
                           move 6 to n
                           move 0 to nbSurPage
                       end-if
                   end-if
           end-read
       end-perform.

       8100-exclure-numero.
       display s-plg-exclusion
       accept s-ref
       accept s-exp
       move refSaisie to RefRP
       move expSaisi to ExpRP
       read fretrait
           invalid
               display a-plg-pasPropose
           not invalid
               if rpPropose and (SiteRP = siteSaisi)
                   set rpExclu to true
                   rewrite retrait-periodique
                   end-rewrite
                   display a-plg-exclu
               else
                   display a-plg-pasPropose
               end-if
       end-read
       accept s-plg-suite.

       8200-confirmer-retraits.
       move 0 to nbRetires
       move 0 to nbEnReliure
       move 0 to nbNonEnRayon
       move low-values to RefRP
       move 0 to ExpRP
       start fretrait key >= clefRP
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fretrait next record
               at end
                   set finFich to true
               not at end
                   if rpPropose and (SiteRP = siteSaisi)
                       perform 8300-traiter-numero
                   end-if
           end-read
       end-perform.

       8300-traiter-numero.
       move RefRP to RefS
       move ExpRP to Exemplaire
       read fsupport invalid set exemplaireExiste to false
                     not invalid set exemplaireExiste to true
       end-read
       if not exemplaireExiste
           set rpFait to true
           rewrite retrait-periodique
           end-rewrite
           exit paragraph
       end-if
       if Dispo not = 'O'
           add 1 to nbNonEnRayon
           exit paragraph
       end-if
       if rpReliure
           perform 8400-mettre-en-reliure
       else
           delete fsupport invalid set erreur to true
                           not invalid set erreur to false
           end-delete
           move 'S' to h-codeope
           move 'livre' to h-nomfich
           move RefS to h-cleprim
           if erreur
               move 'N' to h-opereu
           else
               move 'O' to h-opereu
               add 1 to nbRetires
           end-if
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
       end-if
       if not erreur
           set rpFait to true
           rewrite retrait-periodique
           end-rewrite
       end-if.

       8400-mettre-en-reliure.
       open i-o freparation
       move 1 to nouveauNumRep
       set finFrep to false
       read freparation next record at end set finFrep to true
       end-read
       perform until finFrep
           if NumRep >= nouveauNumRep
               compute nouveauNumRep = NumRep + 1
           end-if
           read freparation next record at end set finFrep to true
           end-read
       end-perform
       move nouveauNumRep to NumRep
       move RefS to RefRep
       move Exemplaire to ExpRep
       move spaces to CodeFourRep
       move 0 to DateEnvoiRep
       move 0 to DateRetourPrevRep
       move 0 to CoutRep
       move 0 to DateRetourRep
       move space to ResultatRep
       set repAEnvoyer to true
       move SiteC to SiteRep
       move LibC to LibCRep
       move spaces to CodeERep
       move space to GradeRep
       write reparation-enr invalid set erreur to true
                            not invalid set erreur to false
       end-write
       close freparation
       move 'A' to h-codeope
       move 'reparation' to h-nomfich
       move NumRep to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
           add 1 to nbEnReliure
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program ps-retraits-periodiques.
