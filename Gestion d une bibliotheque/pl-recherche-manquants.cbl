       program-id. pl-recherche-manquants.

       select optional fmanquant assign nf-manquant
       organization indexed access dynamic
       record key clefManq = RefManq ExpManq.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select fliste assign nomListe
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd fmanquant.
       1 manquant.
               2 RefManq pic x(8).
               2 ExpManq pic 9(3).
               2 SiteManq pic x(3).
               2 DateSignalManq pic 9(8).
               2 LoginManq pic 9(5).
               2 NbRecherchesManq pic 9(2).
               2 DateListeManq pic 9(8).
               2 StatutManq pic x.
               88 manqEnRecherche value 'M'.
               88 manqRetrouve value 'R'.
               88 manqPerdu value 'P'.
               2 DateClotureManq pic 9(8).

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

       fd fliste.
       01 ligne-liste pic x(100).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-manquant pic x(30) value 'manquant.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.

       1 dateJour pic 9(8).
       1 seuilPerte pic 9(2).
       1 joursListe pic s9(5).
       1 nomListe pic x(30) value 'recherche-manquants.txt'.
       1 siteCourant pic x(3).
       1 fin-fmanquant pic x value 'n'.
       88 finFmanquant value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 tab-recherche.
           2 recherche-ligne occurs 300.
              3 siteRech pic x(3).
              3 coteRech pic x(10).
              3 texteRech pic x(90).
       1 nbLignesRech pic 9(3) value 0.
       1 kSort1 pic 9(3).
       1 kSort2 pic 9(3).
       1 kRech pic 9(3).
       1 tmp-recherche.
           2 tmpSiteRech pic x(3).
           2 tmpCoteRech pic x(10).
           2 tmpTexteRech pic x(90).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'manquant'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 nbPerdus pic 9(3).

       procedure division using nbPerdus.
       if mode-formation = 'O'
           move 'formation-manquant.dat' to nf-manquant
       else
           move 'manquant.dat' to nf-manquant
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move 0 to nbPerdus
       move 0 to nbLignesRech
       move function current-date(1:8) to dateJour

       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 3 to SeuilManquant
       end-read
       if (SeuilManquant not numeric) or (SeuilManquant = 0)
           move 3 to SeuilManquant
       end-if
       move SeuilManquant to seuilPerte
       close fparametres

       open i-o fmanquant
       open i-o fsupport
       read fmanquant next record at end set finFmanquant to true
       end-read
       perform until finFmanquant
           if manqEnRecherche
               perform 8000-examiner-manquant
           end-if
           read fmanquant next record at end set finFmanquant to true
           end-read
       end-perform

       perform varying kSort1 from 1 by 1
           until kSort1 > nbLignesRech - 1
           perform varying kSort2 from 1 by 1
               until kSort2 > nbLignesRech - kSort1
               if (siteRech(kSort2) > siteRech(kSort2 + 1))
               or (siteRech(kSort2) = siteRech(kSort2 + 1)
               and coteRech(kSort2) > coteRech(kSort2 + 1))
                   move recherche-ligne(kSort2) to tmp-recherche
                   move recherche-ligne(kSort2 + 1)
                       to recherche-ligne(kSort2)
                   move tmp-recherche to recherche-ligne(kSort2 + 1)
               end-if
           end-perform
       end-perform

       open output fliste
       move 'LISTE' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-liste
       string 'Exemplaires manquants a rechercher en rayon au '
           dateJour delimited by size into ligne-liste
       perform 9900-ecrire-ligne
       move spaces to siteCourant
       perform varying kRech from 1 by 1 until kRech > nbLignesRech
           if siteRech(kRech) not = siteCourant
               move siteRech(kRech) to siteCourant
               move spaces to ligne-liste
               perform 9900-ecrire-ligne
               move spaces to ligne-liste
               string 'Site ' siteCourant delimited by size
                   into ligne-liste
               perform 9900-ecrire-ligne
           end-if
           move texteRech(kRech) to ligne-liste
           perform 9900-ecrire-ligne
       end-perform
       if nbPerdus > 0
           move spaces to ligne-liste
           perform 9900-ecrire-ligne
           move spaces to ligne-liste
           string 'Exemplaires passes en perte apres ' seuilPerte
               ' recherches : ' nbPerdus delimited by size
               into ligne-liste
           perform 9900-ecrire-ligne
       end-if

       close fmanquant
       close fsupport
       close fliste
       close fspool
       goback.

       8000-examiner-manquant.
       if DateListeManq not = 0
           compute joursListe = function integer-of-date(dateJour)
               - function integer-of-date(DateListeManq)
           if joursListe < 7
               exit paragraph
           end-if
           add 1 to NbRecherchesManq
       end-if

       move RefManq to RefSu
       move ExpManq to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read

       if NbRecherchesManq >= seuilPerte
           set manqPerdu to true
           move dateJour to DateClotureManq
           rewrite manquant
           end-rewrite
           if supportExistant and (Dispo = 'M')
               move 'P' to Dispo
               rewrite livre
               end-rewrite
           end-if
           move clefManq to h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
           add 1 to nbPerdus
           exit paragraph
       end-if

       move dateJour to DateListeManq
       rewrite manquant
       end-rewrite
       if not supportExistant
           move spaces to LibS
           move spaces to CoteS
           move SiteManq to SiteCU
       end-if
       if nbLignesRech < 300
           add 1 to nbLignesRech
           move SiteCU to siteRech(nbLignesRech)
           move CoteS to coteRech(nbLignesRech)
           string CoteS ' ' RefManq ' ex ' ExpManq ' ' LibS
               ' signale le ' DateSignalManq ' recherche '
               NbRecherchesManq delimited by size
               into texteRech(nbLignesRech)
       end-if.

       9900-ecrire-ligne.
       write ligne-liste
       move ligne-liste to ligne-spool
       write ligne-spool.

       end program pl-recherche-manquants.
