       program-id. pp-conservation-periodiques.

       select optional fabonnement assign 'abonnement.dat'
       organization indexed access dynamic
       record key NumAbo.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fretrait assign nf-retrait-periodique
       organization indexed access dynamic
       record key clefRP = RefRP ExpRP.

       select ftrav assign 'retrait-periodique.tmp'.

       select frapport assign 'periodiques-a-retirer.txt'
       organization line sequential.

       fd fabonnement.
       1 abonnement.
               2 NumAbo pic 9(5).
               2 TitreAbo pic x(30).
               2 FournisseurAbo pic x(30).
               2 PeriodiciteJours pic 9(3).
               2 DateDebutAbo pic 9(8).
               2 DateFinAbo pic 9(8).
               2 SiteAbo pic x(3).
               2 RefAbo pic x(8).
               2 DernierNumRecu pic 9(3).
               2 DateDernierRecu pic 9(8).
               2 CodeFourAbo pic x(5).
               2 TypeConservAbo pic x.
               88 conservDerniers value 'N'.
               88 conservMois value 'M'.
               2 DureeConservAbo pic 9(3).
               2 ReliureAbo pic x.
               88 garderPourReliure value 'O'.

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

       sd ftrav.
       1 enr-trav.
               2 siteTri pic x(3).
               2 actionTri pic x.
               2 refTri pic x(8).
               2 expTri pic 9(3).
               2 libTri pic x(30).
               2 dateTri pic 9(8).

       fd frapport.
       01 ligne-rapport pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-retrait-periodique pic x(40)
           value 'retrait-periodique.dat'.

       1 fin-fabonnement pic x value 'n'.
       88 finFabonnement value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 dateJour-r redefines dateJour.
           2 anneeJour pic 9(4).
           2 moisJour pic 99.
           2 jourJour pic 99.
       1 dateLimite pic 9(8).
       1 dateLimite-r redefines dateLimite.
           2 anneeLimite pic 9(4).
           2 moisLimite pic 99.
           2 jourLimite pic 99.
       1 totalMois pic 9(6).
       1 anneeNumero pic 9(4).

       1 tab-numeros.
           2 numero-t occurs 999.
              3 expTab pic 9(3).
              3 dateTab pic 9(8).
              3 anneeTab pic 9(4).
              3 dispoTab pic x.
              3 siteTab pic x(3).
              3 libTab pic x(30).
       1 nbNumeros pic 9(3).
       1 kNum pic 9(3).
       1 premierGarde pic 9(3).
       1 siteCourant pic x(3).
       1 nbSite pic 9(5).
       1 nbTotalProposes pic 9(5) value 0.

       linkage section.
       1 nbProposes pic 9(3).

       procedure division using nbProposes.
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-retrait-periodique.dat'
               to nf-retrait-periodique
       else
           move 'retrait-periodique.dat' to nf-retrait-periodique
       end-if
       move 0 to nbProposes
       move function current-date(1:8) to dateJour
       open input fabonnement
       open input fsupport
       open i-o fretrait

       set finFabonnement to false
       read fabonnement next record
           at end set finFabonnement to true
       end-read
       perform until finFabonnement
           if (conservDerniers or conservMois)
           and (DureeConservAbo > 0)
               perform 7000-examiner-abonnement
           end-if
           read fabonnement next record
               at end set finFabonnement to true
           end-read
       end-perform
       close fabonnement
       close fsupport

       sort ftrav on ascending key siteTri actionTri refTri expTri
           input procedure 7500-collecter-propositions
           output procedure 7600-ecrire-liste
       close fretrait
       if nbTotalProposes > 999
           move 999 to nbProposes
       else
           move nbTotalProposes to nbProposes
       end-if
       goback.

       7000-examiner-abonnement.
       perform 7100-charger-numeros
       if nbNumeros = 0
           exit paragraph
       end-if
       if conservDerniers
           if nbNumeros <= DureeConservAbo
               exit paragraph
           end-if
           compute premierGarde = nbNumeros - DureeConservAbo + 1
       else
           compute totalMois = anneeJour * 12 + moisJour - 1
               - DureeConservAbo
           compute anneeLimite = totalMois / 12
           compute moisLimite = totalMois - anneeLimite * 12 + 1
           move jourJour to jourLimite
           if jourLimite > 28
               move 28 to jourLimite
           end-if
           compute premierGarde = nbNumeros + 1
           perform varying kNum from nbNumeros by -1
               until kNum < 1
               if dateTab(kNum) >= dateLimite
                   move kNum to premierGarde
               end-if
           end-perform
       end-if
       perform varying kNum from 1 by 1
           until kNum >= premierGarde
           perform 7200-proposer-numero
       end-perform.

       7100-charger-numeros.
       move 0 to nbNumeros
       move RefAbo to RefS
       start fsupport key = RefS
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fsupport next record
               at end
                   set finFich to true
               not at end
                   if RefS not = RefAbo
                       set finFich to true
                   else
                       if nbNumeros < 999
                           add 1 to nbNumeros
                           move Exemplaire to expTab(nbNumeros)
                           move DateAjoutS to dateTab(nbNumeros)
                           move Dispo to dispoTab(nbNumeros)
                           move SiteC to siteTab(nbNumeros)
                           move LibS to libTab(nbNumeros)
                           if LibS(20:4) is numeric
                               move LibS(20:4) to anneeTab(nbNumeros)
                           else
                               move DateAjoutS(1:4)
                                   to anneeTab(nbNumeros)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       7200-proposer-numero.
       if dispoTab(kNum) not = 'O'
           exit paragraph
       end-if
       if garderPourReliure and (anneeTab(kNum) >= anneeJour)
           exit paragraph
       end-if
       move RefAbo to RefRP
       move expTab(kNum) to ExpRP
       move NumAbo to NumAboRP
       move siteTab(kNum) to SiteRP
       move libTab(kNum) to LibRP
       move dateTab(kNum) to DateAjoutRP
       if garderPourReliure
           set rpReliure to true
       else
           set rpRetrait to true
       end-if
       move dateJour to DatePropRP
       set rpPropose to true
       write retrait-periodique invalid continue
           not invalid add 1 to nbTotalProposes
       end-write.

       7500-collecter-propositions.
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
                   if rpPropose
                       move SiteRP to siteTri
                       move ActionRP to actionTri
                       move RefRP to refTri
                       move ExpRP to expTri
                       move LibRP to libTri
                       move DateAjoutRP to dateTri
                       release enr-trav
                   end-if
           end-read
       end-perform.

       7600-ecrire-liste.
       open output frapport
       move spaces to ligne-rapport
       string 'Numeros de periodiques a retirer au ' dateJour
           delimited by size into ligne-rapport
       write ligne-rapport
       move 'A confirmer par site avant suppression du catalogue.'
           to ligne-rapport
       write ligne-rapport
       move spaces to siteCourant
       move 0 to nbSite
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           if (siteTri not = siteCourant) or (nbSite = 0)
               move siteTri to siteCourant
               move 0 to nbSite
               move spaces to ligne-rapport
               write ligne-rapport
               string 'Site ' siteCourant delimited by size
                   into ligne-rapport
               write ligne-rapport
           end-if
           add 1 to nbSite
           move spaces to ligne-rapport
           if actionTri = 'L'
               string '  ' refTri ' ' expTri ' ' libTri ' bulletine le '
                   dateTri ' -> reliure' delimited by size
                   into ligne-rapport
           else
               string '  ' refTri ' ' expTri ' ' libTri ' bulletine le '
                   dateTri ' -> retrait' delimited by size
                   into ligne-rapport
           end-if
           write ligne-rapport
           return ftrav at end set finFtrav to true
           end-return
       end-perform
       close frapport.

       end program pp-conservation-periodiques.
