       program-id. pl-recommandations.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select optional fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePret RefSP ExemplaireP CodeEP
       alternate record key RefSP duplicates
       alternate record key CodeEP duplicates.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fparametres assign 'parametres.dat'
       organization indexed access dynamic
       record key CodeParam.

       select frecommandation assign nf-recommandation
       organization indexed access dynamic
       record key clefReco = RefReco RangReco.

       select ftravlect assign 'reco-lectures.tmp'.
       select fpaires assign 'reco-paires.tmp'.
       select ftravpaires assign 'reco-tripaires.tmp'.
       select fcomptes assign 'reco-comptes.tmp'.
       select ftravcomptes assign 'reco-tricomptes.tmp'.

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
               2 RefSP pic x(8).
               2 ExemplaireP pic 9(3).
               2 CodeEP pic x(8).
               2 DateRetourP pic 9(8).
               2 NbRenouvP pic 9.
               2 SiteCP pic x(3).
               2 DateEcheanceP pic 9(8).
               2 HeureEcheanceP pic 9(4).

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

       fd fparametres.
       01 parametresEnr.
           02 CodeParam pic x(1).
           02 TauxAmende pic 9v99.
           02 DelaiGrace pic 9(3).
           02 MaxPrets pic 9(2).
           02 MaxEchecs pic 9(2).
           02 PlafondAmende pic 9(3).
           02 PlafondDette pic 9(3).
           02 DelaiRemplacement pic 9(3).
           02 DureeMotPasse pic 9(3).

           02 SeuilSuggestion pic 9(2).
           02 TauxAmendeHoraire pic 9v99.
           02 DelaiRappel1 pic 9(3).
           02 DelaiRappel2 pic 9(3).
           02 DelaiRappel3 pic 9(3).
           02 DelaiCourtoisie pic 9(3).
           02 DelaiReclamation pic 9(3).
           02 SeuilReclamation pic 9(2).
           02 SeuilManquant pic 9(2).
           02 SeuilRemise pic 9(3).
           02 SeuilCredit pic 9(3).
           02 SeuilSuppression pic 9(3).
           02 DelaiInactivite pic 9(3).
           02 SeuilExcepNombre pic 9(3).
           02 SeuilExcepMontant pic 9(4).
           02 SeuilExcepTaux pic 9(3).
           02 ToleranceQteFac pic 9(2).
           02 TolerancePrixFac pic 9(2).
           02 SeuilReco pic 9(2).

       fd frecommandation.
       1 recommandation.
               2 RefReco pic x(8).
               2 RangReco pic 9.
               2 RefLieeReco pic x(8).
               2 NbLecteursReco pic 9(5).
               2 DateCalculReco pic 9(8).

       sd ftravlect.
       1 enr-lecture.
           2 codeTri pic x(8).
           2 refTri pic x(8).

       fd fpaires.
       1 enr-paire.
           2 refAPaire pic x(8).
           2 refBPaire pic x(8).

       sd ftravpaires.
       1 enr-tripaire.
           2 refATri pic x(8).
           2 refBTri pic x(8).

       fd fcomptes.
       1 enr-compte.
           2 refACpt pic x(8).
           2 nbCpt pic 9(5).
           2 refBCpt pic x(8).

       sd ftravcomptes.
       1 enr-tricompte.
           2 refATriC pic x(8).
           2 nbTriC pic 9(5).
           2 refBTriC pic x(8).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-recommandation pic x(30) value 'recommandation.dat'.

       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 lecteurExclu value 'o' false 'n'.
       1 dernierLecteur pic x(8) value spaces.
       1 lecteurCourant pic x(8).
       1 seuilAnonymat pic 9(2).
       1 dateJour pic 9(8).

       1 tab-lus.
           2 refLu pic x(8) occurs 200.
       1 nbLus pic 9(3) value 0.
       1 nbLecteursTronques pic 9(5) value 0.
       1 kA pic 9(3).
       1 kB pic 9(3).

       1 refACourante pic x(8).
       1 refBCourante pic x(8).
       1 nbCourant pic 9(5).
       1 rangCourant pic 9.

       linkage section.
       01 nbTitresReco pic 9(3).

       procedure division using nbTitresReco.
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
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-recommandation.dat' to nf-recommandation
       else
           move 'recommandation.dat' to nf-recommandation
       end-if
       move 0 to nbTitresReco
       move function current-date(1:8) to dateJour

      *    en dessous du seuil, un couple de titres pourrait designer
      *    un lecteur : il n est jamais publie
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 5 to SeuilReco
       end-read
       if (SeuilReco not numeric) or (SeuilReco < 2)
           move 5 to SeuilReco
       end-if
       move SeuilReco to seuilAnonymat
       close fparametres

       open output fpaires
       sort ftravlect on ascending key codeTri refTri
           input procedure 8000-collecter-lectures
           output procedure 8200-generer-paires
       close fpaires

       open output fcomptes
       sort ftravpaires on ascending key refATri refBTri
           using fpaires
           output procedure 8400-compter-paires
       close fcomptes

       open output frecommandation
       sort ftravcomptes on ascending key refATriC
           descending key nbTriC
           ascending key refBTriC
           using fcomptes
           output procedure 8600-retenir-les-cinq
       close frecommandation
       goback.

       8000-collecter-lectures.
       open input fadherent
       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           move CodeEH to lecteurCourant
           perform 8050-verifier-lecteur
           if not lecteurExclu
               move CodeEH to codeTri
               move RefSH to refTri
               release enr-lecture
           end-if
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret

       open input fpret
       set finFich to false
       read fpret next record at end set finFich to true end-read
       perform until finFich
           move CodeEP to lecteurCourant
           perform 8050-verifier-lecteur
           if not lecteurExclu
               move CodeEP to codeTri
               move RefSP to refTri
               release enr-lecture
           end-if
           read fpret next record at end set finFich to true end-read
       end-perform
       close fpret
       close fadherent.

       8050-verifier-lecteur.
       if lecteurCourant = dernierLecteur
           exit paragraph
       end-if
       move lecteurCourant to dernierLecteur
       set lecteurExclu to false
       move lecteurCourant to codeE
       read fadherent
           invalid continue
           not invalid
               if refusRecoE = 'O'
                   set lecteurExclu to true
               end-if
       end-read.

       8200-generer-paires.
       move spaces to lecteurCourant
       move 0 to nbLus
       set finFich to false
       perform until finFich
           return ftravlect
               at end
                   set finFich to true
               not at end
                   if codeTri not = lecteurCourant
                       perform 8250-ecrire-paires
                       move codeTri to lecteurCourant
                       move 0 to nbLus
                   end-if
                   if (nbLus = 0) or (refTri not = refLu(nbLus))
                       if nbLus < 200
                           add 1 to nbLus
                           move refTri to refLu(nbLus)
                       else
                           if nbLus = 200
                               add 1 to nbLecteursTronques
                               add 1 to nbLus
                           end-if
                       end-if
                   end-if
           end-return
       end-perform
       perform 8250-ecrire-paires.

       8250-ecrire-paires.
       if nbLus > 200
           move 200 to nbLus
       end-if
       perform varying kA from 1 by 1 until kA > nbLus
           perform varying kB from 1 by 1 until kB > nbLus
               if kA not = kB
                   move refLu(kA) to refAPaire
                   move refLu(kB) to refBPaire
                   write enr-paire
               end-if
           end-perform
       end-perform
       move 0 to nbLus.

       8400-compter-paires.
       move spaces to refACourante
       move spaces to refBCourante
       move 0 to nbCourant
       set finFich to false
       perform until finFich
           return ftravpaires
               at end
                   set finFich to true
               not at end
                   if (refATri not = refACourante)
                   or (refBTri not = refBCourante)
                       perform 8450-ecrire-compte
                       move refATri to refACourante
                       move refBTri to refBCourante
                       move 0 to nbCourant
                   end-if
                   if nbCourant < 99999
                       add 1 to nbCourant
                   end-if
           end-return
       end-perform
       perform 8450-ecrire-compte.

       8450-ecrire-compte.
       if (refACourante not = spaces) and (nbCourant >= seuilAnonymat)
           move refACourante to refACpt
           move nbCourant to nbCpt
           move refBCourante to refBCpt
           write enr-compte
       end-if.

       8600-retenir-les-cinq.
       move spaces to refACourante
       move 0 to rangCourant
       set finFich to false
       perform until finFich
           return ftravcomptes
               at end
                   set finFich to true
               not at end
                   if refATriC not = refACourante
                       move refATriC to refACourante
                       move 0 to rangCourant
                       if nbTitresReco < 999
                           add 1 to nbTitresReco
                       end-if
                   end-if
                   if rangCourant < 5
                       add 1 to rangCourant
                       move refATriC to RefReco
                       move rangCourant to RangReco
                       move refBTriC to RefLieeReco
                       move nbTriC to NbLecteursReco
                       move dateJour to DateCalculReco
                       write recommandation invalid continue
                       end-write
                   end-if
           end-return
       end-perform.

       end program pl-recommandations.
