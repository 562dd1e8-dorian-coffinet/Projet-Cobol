       record key clefP = DatePretP RefSp ExemplaireP CodeEp
       alternate record key CodeEp duplicates.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       fd fsupprim.
       1 adherent.
                2 codeE pic x(8).
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

       fd fpret.
       1 pretp.
               2 HeureEcheanceP pic 9(4).


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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 pic x.
       88 finFpret value 'o' false 'n'.
       1 pretOuvert pic x value 'n'.
       88 aUnPretOuvert value 'o' false 'n'.
       1 fin-famende pic x value 'n'.
       88 finFamende value 'o' false 'n'.
       1 seuilSuppressionCourant pic 9(3).
       1 soldeAdherent pic 9(4)v99.
       1 typeApprob pic x value 'S'.
       1 dateAmApprob pic 9(8) value 0.
       1 ancienMontantApprob pic 9(4)v99 value 0.
       1 sensApprob pic x value space.
       1 modeApprob pic x value space.
       1 motifApprob pic x(30) value 'SUPPRESSION ADHERENT'.
       1 numDemande pic 9(6).
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.
       screen section.

       1 s-plg-titre.
           2 line 5 col 5 'Cet adherent a encore un pret en cours,'
           & ' suppression impossible.'.

       1 a-plg-horsSite.
           2 line 5 col 5 'Adherent rattache au site '.
           2 a-siteFiche line 5 col 31 pic x(3) from siteC.
           2 line 5 col 35 ': suppression refusee.'.


       1 a-plg-attenteApprobation.
           2 line 5 col 5 'Amendes dues et credit superieurs au seuil '
           & ': demande '.
           2 a-numDemande line 5 col 59 pic 9(6) from numDemande.
           2 line 6 col 5 'La suppression attend l approbation d un '
           & 'second login.'.


       procedure division.
       if mode-formation = 'O'
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       open i-o fsupprim
       open input fpret
       display s-plg-titre
                   not invalid set codexiste to true
       end-read

       if codexiste
           move codeE to h-cleprim
           call 'Verifsite' using siteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       end-if

       if not codexiste
           then
               display ' Adherent n existe pas'
           else
           if not siteAutorise
               display a-plg-horsSite
           else
               perform 8000-verifier-prets-ouverts
               if not aUnPretOuvert
                   perform 7000-lire-seuil
                   perform 7200-calculer-solde
                   if (seuilSuppressionCourant > 0)
                   and (soldeAdherent > seuilSuppressionCourant)
                       perform 7100-demander-approbation
                       close fsupprim
                       close fpret
                       goback
                   end-if
               end-if
               if aUnPretOuvert
                   then
                       display a-plg-pretOuvert
               display 'Adherent supprime'
           end-if
           end-if
           end-if
       end-if.

       close fsupprim
       close fpret
       goback.

       7000-lire-seuil.
       move 0 to seuilSuppressionCourant
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid continue
           not invalid
               if SeuilSuppression numeric
                   move SeuilSuppression to seuilSuppressionCourant
               end-if
       end-read
       close fparametres.

       7100-demander-approbation.
       call 'Demanderapprob' using typeApprob codeE dateAmApprob
                                   soldeAdherent ancienMontantApprob
                                   sensApprob modeApprob motifApprob
                                   siteC numDemande
       end-call
       display a-plg-attenteApprobation.

       7200-calculer-solde.
       move creditE to soldeAdherent
       open input famende
       move codeE to CodeAm
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
                   if CodeAm not = codeE
                       set finFamende to true
                   else
                       if amendeImpayee
                           add MontantAm to soldeAdherent
                       end-if
                   end-if
           end-read
       end-perform
       close famende.

       8000-verifier-prets-ouverts.
       set aUnPretOuvert to false
       move codeE to CodeEp
