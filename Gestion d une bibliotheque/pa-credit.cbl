       sharing with all other
       lock mode is automatic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select frecu assign 'recu-amende.txt'
       organization line sequential.
       select fspool assign nomSpool
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

       fd fpaiement.
       1 paiement.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

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

       fd frecu.
       01 ligne-recu pic x(80).
       88 finFpaiement value 'o' false 'n'.
       1 cod pic x(8).
       1 montant pic 9(4)v99.
       1 seuilCreditCourant pic 9(3).
       1 typeApprob pic x value 'C'.
       1 dateAmApprob pic 9(8) value 0.
       1 ancienMontantApprob pic 9(4)v99.
       1 motifApprob pic x(30) value spaces.
       1 numDemande pic 9(6).
       1 modp pic x.
       1 sens pic x.
       1 nouveauNumRecu pic 9(6).
       1 a-plg-creditInsuffisant.
           2 line 12 col 1 'Credit insuffisant pour ce '
           & 'remboursement.'.
       1 a-plg-attenteApprobation.
           2 line 12 col 1 'Montant superieur au seuil de double '
           & 'validation : demande '.
           2 a-numDemande line 12 col 60 pic 9(6) from numDemande.
           2 line 13 col 1 'Le compte sera mouvemente et le recu '
           & 'imprime apres approbation.'.
       1 a-plg-fait.
           2 line 12 col 1 'Operation enregistree, recu numero '.
           2 a-numRecu line 12 col 38 pic 9(6) from NumRecu.
           accept s-mode
       end-perform

       if (function upper-case(sens) = 'R') and (montant > creditE)
           display a-plg-creditInsuffisant
           close fadherent
           goback
       end-if
       perform 7000-lire-seuil
       if (seuilCreditCourant > 0) and (montant > seuilCreditCourant)
           perform 7100-demander-approbation
           close fadherent
           goback
       end-if

       if function upper-case(sens) = 'R'
           subtract montant from creditE
       else
           add montant to creditE
       close fadherent
       goback.

       7000-lire-seuil.
       move 0 to seuilCreditCourant
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid continue
           not invalid
               if SeuilCredit numeric
                   move SeuilCredit to seuilCreditCourant
               end-if
       end-read
       close fparametres.

       7100-demander-approbation.
       move creditE to ancienMontantApprob
       move function upper-case(sens) to sens
       call 'Demanderapprob' using typeApprob cod dateAmApprob montant
                                   ancienMontantApprob sens modp
                                   motifApprob siteC numDemande
       end-call
       display a-plg-attenteApprobation.

       8000-enregistrer-mouvement.
       open i-o fpaiement
       move 1 to nouveauNumRecu
       move modp to ModePay
       move siteC to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       if function upper-case(sens) = 'R'
           set typePayRemboursement to true
       else
