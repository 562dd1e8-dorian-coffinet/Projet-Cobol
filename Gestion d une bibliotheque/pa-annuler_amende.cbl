       organization indexed record key codeE
       access dynamic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       fd famende.

       1 amende.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fadherent.
       1 adherent.
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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       88 erreurPay value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 seuilRemiseCourant pic 9(3).
       1 typeApprob pic x value 'R'.
       1 montantApprob pic 9(4)v99.
       1 ancienMontantApprob pic 9(4)v99.
       1 sensApprob pic x value space.
       1 modeApprob pic x value space.
       1 siteApprob pic x(3).
       1 numDemande pic 9(6).
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.

       screen section.

           2 a-montant line 6 col 30 pic zz9.99 from MontantAm.
           2 line 7 col 1 'Statut actuel : '.
           2 a-statut line 7 col 30 pic x from StatutAm.
           2 line 8 col 1 'Motif actuel : '.
           2 a-motif line 8 col 30 pic x(30) from MotifAm.

       1 s-plg-nouveauMontant.
           2 line 9 col 1 'Nouveau montant (0 pour annuler) : '.
           2 s-montant line 9 col 40 pic 999.99 to montant
           required.
           2 line 10 col 1 'Motif : '.
           2 s-motif line 10 col 30 pic x(30) using motif required.

       1 a-plg-attenteApprobation.
           2 line 12 col 1 'Remise superieure au seuil de double '
           & 'validation : demande '.
           2 a-numDemande line 12 col 60 pic 9(6) from numDemande.
           2 line 13 col 1 'L amende reste due jusqu a l approbation '
           & 'par un second login.'.

       1 a-plg-horsSite.
           2 line 9 col 1 'Adherent rattache au site '.
           2 a-siteFiche line 9 col 27 pic x(3) from siteC.
           2 line 9 col 31 ': modification refusee.'.

       1 a-plg-introuvable.
           2 line 6 col 1 'Aucune amende trouvee pour ce couple '
                    not invalid set amExiste to true
       end-read

       if amExiste
           perform 7300-verifier-site
       end-if

       if not amExiste
           display a-plg-introuvable
       else
           display a-plg-fiche
           if not siteAutorise
               display a-plg-horsSite
           else
           move MotifAm to motif
           display s-plg-nouveauMontant
           accept s-montant
           accept s-motif
           else
               move 0 to montantReduit
           end-if
           perform 7000-lire-seuil
           if (seuilRemiseCourant > 0)
           and (montantReduit > seuilRemiseCourant)
               perform 7100-demander-approbation
           else
               move montant to MontantAm
               move motif to MotifAm
               if MontantAm = 0
                   set amendePayee to true
               end-if

               rewrite amende invalid set erreur to true
                              not invalid set erreur to false
               end-rewrite

               if (not erreur) and (montantReduit > 0)
                   perform 8000-enregistrer-annulation
               end-if

               move CodeAm to h-cleprim
               if erreur
                   move 'N' to h-opereu
               else
                   move 'O' to h-opereu
               end-if
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call

               if erreur
                   then display ' erreur d ecriture dans le fichier'
                   else display ' amende mise a jour'
               end-if
           end-if
           end-if
       end-if

       close fadherent
       goback.

       7000-lire-seuil.
       move 0 to seuilRemiseCourant
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid continue
           not invalid
               if SeuilRemise numeric
                   move SeuilRemise to seuilRemiseCourant
               end-if
       end-read
       close fparametres.

       7100-demander-approbation.
       move cod to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if adherentExiste
           move siteC to siteApprob
       else
           move spaces to siteApprob
       end-if
       move montantReduit to montantApprob
       move MontantAm to ancienMontantApprob
       call 'Demanderapprob' using typeApprob cod dat montantApprob
                                   ancienMontantApprob sensApprob
                                   modeApprob motif siteApprob
                                   numDemande
       end-call
       display a-plg-attenteApprobation.

       7300-verifier-site.
       move cod to codeE
       read fadherent invalid move spaces to siteC
       end-read
       move CodeAm to h-cleprim
       call 'Verifsite' using siteC h-codeope h-nomfich h-cleprim
                              autoriseSite
       end-call.

       8000-enregistrer-annulation.
       move 1 to nouveauNumRecu
       set finFpaiement to false
           move spaces to SitePay
       end-if
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       write paiement invalid set erreurPay to true
                      not invalid set erreurPay to false
       end-write.
