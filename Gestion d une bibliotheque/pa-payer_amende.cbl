               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               88 amendeAuTresor value 'T'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

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


       fd fplan.
       1 h-nomfich pic x(15) value 'paiement'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.

       screen section.

           & 'Q=cheque) : '.
           2 s-mode line 10 col 55 pic x to modp required.

       1 a-plg-horsSite.
           2 line 9 col 1 'Adherent rattache au site '.
           2 a-siteFiche line 9 col 27 pic x(3) from siteC.
           2 line 9 col 31 ': encaissement refuse.'.

       1 a-plg-introuvable.
           2 line 6 col 1 'Aucune amende trouvee pour ce couple '
           & 'code/date.'.
       1 a-plg-dejaPayee.
           2 line 6 col 1 'Cette amende est deja soldee.'.
       1 a-plg-auTresor.
           2 line 6 col 1 'Amende transmise au Tresor public : le '
           & 'paiement se fait aupres du Tresor.'.
       1 a-plg-montantInvalide.
           2 line 12 col 1 'Montant invalide : doit etre superieur '
           & 'a zero.'.
           close fadherent
           goback
       end-if
       if adherentExiste
           move cod to h-cleprim
           call 'Verifsite' using siteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       else
           move 'O' to autoriseSite
       end-if

       move cod to CodeAm
       move dat to DateAm
       else
           if amendePayee or MontantAm = 0
               display a-plg-dejaPayee
           else
           if amendeAuTresor
               display a-plg-auTresor
           else
               display a-plg-fiche
               if not siteAutorise
                   display a-plg-horsSite
               else
               display s-plg-paiement
               accept s-montant
               perform until montant > 0
                       move spaces to SitePay
                   end-if
                   move logutil-courant to LoginPay
                   move 0 to LoginValidPay
                   set typePayAmende to true
                   write paiement invalid set erreurPay to true
                                  not invalid set erreurPay to false
                   perform 9000-imprimer-recu
                   display a-plg-fait
               end-if
               end-if
           end-if
           end-if
       end-if

