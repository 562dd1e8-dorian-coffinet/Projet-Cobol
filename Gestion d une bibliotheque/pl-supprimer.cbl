                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).


       working-storage section.
       1 h-nomfich pic x(15) value 'livre'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.
       screen section.

       1 s-plg-titre.
           2 line 6 col 5 'Cet exemplaire est reserve et en attente de'
           & ' retrait, suppression impossible.'.

       1 a-plg-horsSite.
           2 line 6 col 1 'Exemplaire rattache au site '.
           2 a-siteFiche line 6 col 30 pic x(3) from SiteC.
           2 line 6 col 34 ': suppression refusee.'.


       procedure division.
       if mode-formation = 'O'
                   not invalid set refexiste to true
       end-read

       if refexiste
           move RefS to h-cleprim
           call 'Verifsite' using SiteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       end-if

       if not refexiste
           then
               display ' Livre n existe pas'
           else
           if not siteAutorise
               display a-plg-horsSite
           else
           if Dispo = 'N'
               then
                   display a-plg-encoreEmprunte
           end-if
           end-if
           end-if
           end-if
       end-if.

       close fsupprim.
