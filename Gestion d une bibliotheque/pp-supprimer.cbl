       1 h-nomfich pic x(15) value 'pret'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.
       screen section.

       1 s-plg-titre.
           2 line 7  col 1 'Code de l adehrent : '.
           2 s-code line 7 col 30 pic x(8) to CodeE required.

       1 a-plg-horsSite.
           2 line 9 col 1 'Pret rattache au site '.
           2 a-siteFiche line 9 col 24 pic x(3) from SiteC.
           2 line 9 col 28 ': suppression refusee.'.

       procedure division.
       if mode-formation = 'O'
                   not invalid set clefexiste to true
       end-read

       if clefexiste
           move RefS to h-cleprim
           call 'Verifsite' using SiteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       end-if

       if not clefexiste
           then
               display ' Le pret n existe pas'
           else
           if not siteAutorise
               display a-plg-horsSite
           else
               call 'Archiverpret' using DatePret RefS Exemplaire
                                          CodeE DateRetour NbRenouv
                display ' pret supprime'

           end-if
           end-if
       end-if.

       close fsupprim.
