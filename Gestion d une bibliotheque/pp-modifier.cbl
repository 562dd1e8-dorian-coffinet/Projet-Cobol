        1 h-nomfich pic x(15) value 'pret'.
        1 h-cleprim pic x(15).
        1 h-opereu pic x.
        1 autoriseSite pic x.
        88 siteAutorise value 'O'.


       screen section.
           2 line 9 col 1 'Nouvelle date de retour : '.
           2 s-dat line 9 col 30 pic z(8) to DateRetour required.

       1 a-plg-horsSite.
           2 line 11 col 1 'Pret rattache au site '.
           2 a-siteFiche line 11 col 24 pic x(3) from SiteC.
           2 line 11 col 28 ': modification refusee.'.

       procedure division.
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
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
               display a-plg-fiche
               accept s-dat
               then display ' erreur decriture dans le fichier'
               else display ' date de retour modifie'
           end-if
           end-if
       end-if.

       close fmodif.
