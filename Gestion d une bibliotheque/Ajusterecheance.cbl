       program-id. 'Ajusterecheance'.

       working-storage section.
       1 pic x.
       88 jourFerme value 'o' false 'n'.
       1 nbReports pic 9(3).
       1 heureOuverture pic 9(4).
       1 heureFermeture pic 9(4).
       1 siteOuvert pic x.

       linkage section.
       01 lDate pic 9(8).
       01 lSite pic x(3).

       procedure division using lDate lSite.
       move 0 to nbReports
       set jourFerme to true
       perform until (not jourFerme) or (nbReports > 366)
           call 'Chercherhoraire' using lDate lSite heureOuverture
                heureFermeture siteOuvert
           end-call
           if siteOuvert = 'N'
               set jourFerme to true
           else
               set jourFerme to false
           end-if
           if jourFerme
               compute lDate = function date-of-integer(function
               add 1 to nbReports
           end-if
       end-perform
       goback.
       end program 'Ajusterecheance'.
