       program-id. 'Ajusterheure'.

       working-storage section.
       1 nbReports pic 9(3).
       1 heureOuverture pic 9(4).
       1 heureFermeture pic 9(4).
       1 siteOuvert pic x.

       linkage section.
       01 lDate pic 9(8).
       01 lHeure pic 9(4).
       01 lSite pic x(3).

       procedure division using lDate lHeure lSite.
       call 'Chercherhoraire' using lDate lSite heureOuverture
            heureFermeture siteOuvert
       end-call
       if siteOuvert = 'O'
           if (lHeure >= heureOuverture) and (lHeure <= heureFermeture)
               goback
           end-if
           if lHeure < heureOuverture
               move heureOuverture to lHeure
               perform 8000-controler-heure
               goback
           end-if
       end-if

       move 0 to nbReports
       move 'N' to siteOuvert
       perform until (siteOuvert = 'O') or (nbReports > 366)
           compute lDate = function date-of-integer(function
               integer-of-date(lDate) + 1)
           add 1 to nbReports
           call 'Chercherhoraire' using lDate lSite heureOuverture
                heureFermeture siteOuvert
           end-call
       end-perform
       move heureOuverture to lHeure
       perform 8000-controler-heure
       goback.

       8000-controler-heure.
       if lHeure = 0
           move 1 to lHeure
       end-if.

       end program 'Ajusterheure'.
