       program-id. 'Compterfermetures'.

       working-storage section.
       1 pic x.
       88 jourFerme value 'o' false 'n'.
       1 dateCourante pic 9(8).
       1 nbParcourus pic 9(4).
       1 heureOuverture pic 9(4).
       1 heureFermeture pic 9(4).
       1 siteOuvert pic x.

       linkage section.
       01 lDebut pic 9(8).
       if lDebut >= lFin
           goback
       end-if
       move lDebut to dateCourante
       move 0 to nbParcourus
       perform until (dateCourante >= lFin) or (nbParcourus > 3660)
           compute dateCourante = function date-of-integer(function
               integer-of-date(dateCourante) + 1)
           add 1 to nbParcourus
           call 'Chercherhoraire' using dateCourante lSite
                heureOuverture heureFermeture siteOuvert
           end-call
           if siteOuvert = 'N'
               set jourFerme to true
           else
               set jourFerme to false
           end-if
           if jourFerme
               add 1 to lNbFermes
           end-if
       end-perform
       goback.
       end program 'Compterfermetures'.
