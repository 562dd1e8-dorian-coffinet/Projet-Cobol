       program-id. 'Compterheuresouvertes'.

       working-storage section.
       1 dateCourante pic 9(8).
       1 nbParcourus pic 9(4).
       1 heureOuverture pic 9(4).
       1 heureFermeture pic 9(4).
       1 siteOuvert pic x.
       1 heureDebutJour pic 9(4).
       1 heureFinJour pic 9(4).
       1 minutesDebut pic 9(5).
       1 minutesFin pic 9(5).
       1 totalMinutes pic 9(7).

       linkage section.
       01 lDateDebut pic 9(8).
       01 lHeureDebut pic 9(4).
       01 lDateFin pic 9(8).
       01 lHeureFin pic 9(4).
       01 lSite pic x(3).
       01 lNbHeures pic 9(4).

       procedure division using lDateDebut lHeureDebut lDateFin
                                lHeureFin lSite lNbHeures.
       move 0 to lNbHeures
       move 0 to totalMinutes
       if lDateDebut > lDateFin
           goback
       end-if
       move lDateDebut to dateCourante
       move 0 to nbParcourus
       perform until (dateCourante > lDateFin) or (nbParcourus > 366)
           call 'Chercherhoraire' using dateCourante lSite
                heureOuverture heureFermeture siteOuvert
           end-call
           if siteOuvert = 'O'
               move heureOuverture to heureDebutJour
               move heureFermeture to heureFinJour
               if (dateCourante = lDateDebut)
               and (lHeureDebut > heureDebutJour)
                   move lHeureDebut to heureDebutJour
               end-if
               if (dateCourante = lDateFin)
               and (lHeureFin < heureFinJour)
                   move lHeureFin to heureFinJour
               end-if
               if heureFinJour > heureDebutJour
                   compute minutesDebut = function
                       integer(heureDebutJour / 100) * 60
                       + function mod(heureDebutJour, 100)
                   compute minutesFin = function
                       integer(heureFinJour / 100) * 60
                       + function mod(heureFinJour, 100)
                   add minutesFin to totalMinutes
                   subtract minutesDebut from totalMinutes
               end-if
           end-if
           compute dateCourante = function date-of-integer(function
               integer-of-date(dateCourante) + 1)
           add 1 to nbParcourus
       end-perform
       compute lNbHeures = (totalMinutes + 59) / 60
       goback.
       end program 'Compterheuresouvertes'.
