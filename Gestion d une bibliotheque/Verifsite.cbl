       program-id. 'Verifsite'.

       working-storage section.
       01 site-courant pic x(3) external value spaces.
       01 portee-courante pic x external value 'T'.
       88 porteeSite value 'S'.
       1 h-opereu pic x value 'H'.

       linkage section.
       01 lSite pic x(3).
       01 lCodeope pic x.
       01 lNomfich pic x(15).
       01 lCleprim pic x(15).
       01 lAutorise pic x.

       procedure division using lSite lCodeope lNomfich lCleprim
                                lAutorise.
       move 'O' to lAutorise
       if porteeSite and (site-courant not = spaces)
       and (lSite not = spaces) and (lSite not = site-courant)
           move 'N' to lAutorise
           call 'Ecrirehisto' using lCodeope lNomfich lCleprim
                                    h-opereu
           end-call
       end-if
       goback.

       end program 'Verifsite'.
