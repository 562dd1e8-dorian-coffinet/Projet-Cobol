               2 DernierNumRecu pic 9(3).
               2 DateDernierRecu pic 9(8).
               2 CodeFourAbo pic x(5).
               2 TypeConservAbo pic x.
               2 DureeConservAbo pic 9(3).
               2 ReliureAbo pic x.

       fd frapport.
       01 ligne-rapport pic x(132).
