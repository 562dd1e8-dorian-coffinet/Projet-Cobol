               2 DernierNumRecu pic 9(3).
               2 DateDernierRecu pic 9(8).
               2 CodeFourAbo pic x(5).
               2 TypeConservAbo pic x.
               2 DureeConservAbo pic 9(3).
               2 ReliureAbo pic x.

       fd fsupport.
       1 livre.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       working-storage section.
       01 mode-formation pic x external value 'N'.
           move function current-date(1:8) to DateAjoutS
           move 0 to DateLimiteRetrait
           move 0 to PrixS
           move 1 to NbPiecesS
           move spaces to DescPiecesS
           write livre invalid set erreur to true
                       not invalid set erreur to false
           end-write
