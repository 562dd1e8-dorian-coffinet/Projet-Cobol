               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fsite.
       1 site-enr.
           move 0 to PrixS
           move spaces to CoteS
           move 0 to NumDonS
           move 1 to NbPiecesS
           move spaces to DescPiecesS
           write livre invalid set erreur to true
                       not invalid set erreur to false
           end-write
