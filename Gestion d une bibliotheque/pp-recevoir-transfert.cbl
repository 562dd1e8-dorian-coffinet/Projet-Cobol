                 2 PrixS pic 9(3)v99.
                 2 CoteS pic x(10).
                 2 NumDonS pic 9(5).
                 2 NbPiecesS pic 9(2).
                 2 DescPiecesS pic x(40).

       fd ftransfert.

               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       working-storage section.
       1 nf-transfert pic x(30) value 'transfert.dat'.
