               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       working-storage section.
       1 nf-expo-ligne pic x(30) value 'expo-ligne.dat'.
