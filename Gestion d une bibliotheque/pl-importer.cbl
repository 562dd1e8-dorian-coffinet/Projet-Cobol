                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd fcategorie.
       1 categorie.
               2 IsbnT pic x(13).
               2 tabT.
                  3 motsclesT pic x(20) occurs 20.
               2 CodeSerieT pic x(6).
               2 NumVolumeT pic 9(3).

       fd findex.
       1 index-enr.
       move 0 to PrixS
       move spaces to CoteS
       move 0 to NumDonS
       move 1 to NbPiecesS
       move spaces to DescPiecesS

       perform 8700-aligner-sur-titre

           move AuteurS to AuteurT
           move IsbnS to IsbnT
           move tab to tabT
           move spaces to CodeSerieT
           move 0 to NumVolumeT
           write titre invalid continue
           end-write
       end-if
