                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd ftitre.
       1 titre.
               2 IsbnT pic x(13).
               2 tabT.
                  3 motsclesT pic x(20) occurs 20.
               2 CodeSerieT pic x(6).
               2 NumVolumeT pic 9(3).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 refPrecedent pic x(8) value spaces.
       1 nbTitres pic 9(5) value 0.
       1 nbCopiesAlignees pic 9(5) value 0.
       1 fin-ftitre pic x value 'n'.
       88 finFtitre value 'o' false 'n'.
       1 tab-series.
           2 serie-t occurs 3000.
              3 refSerieT pic x(8).
              3 codeSerieTab pic x(6).
              3 volumeSerieTab pic 9(3).
       1 nbSeries pic 9(4) value 0.
       1 kSerie pic 9(4) value 1.

       screen section.
       1 s-plg-titre.
           move 'titre.dat' to nf-titre
       end-if
       display s-plg-titre
       perform 7000-memoriser-series
       open i-o flivre
       open output ftitre

               move AuteurS to AuteurT
               move IsbnS to IsbnT
               move tab to tabT
               perform 7100-reprendre-serie
               write titre invalid continue
               end-write
               add 1 to nbTitres
       accept s-plg-suite
       goback.

       7000-memoriser-series.
       move 0 to nbSeries
       open input ftitre
       set finFtitre to false
       read ftitre next record at end set finFtitre to true end-read
       perform until finFtitre
           if (CodeSerieT not = spaces) and (nbSeries < 3000)
               add 1 to nbSeries
               move RefT to refSerieT(nbSeries)
               move CodeSerieT to codeSerieTab(nbSeries)
               move NumVolumeT to volumeSerieTab(nbSeries)
           end-if
           read ftitre next record at end set finFtitre to true
           end-read
       end-perform
       close ftitre.

       7100-reprendre-serie.
       move spaces to CodeSerieT
       move 0 to NumVolumeT
       perform until (kSerie > nbSeries)
           or (refSerieT(kSerie) >= RefT)
           add 1 to kSerie
       end-perform
       if kSerie <= nbSeries
           if refSerieT(kSerie) = RefT
               move codeSerieTab(kSerie) to CodeSerieT
               move volumeSerieTab(kSerie) to NumVolumeT
           end-if
       end-if.

       end program pl-reconstruire-titres.
