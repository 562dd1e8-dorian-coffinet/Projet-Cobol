       organization indexed record key RefT
       access dynamic.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       select optional fmotcle assign nf-motcle
       organization indexed record key LibMot
       access dynamic.
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

       fd fserie.
       1 serie-enr.
               2 CodeSerie pic x(6).
               2 LibSerie pic x(30).
               2 EditeurSerie pic x(30).
               2 NbParusSerie pic 9(3).
               2 StatutSerie pic x.

       fd fmotcle.
       1 motcle-enr.
       1 nf-motcle pic x(30) value 'motcle.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-serie pic x(30) value 'serie.dat'.

        01 logutil-courant pic 9(5) external value 0.
        1 pic x.
        1 pic x.
        88 motAccepte value 'o' false 'n'.
        1 creerMot pic x.
        1 pic x.
        88 serieValide value 'o' false 'n'.
        1 serieSaisie pic x(6).
        1 volumeSaisi pic 9(3).


        screen section.
        1 s-plg-don.
          2 line 20 col 1 'Numero de don (0 si achat) : '.
          2 s-numDon line 20 col 32 pic 9(5) to NumDonS.
        1 s-plg-pieces.
          2 line 21 col 1 'Pieces (1 si simple) : '.
          2 s-nbPieces line 21 col 24 pic 99 to NbPiecesS.
          2 line 21 col 28 'Detail : '.
          2 s-descPieces line 21 col 37 pic x(40) to DescPiecesS.
        1 s-plg-serie.
          2 line 23 col 1 'Serie (vide = aucune) : '.
          2 s-serie line 23 col 26 pic x(6) to serieSaisie.
          2 line 23 col 34 'Tome : '.
          2 s-volume line 23 col 41 pic 999 to volumeSaisi.
        1 a-plg-serieInvalide.
          2 line 23 col 50 'Serie inconnue'.
        1 a-plg-refInvalide.
           2 line 16 col 1 'Reference invalide : 7 chiffres suivis '
           & 'd''un chiffre de controle correct.'.
           move 'formation-titre.dat' to nf-titre
       else
           move 'titre.dat' to nf-titre
       end-if
       if mode-formation = 'O'
           move 'formation-serie.dat' to nf-serie
       else
           move 'serie.dat' to nf-serie
       end-if
        open i-o fajoute
        open input fcategorie
                display s-plg-don
                move 0 to NumDonS
                accept s-numDon
                display s-plg-pieces
                move 1 to NbPiecesS
                move spaces to DescPiecesS
                accept s-nbPieces
                accept s-descPieces
                if NbPiecesS = 0
                    move 1 to NbPiecesS
                end-if
                move SiteC to CodeSite
                read fsite invalid set siteValide to false
                           not invalid set siteValide to true
            move AuteurS to AuteurT
            move IsbnS to IsbnT
            move tab to tabT
            perform 8550-saisir-serie
            move serieSaisie to CodeSerieT
            move volumeSaisi to NumVolumeT
            write titre invalid continue
            end-write
        end-if
        close ftitre.

        8550-saisir-serie.
        move spaces to serieSaisie
        move 0 to volumeSaisi
        display s-plg-serie
        accept s-serie
        accept s-volume
        perform 8560-verifier-serie
        perform until serieValide
            display a-plg-serieInvalide
            accept s-serie
            accept s-volume
            perform 8560-verifier-serie
        end-perform
        if serieSaisie = spaces
            move 0 to volumeSaisi
        end-if.

        8560-verifier-serie.
        set serieValide to true
        if serieSaisie not = spaces
            open input fserie
            move serieSaisie to CodeSerie
            read fserie invalid set serieValide to false
            end-read
            close fserie
        end-if.

        8650-indexer-motscles.
        open i-o findex
        perform varying j from 1 by 1 until j > 20
