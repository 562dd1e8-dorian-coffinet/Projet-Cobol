       organization indexed record key RefT
       access dynamic.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       select optional fmotcle assign nf-motcle
       organization indexed record key LibMot
       access dynamic.
                 2 DesignS pic x(50).
                 2 Dispo pic x.
                 88 dispoValide value 'O' 'N' 'P' 'D' 'H' 'T' 'E'
                 'C' 'X' 'B' 'S'.
                 2 LibC pic x(30).
                 2 AuteurS pic x(30).
                 2 IsbnS pic x(13).
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
        1 h-nomfich pic x(15) value 'livre'.
        1 h-cleprim pic x(15).
        1 h-opereu pic x.
        1 autoriseSite pic x.
        88 siteAutorise value 'O'.
        1 pic x.
        88 catexiste value 'o' false'n'.
        1 nb pic 99 value 0.
        1 pic x.
        88 motAccepte value 'o' false 'n'.
        1 creerMot pic x.
        1 pic x.
        88 serieValide value 'o' false 'n'.
        1 serieSaisie pic x(6).
        1 volumeSaisi pic 9(3).
        1 editerNotice pic x.
        1 fin-fmodif pic x value 'n'.
        88 finFmodif value 'o' false 'n'.
           2 s-titre line 6 col 30 pic x(30) to LibS required.
           2 line 7 col 1 'Nouvelle designation : '.
           2 s-design line 7 col 30 pic x(50) to DesignS required.
           2 line 8 col 1 'Serie (vide = aucune) : '.
           2 s-serie line 8 col 30 pic x(6) using serieSaisie.
           2 line 8 col 40 'Tome : '.
           2 s-volume line 8 col 47 pic 999 using volumeSaisi.
           2 line 9 col 1 'Nouveau libelle de catégorie du livre : '.
           2 s-lib line 9 col 30 pic x(30) to LibC required.
           2 line 10 col 1 'Nouvel auteur : '.
           2 s-isbn line 11 col 30 pic x(13) to IsbnS required.
           2 line 12 col 1 'Nouveau statut (O=disponible, N=en pret, '
           & 'P=perdu, D=endommage, H=retrait, T=transfert, '
           & 'E=partenaire, C=depot, X=expo, B=reparation, '
           & 'S=entretien) : '.
           2 s-dispo line 12 col 60 pic x to Dispo required.
           2 line 15 col 1 'Nouveau site : '.
           2 s-site line 15 col 30 pic x(3) to SiteC required.
           2 s-prix line 19 col 40 pic 999.99 to PrixS required.
           2 line 20 col 1 'Nouvelle cote de rangement : '.
           2 s-coteLivre line 20 col 40 pic x(10) to CoteS.
           2 line 21 col 1 'Pieces : '.
           2 s-nbPieces line 21 col 10 pic 99 using NbPiecesS.
           2 line 21 col 14 'Detail : '.
           2 s-descPieces line 21 col 23 pic x(40) using DescPiecesS.

       1 a-plg-horsSite.
           2 line 6 col 1 'Exemplaire rattache au site '.
           2 a-siteFiche line 6 col 30 pic x(3) from SiteC.
           2 line 6 col 34 ': modification refusee.'.

       1 a-plg-serieInvalide.
           2 line 8 col 55 'Serie inconnue'.

       1 a-dispoInvalide.
           2 line 14 col 1 'Statut invalide, entrer O, N, P, D, H, '
       else
           move 'titre.dat' to nf-titre
       end-if
       if mode-formation = 'O'
           move 'formation-serie.dat' to nf-serie
       else
           move 'serie.dat' to nf-serie
       end-if
       open i-o fmodif
       open input fcategorie
       open input fsite
                   not invalid set refexiste to true
       end-read

       if refexiste
           move RefS to h-cleprim
           call 'Verifsite' using SiteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       end-if

       if not refexiste
           then
               display ' Le livre n existe pas'
           else
           if not siteAutorise
               display a-plg-horsSite
           else
               if NbPiecesS not numeric
                   move 1 to NbPiecesS
                   move spaces to DescPiecesS
               end-if
               perform 8150-lire-serie-titre
               display a-plg-fiche
               accept s-titre
               accept s-design
               accept s-serie
               accept s-volume
               perform 8160-verifier-serie
               perform until serieValide
                   display a-plg-serieInvalide
                   accept s-serie
                   accept s-volume
                   perform 8160-verifier-serie
               end-perform
               if serieSaisie = spaces
                   move 0 to volumeSaisi
               end-if
               accept s-lib
               accept s-auteur
               accept s-isbn
               end-perform
               accept s-prix
               accept s-coteLivre
               accept s-nbPieces
               accept s-descPieces
               if NbPiecesS = 0
                   move 1 to NbPiecesS
               end-if
               move LibC to LibCat
               read fcategorie invalid set catexiste to false
                               not invalid set catexiste to true
                       end-call
                   end-if
           end-if
           end-if
       end-if.

       close fmodif
           end-if
       end-if.

       8150-lire-serie-titre.
       move spaces to serieSaisie
       move 0 to volumeSaisi
       open input ftitre
       move RefS to RefT
       read ftitre
           invalid continue
           not invalid
               move CodeSerieT to serieSaisie
               if NumVolumeT numeric
                   move NumVolumeT to volumeSaisi
               end-if
       end-read
       close ftitre.

       8160-verifier-serie.
       set serieValide to true
       if serieSaisie not = spaces
           open input fserie
           move serieSaisie to CodeSerie
           read fserie invalid set serieValide to false
           end-read
           close fserie
       end-if.

       8200-mettre-a-jour-titre.
       open i-o ftitre
       move refSaisie to RefT
       move auteurSaisi to AuteurT
       move isbnSaisi to IsbnT
       move tabSaisi to tabT
       move serieSaisie to CodeSerieT
       move volumeSaisi to NumVolumeT
       if titreConnu
           rewrite titre
           end-rewrite
