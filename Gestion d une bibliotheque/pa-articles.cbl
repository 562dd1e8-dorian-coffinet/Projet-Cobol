       program-id. pa-articles.

       select optional farticle assign 'article.dat'
       organization indexed access dynamic
       record key CodeArticle.

       select optional fcomptes assign 'comptes-gl.dat'
       organization indexed access dynamic
       record key clefGL = TypeGL ModeGL.

       fd farticle.
       1 article.
               2 CodeArticle pic x(8).
               2 LibArticle pic x(30).
               2 PrixArticle pic 9(3)v99.
               2 CompteArticle pic x(8).
               2 TypeArticle pic x.
               88 articleSimple value 'S'.
               88 articleLivreRetire value 'L'.
               2 SuiviStock pic x.
               88 stockSuivi value 'O'.
               2 StockArticle pic 9(5).
               2 ActifArticle pic x.
               88 articleActif value 'O'.

       fd fcomptes.
       1 compte-gl.
               2 TypeGL pic x.
               2 ModeGL pic x.
               2 CompteGL pic x(8).
               2 LibCompteGL pic x(30).

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 articleExiste value 'o' false 'n'.
       1 pic x.
       88 compteTrouve value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-farticle pic x value 'n'.
       88 finFarticle value 'o' false 'n'.
       1 fin-fcomptes pic x value 'n'.
       88 finFcomptes value 'o' false 'n'.
       1 codeSaisi pic x(8).
       1 stockAjoute pic 9(5).
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'article'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Articles vendus a l accueil'.
           2 line 3 col 1 '1-Creer ou modifier un article'.
           2 line 4 col 1 '2-Entree en stock'.
           2 line 5 col 1 '3-Lister les articles'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 9 col 1 'Code article : '.
           2 s-code line 9 col 30 pic x(8) to codeSaisi required.

       1 s-plg-fiche.
           2 line 11 col 1 'Libelle : '.
           2 s-lib line 11 col 30 pic x(30) using LibArticle
           required.
           2 line 12 col 1 'Prix unitaire (euros.cc) : '.
           2 s-prix line 12 col 30 pic 999.99 using PrixArticle
           required.
           2 line 13 col 1 'Compte general (plan de comptes) : '.
           2 s-compte line 13 col 37 pic x(8) using CompteArticle
           required.
           2 line 14 col 1 'Type (S=article, L=livre retire des '
           & 'collections) : '.
           2 s-type line 14 col 52 pic x using TypeArticle required.
           2 line 15 col 1 'Stock suivi (O/N) : '.
           2 s-suivi line 15 col 30 pic x using SuiviStock required.
           2 line 16 col 1 'En vente (O/N) : '.
           2 s-actif line 16 col 30 pic x using ActifArticle
           required.

       1 s-plg-stock.
           2 line 11 col 1 'Libelle : '.
           2 a-libStock line 11 col 30 pic x(30) from LibArticle.
           2 line 12 col 1 'Stock actuel : '.
           2 a-stock line 12 col 30 pic zzzz9 from StockArticle.
           2 line 13 col 1 'Quantite recue : '.
           2 s-ajout line 13 col 30 pic zzzz9 to stockAjoute
           required.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Code     Libelle                        '
           & '  Prix Compte   T Stock En vente'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(8) from CodeArticle.
           2 col 10 pic x(30) from LibArticle.
           2 col 41 pic zz9.99 from PrixArticle.
           2 col 48 pic x(8) from CompteArticle.
           2 col 57 pic x from TypeArticle.
           2 col 59 pic zzzz9 from StockArticle.
           2 col 66 pic x from ActifArticle.

       1 a-plg-compteInconnu.
           2 line 22 col 1 'Compte absent du plan de comptes.'.
       1 a-plg-typeInvalide.
           2 line 22 col 1 'Type invalide, entrer S ou L.'.
       1 a-plg-articleInconnu.
           2 line 22 col 1 'Article inconnu.'.
       1 a-plg-sansStock.
           2 line 22 col 1 'Le stock de cet article n est pas suivi.'.
       1 a-plg-fait.
           2 line 22 col 1 'Article enregistre.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       open i-o farticle
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-saisir
               when 2 perform 8200-entrer-stock
               when 3 perform 8500-lister
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close farticle
       goback.

       8000-saisir.
       display s-plg-code
       accept s-code
       move function upper-case(codeSaisi) to CodeArticle
       read farticle invalid set articleExiste to false
                     not invalid set articleExiste to true
       end-read
       if not articleExiste
           initialize article
           move function upper-case(codeSaisi) to CodeArticle
           set articleSimple to true
           move 'N' to SuiviStock
           move 'O' to ActifArticle
       end-if
       display s-plg-fiche
       accept s-lib
       accept s-prix
       accept s-compte
       accept s-type
       accept s-suivi
       accept s-actif
       move function upper-case(TypeArticle) to TypeArticle
       move function upper-case(SuiviStock) to SuiviStock
       move function upper-case(ActifArticle) to ActifArticle
       if not articleSimple and not articleLivreRetire
           display a-plg-typeInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       if articleLivreRetire
           move 'N' to SuiviStock
       end-if
       perform 8100-verifier-compte
       if not compteTrouve
           display a-plg-compteInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       set erreur to false
       if articleExiste
           move 'M' to h-codeope
           rewrite article invalid set erreur to true
           end-rewrite
       else
           move 'A' to h-codeope
           write article invalid set erreur to true
           end-write
       end-if
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8100-verifier-compte.
       set compteTrouve to false
       open input fcomptes
       set finFcomptes to false
       read fcomptes next record at end set finFcomptes to true
       end-read
       perform until finFcomptes or compteTrouve
           if CompteGL = CompteArticle
               set compteTrouve to true
           end-if
           read fcomptes next record at end set finFcomptes to true
           end-read
       end-perform
       close fcomptes.

       8200-entrer-stock.
       display s-plg-code
       accept s-code
       move function upper-case(codeSaisi) to CodeArticle
       read farticle invalid set articleExiste to false
                     not invalid set articleExiste to true
       end-read
       if not articleExiste
           display a-plg-articleInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       if not stockSuivi
           display a-plg-sansStock
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-stock
       move 0 to stockAjoute
       accept s-ajout
       add stockAjoute to StockArticle
       set erreur to false
       rewrite article invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8500-lister.
       display a-plg-enteteListe
       move 3 to n
       move low-values to CodeArticle
       start farticle key >= CodeArticle
           invalid key
               set finFarticle to true
           not invalid key
               set finFarticle to false
       end-start
       perform until finFarticle
           read farticle next record
               at end
                   set finFarticle to true
               not at end
                   if n < 22
                       display a-plg-ligneListe
                       add 1 to n
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       9000-ecrire-histo.
       move CodeArticle to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-articles.
