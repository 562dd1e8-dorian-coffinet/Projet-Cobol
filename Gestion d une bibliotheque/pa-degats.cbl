       program-id. pa-degats.

       select optional fbareme assign 'bareme-degats.dat'
       organization indexed record key GradeDeg
       access dynamic.

       fd fbareme.
       1 bareme-enr.
               2 GradeDeg pic x.
               2 LibDeg pic x(30).
               2 PourcentDeg pic 9(3).
               2 MinimumDeg pic 9(3)v99.
               2 ReparableDeg pic x.
               88 degatReparable value 'O'.

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 baremeExiste value 'o' false 'n'.
       1 fin-fbareme pic x value 'n'.
       88 finFbareme value 'o' false 'n'.
       1 gradeSaisi pic x.
       1 libSaisi pic x(30).
       1 pourcentSaisi pic 9(3).
       1 minimumSaisi pic 9(3)v99.
       1 reparableSaisi pic x.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'bareme-degats'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Bareme des degats constates au retour'.
           2 line 3 col 1 '1-Creer ou modifier un grade'.
           2 line 4 col 1 '2-Lister le bareme'.
           2 line 5 col 1 '3-Quitter'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.

       1 s-plg-fiche.
           2 line 8 col 1 'Grade de degat (une lettre ou un '
           & 'chiffre) : '.
           2 s-grade line 8 col 46 pic x to gradeSaisi required.
           2 line 9 col 1 'Libelle : '.
           2 s-lib line 9 col 30 pic x(30) to libSaisi required.
           2 line 10 col 1 'Pourcentage du prix d achat : '.
           2 s-pourcent line 10 col 40 pic zz9 to pourcentSaisi
           required.
           2 line 11 col 1 'Montant minimum (euros.cc) : '.
           2 s-minimum line 11 col 40 pic 999.99 to minimumSaisi.
           2 line 12 col 1 'Envoyer en reparation (O/N) : '.
           2 s-reparable line 12 col 40 pic x to reparableSaisi.
       1 a-plg-fait.
           2 line 14 col 1 'Grade enregistre.'.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Grade Libelle                        '
           & '  % prix  Minimum  Reparation'.
       1 a-plg-ligneListe.
           2 line n col 3 pic x from GradeDeg.
           2 col 7 pic x(30) from LibDeg.
           2 col 40 pic zz9 from PourcentDeg.
           2 col 47 pic zz9.99 from MinimumDeg.
           2 col 58 pic x from ReparableDeg.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       open i-o fbareme
       display s-plg-titre
       accept s-choix

       perform until choix = 3
           evaluate choix
               when 1 perform 8000-saisir
               when 2 perform 8500-lister
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fbareme
       goback.

       8000-saisir.
       display s-plg-fiche
       accept s-grade
       accept s-lib
       accept s-pourcent
       move 0 to minimumSaisi
       accept s-minimum
       accept s-reparable
       move function upper-case(gradeSaisi) to GradeDeg
       read fbareme invalid set baremeExiste to false
                    not invalid set baremeExiste to true
       end-read
       move function upper-case(gradeSaisi) to GradeDeg
       move libSaisi to LibDeg
       move pourcentSaisi to PourcentDeg
       move minimumSaisi to MinimumDeg
       if function upper-case(reparableSaisi) = 'N'
           move 'N' to ReparableDeg
       else
           move 'O' to ReparableDeg
       end-if
       if baremeExiste
           rewrite bareme-enr
           end-rewrite
           move 'M' to h-codeope
       else
           write bareme-enr invalid continue
           end-write
           move 'A' to h-codeope
       end-if
       move GradeDeg to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-fait
       accept s-plg-suite.

       8500-lister.
       display a-plg-enteteListe
       move 3 to n
       move low-values to GradeDeg
       start fbareme key >= GradeDeg
           invalid key
               set finFbareme to true
           not invalid key
               set finFbareme to false
       end-start
       perform until finFbareme
           read fbareme next record
               at end
                   set finFbareme to true
               not at end
                   display a-plg-ligneListe
                   add 1 to n
           end-read
       end-perform
       accept s-plg-suite.

       end program pa-degats.
