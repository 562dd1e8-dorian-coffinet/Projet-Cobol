       program-id. ps-horaires.

       select optional fhoraire assign 'horaire.dat'
       organization indexed access dynamic
       record key clefHor = SiteHor JourHor.

       select optional fexception assign 'horaire-exception.dat'
       organization indexed access dynamic
       record key clefHex = DateHex SiteHex.

       fd fhoraire.
       1 horaire.
               2 SiteHor pic x(3).
               2 JourHor pic 9.
               2 OuvertureHor pic 9(4).
               2 FermetureHor pic 9(4).

       fd fexception.
       1 horaire-exception.
               2 DateHex pic 9(8).
               2 SiteHex pic x(3).
               2 OuvertureHex pic 9(4).
               2 FermetureHex pic 9(4).
               2 MotifHex pic x(30).

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       1 pic x.
       88 horExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 choix pic 9 value 0.
       1 siteSaisi pic x(3).
       1 jourSaisi pic 9.
       1 dateSaisie pic 9(8).
       1 ouvertureSaisie pic 9(4).
       1 fermetureSaisie pic 9(4).
       1 motifSaisi pic x(30).
       1 fin-fhoraire pic x value 'n'.
       88 finFhoraire value 'o' false 'n'.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15).
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.

       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Horaires d ouverture des sites'.
           2 line 3 col 1 '1-Horaire d un jour de la semaine'.
           2 line 4 col 1 '2-Ajouter un horaire exceptionnel'.
           2 line 5 col 1 '3-Supprimer un horaire exceptionnel'.
           2 line 6 col 1 '4-Lister les horaires'.
           2 line 7 col 1 '5-Quitter'.
           2 line 8 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 8 col 32 pic 9 to choix required.

       1 s-plg-semaine.
           2 line 10 col 1 'Site (vide = tous les sites) : '.
           2 s-site line 10 col 40 pic x(3) to siteSaisi.
           2 line 11 col 1 'Jour (1=lundi ... 7=dimanche) : '.
           2 s-jour line 11 col 40 pic 9 to jourSaisi required.

       1 s-plg-exception.
           2 line 10 col 1 'Date (AAAAMMJJ) : '.
           2 s-date line 10 col 40 pic 9(8) to dateSaisie required.
           2 line 11 col 1 'Site (vide = tous les sites) : '.
           2 s-siteEx line 11 col 40 pic x(3) to siteSaisi.

       1 s-plg-heures.
           2 line 12 col 1 'Ouverture (HHMM) : '.
           2 s-ouverture line 12 col 40 pic 9(4) to ouvertureSaisie.
           2 line 13 col 1 'Fermeture (HHMM, 0000 = ferme) : '.
           2 s-fermeture line 13 col 40 pic 9(4) to fermetureSaisie.

       1 s-plg-motif.
           2 line 14 col 1 'Motif : '.
           2 s-motif line 14 col 40 pic x(30) to motifSaisi.

       1 a-plg-heureInvalide.
           2 line 16 col 1 'Heure invalide (HHMM, de 0000 a 2400).'.
       1 a-plg-horEnregistre.
           2 line 16 col 1 'Horaire enregistre.'.
       1 a-plg-horInexistant.
           2 line 16 col 1 'Aucun horaire exceptionnel a cette date '
           & 'pour ce site.'.
       1 a-plg-horSupprime.
           2 line 16 col 1 'Horaire exceptionnel supprime.'.
       1 a-plg-erreur.
           2 line 16 col 1 'Erreur d ecriture dans le fichier.'.
       1 a-plg-enteteSemaine.
           2 blank screen.
           2 line 1 col 1 'Site Jour Ouverture Fermeture'.
       1 a-plg-ligneSemaine.
           2 line n col 1 pic x(3) from SiteHor.
           2 col 7 pic 9 from JourHor.
           2 col 11 pic 9(4) from OuvertureHor.
           2 col 21 pic 9(4) from FermetureHor.
       1 a-plg-enteteException.
           2 line n col 1 'Date     Site Ouverture Fermeture Motif'.
       1 a-plg-ligneException.
           2 line n col 1 pic 9(8) from DateHex.
           2 col 10 pic x(3) from SiteHex.
           2 col 15 pic 9(4) from OuvertureHex.
           2 col 25 pic 9(4) from FermetureHex.
           2 col 35 pic x(30) from MotifHex.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       open i-o fhoraire
       open i-o fexception
       display s-plg-titre
       accept s-choix

       perform until choix = 5
           evaluate choix
               when 1 perform 8000-saisir-semaine
               when 2 perform 8100-ajouter-exception
               when 3 perform 8200-supprimer-exception
               when 4 perform 8300-lister
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fhoraire
       close fexception
       goback.

       8000-saisir-semaine.
       display s-plg-semaine
       accept s-site
       accept s-jour
       if (jourSaisi < 1) or (jourSaisi > 7)
           exit paragraph
       end-if
       perform 8500-saisir-heures
       if erreur
           display a-plg-heureInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       move siteSaisi to SiteHor
       move jourSaisi to JourHor
       read fhoraire invalid set horExiste to false
                     not invalid set horExiste to true
       end-read
       move siteSaisi to SiteHor
       move jourSaisi to JourHor
       move ouvertureSaisie to OuvertureHor
       move fermetureSaisie to FermetureHor
       if horExiste
           rewrite horaire invalid set erreur to true
                           not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write horaire invalid set erreur to true
                         not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'horaire' to h-nomfich
       move clefHor to h-cleprim
       perform 9000-ecrire-histo
       if erreur
           display a-plg-erreur
       else
           display a-plg-horEnregistre
       end-if
       accept s-plg-suite.

       8100-ajouter-exception.
       display s-plg-exception
       accept s-date
       accept s-siteEx
       perform 8500-saisir-heures
       if erreur
           display a-plg-heureInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-motif
       accept s-motif
       move dateSaisie to DateHex
       move siteSaisi to SiteHex
       read fexception invalid set horExiste to false
                       not invalid set horExiste to true
       end-read
       move dateSaisie to DateHex
       move siteSaisi to SiteHex
       move ouvertureSaisie to OuvertureHex
       move fermetureSaisie to FermetureHex
       move motifSaisi to MotifHex
       if horExiste
           rewrite horaire-exception invalid set erreur to true
                                     not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write horaire-exception invalid set erreur to true
                                   not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'horaire-excep' to h-nomfich
       move clefHex to h-cleprim
       perform 9000-ecrire-histo
       if erreur
           display a-plg-erreur
       else
           display a-plg-horEnregistre
       end-if
       accept s-plg-suite.

       8200-supprimer-exception.
       display s-plg-exception
       accept s-date
       accept s-siteEx
       move dateSaisie to DateHex
       move siteSaisi to SiteHex
       read fexception invalid set horExiste to false
                       not invalid set horExiste to true
       end-read
       if not horExiste
           display a-plg-horInexistant
       else
           delete fexception invalid set erreur to true
                             not invalid set erreur to false
           end-delete
           move 'S' to h-codeope
           move 'horaire-excep' to h-nomfich
           move clefHex to h-cleprim
           perform 9000-ecrire-histo
           if erreur
               display a-plg-erreur
           else
               display a-plg-horSupprime
           end-if
       end-if
       accept s-plg-suite.

       8300-lister.
       display a-plg-enteteSemaine
       move 2 to n
       set finFhoraire to false
       move low-values to SiteHor
       move 0 to JourHor
       start fhoraire key >= clefHor
           invalid key
               set finFhoraire to true
       end-start
       perform until finFhoraire
           read fhoraire next record
               at end set finFhoraire to true
               not at end
                   display a-plg-ligneSemaine
                   add 1 to n
           end-read
       end-perform
       add 1 to n
       display a-plg-enteteException
       add 1 to n
       set finFhoraire to false
       move 0 to DateHex
       move low-values to SiteHex
       start fexception key >= clefHex
           invalid key
               set finFhoraire to true
       end-start
       perform until finFhoraire
           read fexception next record
               at end set finFhoraire to true
               not at end
                   display a-plg-ligneException
                   add 1 to n
           end-read
       end-perform
       accept s-plg-suite.

       8500-saisir-heures.
       move 0 to ouvertureSaisie
       move 0 to fermetureSaisie
       display s-plg-heures
       accept s-ouverture
       accept s-fermeture
       set erreur to false
       if (ouvertureSaisie > 2400) or (fermetureSaisie > 2400)
       or (function mod(ouvertureSaisie, 100) > 59)
       or (function mod(fermetureSaisie, 100) > 59)
           set erreur to true
       end-if.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program ps-horaires.
