       program-id. 'Compterdefi'.

       select optional fdefi assign nf-defi
       organization indexed access dynamic
       record key CodeDefi.

       select optional finscdefi assign nf-defi-inscrit
       organization indexed access dynamic
       record key clefDI = CodeDefiDI CodeEDI
       alternate record key CodeEDI duplicates
       sharing with all other
       lock mode is automatic.

       select optional fmodele assign 'modele.dat'
       organization indexed access dynamic
       record key clefMod = CodeModele NumLigneMod.

       select fdiplome assign 'diplomes-defi.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd fdefi.
       1 defi.
               2 CodeDefi pic x(8).
               2 TitreDefi pic x(40).
               2 DateDebutDefi pic 9(8).
               2 DateFinDefi pic 9(8).
               2 AgeMinDefi pic 99.
               2 AgeMaxDefi pic 99.
               2 SiteDefi pic x(3) occurs 5.
               2 PalierDefi pic 9(3) occurs 4.
               2 StatutDefi pic x.
               88 defiOuvert value 'O'.
               88 defiClos value 'C'.

       fd finscdefi.
       1 inscription-defi.
               2 CodeDefiDI pic x(8).
               2 CodeEDI pic x(8).
               2 DateInscDI pic 9(8).
               2 SiteDI pic x(3).
               2 AgeDI pic 99.
               2 NbPretsDI pic 9(4).
               2 PalierDI pic 9.
               2 DatePalierDI pic 9(8).

       fd fmodele.
       01 modele-ligne.
           02 CodeModele pic x(10).
           02 NumLigneMod pic 9(2).
           02 TexteMod pic x(78).

       fd fdiplome.
       01 ligne-diplome pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-defi pic x(30) value 'defi-lecture.dat'.
       1 nf-defi-inscrit pic x(30) value 'defi-inscrit.dat'.

       1 dateJour pic 9(8).
       1 fin-finscdefi pic x value 'n'.
       88 finFinscdefi value 'o' false 'n'.
       1 fin-fmodele pic x value 'n'.
       88 finFmodele value 'o' false 'n'.
       1 pic x.
       88 defiExiste value 'o' false 'n'.
       1 pic x.
       88 modeleExiste value 'o' false 'n'.
       1 codeModeleDiplome pic x(10) value 'DIPLOME'.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'DIPLOME'.
       1 palierSuivant pic 9.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'inscription'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 lCodeE pic x(8).
       01 lNomE pic x(30).
       01 lPrenomE pic x(30).
       01 lNbDiplomes pic 9.

       procedure division using lCodeE lNomE lPrenomE lNbDiplomes.
       if mode-formation = 'O'
           move 'formation-defi-lecture.dat' to nf-defi
       else
           move 'defi-lecture.dat' to nf-defi
       end-if
       if mode-formation = 'O'
           move 'formation-defi-inscrit.dat' to nf-defi-inscrit
       else
           move 'defi-inscrit.dat' to nf-defi-inscrit
       end-if
       move 0 to lNbDiplomes
       move function current-date(1:8) to dateJour

       open i-o finscdefi
       open input fdefi
       move lCodeE to CodeEDI
       start finscdefi key = CodeEDI
           invalid key
               set finFinscdefi to true
           not invalid key
               set finFinscdefi to false
       end-start
       perform until finFinscdefi
           read finscdefi next record
               at end
                   set finFinscdefi to true
               not at end
                   if CodeEDI not = lCodeE
                       set finFinscdefi to true
                   else
                       perform 8000-compter-pret
                   end-if
           end-read
       end-perform
       close fdefi
       close finscdefi
       goback.

       8000-compter-pret.
       move CodeDefiDI to CodeDefi
       read fdefi invalid set defiExiste to false
                  not invalid set defiExiste to true
       end-read
       if (not defiExiste) or (not defiOuvert)
       or (dateJour < DateDebutDefi) or (dateJour > DateFinDefi)
           exit paragraph
       end-if
       add 1 to NbPretsDI
       if PalierDI < 4
           compute palierSuivant = PalierDI + 1
           if (PalierDefi(palierSuivant) > 0)
           and (NbPretsDI >= PalierDefi(palierSuivant))
               move palierSuivant to PalierDI
               move dateJour to DatePalierDI
               perform 8100-imprimer-diplome
               add 1 to lNbDiplomes
               move CodeDefiDI to h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call
           end-if
       end-if
       rewrite inscription-defi invalid continue
       end-rewrite.

       8100-imprimer-diplome.
       call 'Creerspool' using typeDocSpool lCodeE nomSpool
       end-call
       open extend fdiplome
       open output fspool
       move spaces to ligne-diplome
       perform 8200-verifier-modele
       if modeleExiste
           perform 8300-rendre-modele
       else
           move 'Bibliothèque INFOrmatique - diplome de lecture'
               to ligne-diplome
           perform 8500-ecrire-ligne
           move spaces to ligne-diplome
           perform 8500-ecrire-ligne
           string 'Bravo ' lPrenomE delimited by '  '
               ' ' lNomE delimited by '  ' into ligne-diplome
           perform 8500-ecrire-ligne
           string 'Defi : ' TitreDefi into ligne-diplome
           perform 8500-ecrire-ligne
           string 'Palier ' PalierDI ' atteint : ' NbPretsDI
               ' livres empruntes' into ligne-diplome
           perform 8500-ecrire-ligne
           string 'Le ' dateJour into ligne-diplome
           perform 8500-ecrire-ligne
           move spaces to ligne-diplome
           perform 8500-ecrire-ligne
       end-if
       close fspool
       close fdiplome.

       8200-verifier-modele.
       set modeleExiste to false
       open input fmodele
       move codeModeleDiplome to CodeModele
       move 1 to NumLigneMod
       read fmodele invalid set modeleExiste to false
                    not invalid set modeleExiste to true
       end-read
       close fmodele.

       8300-rendre-modele.
       open input fmodele
       move codeModeleDiplome to CodeModele
       move 0 to NumLigneMod
       start fmodele key >= clefMod
           invalid key
               set finFmodele to true
           not invalid key
               set finFmodele to false
       end-start
       perform until finFmodele
           read fmodele next record
               at end
                   set finFmodele to true
               not at end
                   if CodeModele not = codeModeleDiplome
                       set finFmodele to true
                   else
                       perform 8400-rendre-ligne-modele
                   end-if
           end-read
       end-perform
       close fmodele.

       8400-rendre-ligne-modele.
       evaluate function upper-case(function trim(TexteMod))
           when '&NOM'
               string lPrenomE delimited by '  '
                   ' ' lNomE delimited by '  ' into ligne-diplome
           when '&DEFI'
               string 'Defi : ' TitreDefi into ligne-diplome
           when '&PALIER'
               string 'Palier ' PalierDI ' atteint : ' NbPretsDI
                   ' livres empruntes' into ligne-diplome
           when '&DATE'
               string 'Le ' dateJour into ligne-diplome
           when other
               move TexteMod to ligne-diplome
       end-evaluate
       perform 8500-ecrire-ligne.

       8500-ecrire-ligne.
       write ligne-diplome
       move ligne-diplome to ligne-spool
       write ligne-spool
       move spaces to ligne-diplome.

       end program 'Compterdefi'.
