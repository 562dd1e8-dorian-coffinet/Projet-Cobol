       program-id. ps-defis-lecture.

       select optional fdefi assign nf-defi
       organization indexed access dynamic
       record key CodeDefi.

       select optional finscdefi assign nf-defi-inscrit
       organization indexed access dynamic
       record key clefDI = CodeDefiDI CodeEDI
       alternate record key CodeEDI duplicates
       sharing with all other
       lock mode is automatic.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select frapport assign nomRapport
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

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteC pic x(3).
               2 codeMenage pic x(8).
               2 dateInscriptionE pic 9(8).
               2 dateExpirationE pic 9(8).
               2 pinE pic x(4).
               2 dateNaissanceE pic 9(8).
               2 dateDernierPretE pic 9(8).
               2 dateDernierRetourE pic 9(8).
               2 dateDernierPaiementE pic 9(8).
               2 numCarteE pic x(8).
               2 codePartenaireE pic x(5).
               2 categorieE pic x(10).
               2 creditE pic 9(4)v99.
               2 codeGarantE pic x(8).
               2 canalE pic x.
               2 consentLettreE pic x.
               2 dateConsentLettreE pic 9(8).
               2 consentEvenementE pic x.
               2 dateConsentEvenementE pic 9(8).
               2 adrInvalideE pic x.
               2 dateAdrInvalideE pic 9(8).
               2 decedeE pic x.
               2 dateDecesE pic 9(8).
               2 refusRecoE pic x.

       fd frapport.
       01 ligne-rapport pic x(100).

       working-storage section.
       1 nf-defi pic x(30) value 'defi-lecture.dat'.
       1 nf-defi-inscrit pic x(30) value 'defi-inscrit.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 defiExiste value 'o' false 'n'.
       1 pic x.
       88 inscExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 siteRetenu value 'o' false 'n'.
       1 pic x.
       88 ficheValide value 'o' false 'n'.
       1 fin-finsc pic x value 'n'.
       88 finFinsc value 'o' false 'n'.
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 dh pic x(21).
       1 dateJour pic 9(8).
       1 codeDefiSaisi pic x(8).
       1 codSaisi pic x(8).
       1 titreSaisi pic x(40).
       1 dateDebutSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 ageMinSaisi pic 99.
       1 ageMaxSaisi pic 99.
       1 tab-sitesSaisis.
           2 siteSaisi pic x(3) occurs 5.
       1 tab-paliersSaisis.
           2 palierSaisi pic 9(3) occurs 4.
       1 statutSaisi pic x.
       1 ageAdherent pic 9(3).
       1 siteTeste pic x(3).
       1 nbPaliersDefi pic 9.
       1 nbInscrits pic 9(5).
       1 nbUnPalier pic 9(5).
       1 nbTermines pic 9(5).
       1 serieDefi pic x(5) value 'DEFIL'.
       1 nomRapport pic x(30).
       1 n pic 999.
       1 j pic 99.
       1 kS pic 99.
       1 kT pic 9.
       1 taux-ed pic zz9.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'defi-lecture'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       1 tab-tranches-v.
           2 pic x(7) value '05 0-5'.
           2 pic x(7) value '08 6-8'.
           2 pic x(7) value '11 9-11'.
           2 pic x(7) value '1412-14'.
           2 pic x(7) value '9915+'.
       1 tab-tranches redefines tab-tranches-v.
           2 tranche-t occurs 5.
              3 ageMaxTrancheT pic 99.
              3 libTrancheT pic x(5).

       1 tab-stats.
           2 stat-site occurs 30.
              3 siteStatT pic x(3).
              3 stat-tranche occurs 5.
                 4 eligT pic 9(5).
                 4 inscT pic 9(5).
                 4 palierT pic 9(5).
                 4 termT pic 9(5).
       1 nbSitesStat pic 99 value 0.
       1 nbHorsTable pic 9(5) value 0.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Defi lecture d ete'.
           2 line 3 col 1 '1-Creer un defi'.
           2 line 4 col 1 '2-Modifier ou clore un defi'.
           2 line 5 col 1 '3-Inscrire un enfant'.
           2 line 6 col 1 '4-Inscrits et progression'.
           2 line 7 col 1 '5-Rapport de fin de defi'.
           2 line 8 col 1 '6-Quitter'.
           2 line 10 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 10 col 32 pic 9 to choix required.

       1 s-plg-codeDefi.
           2 line 12 col 1 'Code du defi : '.
           2 s-codeDefi line 12 col 25 pic x(8) to codeDefiSaisi
           required.
       1 s-plg-codeAdh.
           2 line 13 col 1 'Code adherent : '.
           2 s-codeAdh line 13 col 25 pic x(8) to codSaisi required.

       1 s-plg-fiche.
           2 line 12 col 1 'Titre : '.
           2 s-titre line 12 col 25 pic x(40) using titreSaisi
           required.
           2 line 13 col 1 'Debut (AAAAMMJJ) : '.
           2 s-debut line 13 col 25 pic 9(8) using dateDebutSaisie
           required.
           2 line 13 col 40 'Fin (AAAAMMJJ) : '.
           2 s-fin line 13 col 60 pic 9(8) using dateFinSaisie
           required.
           2 line 14 col 1 'Age minimum : '.
           2 s-ageMin line 14 col 25 pic z9 using ageMinSaisi.
           2 line 14 col 40 'Age maximum : '.
           2 s-ageMax line 14 col 60 pic z9 using ageMaxSaisi
           required.
           2 line 15 col 1 'Sites (vides = tous) : '.
           2 s-site1 line 15 col 25 pic x(3) using siteSaisi(1).
           2 s-site2 line 15 col 30 pic x(3) using siteSaisi(2).
           2 s-site3 line 15 col 35 pic x(3) using siteSaisi(3).
           2 s-site4 line 15 col 40 pic x(3) using siteSaisi(4).
           2 s-site5 line 15 col 45 pic x(3) using siteSaisi(5).
           2 line 16 col 1 'Paliers (nombre de prets) : '.
           2 s-palier1 line 16 col 30 pic zz9 using palierSaisi(1)
           required.
           2 s-palier2 line 16 col 35 pic zz9 using palierSaisi(2).
           2 s-palier3 line 16 col 40 pic zz9 using palierSaisi(3).
           2 s-palier4 line 16 col 45 pic zz9 using palierSaisi(4).
       1 s-plg-statut.
           2 line 17 col 1 'Statut (O=ouvert, C=clos) : '.
           2 s-statut line 17 col 30 pic x using statutSaisi required.

       1 a-plg-codeCree.
           2 line 22 col 1 'Defi cree sous le code '.
           2 a-code line 22 col 25 pic x(8) from CodeDefi.
       1 a-plg-defiEnregistre.
           2 line 22 col 1 'Defi enregistre.'.
       1 a-plg-ficheInvalide.
           2 line 22 col 1 'Fiche refusee : dates, ages, site '
           & 'inconnu ou paliers non croissants.'.
       1 a-plg-defiInexistant.
           2 line 22 col 1 'Defi inconnu, clos ou termine.'.
       1 a-plg-defiInconnu.
           2 line 22 col 1 'Defi inconnu.'.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-dejaInscrit.
           2 line 22 col 1 'Cet enfant est deja inscrit a ce defi.'.
       1 a-plg-ageRefuse.
           2 line 22 col 1 'Inscription refusee : l age de l enfant '
           & 'est hors de la tranche du defi.'.
       1 a-plg-siteRefuse.
           2 line 22 col 1 'Inscription refusee : le site de l enfant '
           & 'ne participe pas au defi.'.
       1 a-plg-inscrit.
           2 line 22 col 1 'Inscription enregistree.'.

       1 a-plg-enteteListe.
           2 line 13 col 1 'Adherent Nom                       '
           & 'Site Prets Palier Le'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(8) from CodeEDI.
           2 col 10 pic x(25) from nomE.
           2 col 36 pic x(3) from SiteDI.
           2 col 41 pic zzz9 from NbPretsDI.
           2 col 49 pic 9 from PalierDI.
           2 col 54 pic 9(8) from DatePalierDI.
       1 a-plg-totaux.
           2 line 23 col 1 'Inscrits : '.
           2 a-nbInsc line 23 col 12 pic zzzz9 from nbInscrits.
           2 line 23 col 20 'Un palier : '.
           2 a-nbPal line 23 col 32 pic zzzz9 from nbUnPalier.
           2 line 23 col 40 'Defi termine : '.
           2 a-nbTerm line 23 col 55 pic zzzz9 from nbTermines.
       1 a-plg-rapport.
           2 line 22 col 1 'Rapport ecrit dans '.
           2 a-nomRapport line 22 col 21 pic x(30) from nomRapport.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
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
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour
       open i-o fdefi
       open i-o finscdefi
       open input fadherent
       open input fsite
       display s-plg-titre
       accept s-choix

       perform until choix = 6
           evaluate choix
               when 1 perform 8000-creer-defi
               when 2 perform 8100-modifier-defi
               when 3 perform 8200-inscrire
               when 4 perform 8400-lister-inscrits
               when 5 perform 8500-rapport-defi
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fdefi
       close finscdefi
       close fadherent
       close fsite
       goback.

       8000-creer-defi.
       move spaces to titreSaisi
       move dateJour to dateDebutSaisie
       move dateJour to dateFinSaisie
       move 0 to ageMinSaisi
       move 12 to ageMaxSaisi
       move spaces to tab-sitesSaisis
       move 5 to palierSaisi(1)
       move 10 to palierSaisi(2)
       move 15 to palierSaisi(3)
       move 0 to palierSaisi(4)
       perform 8050-saisir-fiche
       if not ficheValide
           display a-plg-ficheInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       call 'Prochainnumero' using serieDefi codeDefiSaisi
       end-call
       move codeDefiSaisi to CodeDefi
       perform 8060-fiche-vers-enreg
       set defiOuvert to true
       write defi invalid set erreur to true
                  not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       move CodeDefi to h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-codeCree
       end-if
       accept s-plg-suite.

       8050-saisir-fiche.
       display s-plg-fiche
       accept s-titre
       accept s-debut
       accept s-fin
       accept s-ageMin
       accept s-ageMax
       accept s-site1
       accept s-site2
       accept s-site3
       accept s-site4
       accept s-site5
       accept s-palier1
       accept s-palier2
       accept s-palier3
       accept s-palier4
       set ficheValide to true
       if (function test-date-yyyymmdd(dateDebutSaisie) not = 0)
       or (function test-date-yyyymmdd(dateFinSaisie) not = 0)
       or (dateFinSaisie < dateDebutSaisie)
       or (ageMaxSaisi < ageMinSaisi) or (palierSaisi(1) = 0)
           set ficheValide to false
           exit paragraph
       end-if
       perform varying j from 1 by 1 until j > 5
           move function upper-case(siteSaisi(j)) to siteSaisi(j)
           if siteSaisi(j) not = spaces
               move siteSaisi(j) to CodeSite
               read fsite invalid set ficheValide to false
               end-read
           end-if
       end-perform
       perform varying j from 2 by 1 until j > 4
           if palierSaisi(j) > 0
               if (palierSaisi(j - 1) = 0)
               or (palierSaisi(j) <= palierSaisi(j - 1))
                   set ficheValide to false
               end-if
           end-if
       end-perform.

       8060-fiche-vers-enreg.
       move titreSaisi to TitreDefi
       move dateDebutSaisie to DateDebutDefi
       move dateFinSaisie to DateFinDefi
       move ageMinSaisi to AgeMinDefi
       move ageMaxSaisi to AgeMaxDefi
       perform varying j from 1 by 1 until j > 5
           move siteSaisi(j) to SiteDefi(j)
       end-perform
       perform varying j from 1 by 1 until j > 4
           move palierSaisi(j) to PalierDefi(j)
       end-perform.

       8100-modifier-defi.
       display s-plg-codeDefi
       accept s-codeDefi
       move codeDefiSaisi to CodeDefi
       read fdefi invalid set defiExiste to false
                  not invalid set defiExiste to true
       end-read
       if not defiExiste
           display a-plg-defiInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-titre
       move TitreDefi to titreSaisi
       move DateDebutDefi to dateDebutSaisie
       move DateFinDefi to dateFinSaisie
       move AgeMinDefi to ageMinSaisi
       move AgeMaxDefi to ageMaxSaisi
       perform varying j from 1 by 1 until j > 5
           move SiteDefi(j) to siteSaisi(j)
       end-perform
       perform varying j from 1 by 1 until j > 4
           move PalierDefi(j) to palierSaisi(j)
       end-perform
       move StatutDefi to statutSaisi
       perform 8050-saisir-fiche
       if not ficheValide
           display a-plg-ficheInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-statut
       accept s-statut
       move function upper-case(statutSaisi) to statutSaisi
       perform until (statutSaisi = 'O') or (statutSaisi = 'C')
           accept s-statut
           move function upper-case(statutSaisi) to statutSaisi
       end-perform
       perform 8060-fiche-vers-enreg
       move statutSaisi to StatutDefi
       rewrite defi invalid set erreur to true
                    not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move CodeDefi to h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-defiEnregistre
       end-if
       accept s-plg-suite.

       8200-inscrire.
       display s-plg-codeDefi
       accept s-codeDefi
       display s-plg-codeAdh
       accept s-codeAdh
       move codeDefiSaisi to CodeDefi
       read fdefi invalid set defiExiste to false
                  not invalid set defiExiste to true
       end-read
       if defiExiste
           if defiClos or (DateFinDefi < dateJour)
               set defiExiste to false
           end-if
       end-if
       if not defiExiste
           display a-plg-defiInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move codSaisi to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-adhInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       if dateNaissanceE = 0
           display a-plg-ageRefuse
           accept s-plg-suite
           exit paragraph
       end-if
       compute ageAdherent = (DateDebutDefi - dateNaissanceE) / 10000
       if (ageAdherent < AgeMinDefi) or (ageAdherent > AgeMaxDefi)
           display a-plg-ageRefuse
           accept s-plg-suite
           exit paragraph
       end-if
       move siteC to siteTeste
       perform 8800-verifier-site
       if not siteRetenu
           display a-plg-siteRefuse
           accept s-plg-suite
           exit paragraph
       end-if
       move codeDefiSaisi to CodeDefiDI
       move codSaisi to CodeEDI
       read finscdefi invalid set inscExiste to false
                      not invalid set inscExiste to true
       end-read
       if inscExiste
           display a-plg-dejaInscrit
           accept s-plg-suite
           exit paragraph
       end-if
       move codeDefiSaisi to CodeDefiDI
       move codSaisi to CodeEDI
       move dateJour to DateInscDI
       move siteC to SiteDI
       move ageAdherent to AgeDI
       move 0 to NbPretsDI
       move 0 to PalierDI
       move 0 to DatePalierDI
       write inscription-defi invalid set erreur to true
                              not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       move 'inscription' to h-nomfich
       string CodeDefiDI CodeEDI(1:7) delimited by size
           into h-cleprim
       perform 9000-ecrire-histo
       move 'defi-lecture' to h-nomfich
       display a-plg-inscrit
       accept s-plg-suite.

       8400-lister-inscrits.
       display s-plg-codeDefi
       accept s-codeDefi
       move codeDefiSaisi to CodeDefi
       read fdefi invalid set defiExiste to false
                  not invalid set defiExiste to true
       end-read
       if not defiExiste
           display a-plg-defiInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8450-compter-paliers
       display a-plg-enteteListe
       move 14 to n
       move 0 to nbInscrits
       move 0 to nbUnPalier
       move 0 to nbTermines
       move codeDefiSaisi to CodeDefiDI
       move low-values to CodeEDI
       start finscdefi key >= clefDI
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscdefi next record
               at end
                   set finFinsc to true
               not at end
                   if CodeDefiDI not = codeDefiSaisi
                       set finFinsc to true
                   else
                       add 1 to nbInscrits
                       if PalierDI > 0
                           add 1 to nbUnPalier
                       end-if
                       if PalierDI >= nbPaliersDefi
                           add 1 to nbTermines
                       end-if
                       if n < 23
                           move CodeEDI to codeE
                           read fadherent invalid move spaces to nomE
                           end-read
                           display a-plg-ligneListe
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       display a-plg-totaux
       accept s-plg-suite.

       8450-compter-paliers.
       move 0 to nbPaliersDefi
       perform varying j from 1 by 1 until j > 4
           if PalierDefi(j) > 0
               move j to nbPaliersDefi
           end-if
       end-perform.

       8500-rapport-defi.
       display s-plg-codeDefi
       accept s-codeDefi
       move codeDefiSaisi to CodeDefi
       read fdefi invalid set defiExiste to false
                  not invalid set defiExiste to true
       end-read
       if not defiExiste
           display a-plg-defiInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8450-compter-paliers
       move 0 to nbSitesStat
       move 0 to nbHorsTable
       perform 8510-compter-eligibles
       perform 8520-compter-inscrits

       move spaces to nomRapport
       string 'defi-lecture-' codeDefiSaisi delimited by space
           '.txt' delimited by size into nomRapport
       open output frapport
       move spaces to ligne-rapport
       string 'Defi lecture ' CodeDefi ' - ' TitreDefi
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Du ' DateDebutDefi ' au ' DateFinDefi '  ages '
           AgeMinDefi ' a ' AgeMaxDefi '  paliers ' PalierDefi(1)
           ' ' PalierDefi(2) ' ' PalierDefi(3) ' ' PalierDefi(4)
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Site Ages  Eligibles Inscrits Particip. Un palier '
           & 'Termines Achevement' to ligne-rapport
       write ligne-rapport
       perform varying kS from 1 by 1 until kS > nbSitesStat
           perform varying kT from 1 by 1 until kT > 5
               if (eligT(kS, kT) > 0) or (inscT(kS, kT) > 0)
                   perform 8530-ecrire-ligne-stat
               end-if
           end-perform
       end-perform
       move spaces to ligne-rapport
       write ligne-rapport
       move 0 to nbInscrits
       move 0 to nbUnPalier
       move 0 to nbTermines
       move 0 to n
       perform varying kS from 1 by 1 until kS > nbSitesStat
           perform varying kT from 1 by 1 until kT > 5
               add eligT(kS, kT) to n
               add inscT(kS, kT) to nbInscrits
               add palierT(kS, kT) to nbUnPalier
               add termT(kS, kT) to nbTermines
           end-perform
       end-perform
       move spaces to ligne-rapport
       string 'Total : eligibles ' n '  inscrits ' nbInscrits
           '  un palier ' nbUnPalier '  termines ' nbTermines
           delimited by size into ligne-rapport
       write ligne-rapport
       if nbHorsTable > 0
           move spaces to ligne-rapport
           string 'Sites non ventiles (table pleine) : ' nbHorsTable
               delimited by size into ligne-rapport
           write ligne-rapport
       end-if
       close frapport
       move 'R' to h-codeope
       move CodeDefi to h-cleprim
       set erreur to false
       perform 9000-ecrire-histo
       display a-plg-rapport
       accept s-plg-suite.

       8510-compter-eligibles.
       move low-values to codeE
       start fadherent key >= codeE
           invalid key
               set finFadherent to true
           not invalid key
               set finFadherent to false
       end-start
       perform until finFadherent
           read fadherent next record
               at end
                   set finFadherent to true
               not at end
                   if (dateNaissanceE > 0) and (decedeE not = 'O')
                       compute ageAdherent =
                           (DateDebutDefi - dateNaissanceE) / 10000
                       move siteC to siteTeste
                       perform 8800-verifier-site
                       if siteRetenu
                       and (dateNaissanceE < DateDebutDefi)
                       and (ageAdherent >= AgeMinDefi)
                       and (ageAdherent <= AgeMaxDefi)
                           perform 8900-situer
                           if kS > 0
                               add 1 to eligT(kS, kT)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       8520-compter-inscrits.
       move codeDefiSaisi to CodeDefiDI
       move low-values to CodeEDI
       start finscdefi key >= clefDI
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscdefi next record
               at end
                   set finFinsc to true
               not at end
                   if CodeDefiDI not = codeDefiSaisi
                       set finFinsc to true
                   else
                       move SiteDI to siteTeste
                       move AgeDI to ageAdherent
                       perform 8900-situer
                       if kS > 0
                           add 1 to inscT(kS, kT)
                           if PalierDI > 0
                               add 1 to palierT(kS, kT)
                           end-if
                           if PalierDI >= nbPaliersDefi
                               add 1 to termT(kS, kT)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       8530-ecrire-ligne-stat.
       move spaces to ligne-rapport
       move siteStatT(kS) to ligne-rapport(1:3)
       move libTrancheT(kT) to ligne-rapport(6:5)
       move eligT(kS, kT) to ligne-rapport(13:5)
       move inscT(kS, kT) to ligne-rapport(23:5)
       if eligT(kS, kT) > 0
           compute taux-ed rounded =
               inscT(kS, kT) * 100 / eligT(kS, kT)
           move taux-ed to ligne-rapport(32:3)
           move '%' to ligne-rapport(35:1)
       else
           move '  -' to ligne-rapport(32:3)
       end-if
       move palierT(kS, kT) to ligne-rapport(42:5)
       move termT(kS, kT) to ligne-rapport(51:5)
       if inscT(kS, kT) > 0
           compute taux-ed rounded =
               termT(kS, kT) * 100 / inscT(kS, kT)
           move taux-ed to ligne-rapport(61:3)
           move '%' to ligne-rapport(64:1)
       else
           move '  -' to ligne-rapport(61:3)
       end-if
       write ligne-rapport.

       8800-verifier-site.
       set siteRetenu to false
       if (SiteDefi(1) = spaces) and (SiteDefi(2) = spaces)
       and (SiteDefi(3) = spaces) and (SiteDefi(4) = spaces)
       and (SiteDefi(5) = spaces)
           set siteRetenu to true
           exit paragraph
       end-if
       perform varying j from 1 by 1 until j > 5
           if (SiteDefi(j) not = spaces) and (SiteDefi(j) = siteTeste)
               set siteRetenu to true
           end-if
       end-perform.

       8900-situer.
       move 5 to kT
       perform varying j from 5 by -1 until j < 1
           if ageAdherent <= ageMaxTrancheT(j)
               move j to kT
           end-if
       end-perform
       perform varying kS from 1 by 1
           until (kS > nbSitesStat) or (siteStatT(kS) = siteTeste)
           continue
       end-perform
       if kS > nbSitesStat
           if nbSitesStat >= 30
               move 0 to kS
               add 1 to nbHorsTable
               exit paragraph
           end-if
           add 1 to nbSitesStat
           move nbSitesStat to kS
           move siteTeste to siteStatT(kS)
           perform varying j from 1 by 1 until j > 5
               move 0 to eligT(kS, j)
               move 0 to inscT(kS, j)
               move 0 to palierT(kS, j)
               move 0 to termT(kS, j)
           end-perform
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

       end program ps-defis-lecture.
