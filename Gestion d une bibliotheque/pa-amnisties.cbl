       program-id. pa-amnisties.

       select optional famnistie assign nf-amnistie
       organization indexed access dynamic
       record key CodeCampagne.

       select optional fremise assign nf-amnistie-remise
       organization indexed access dynamic
       record key clefRemise = CodeCampagneR CodeAdhR RefR ExR
           DatePretR.

       select fbilan assign 'amnistie-bilan.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd famnistie.
       1 campagne.
               2 CodeCampagne pic x(6).
               2 LibCampagne pic x(30).
               2 DateDebutCamp pic 9(8).
               2 DateFinCamp pic 9(8).
               2 sitesCamp.
                  3 SiteCamp pic x(3) occurs 5.
               2 AgeMinCamp pic 9(4).
               2 MontantMaxCamp pic 9(3)v99.
               2 StatutCamp pic x.
               88 campagneOuverte value 'O'.
               88 campagneCloturee value 'C'.
               2 DateClotureCamp pic 9(8).

       fd fremise.
       1 remise.
               2 CodeCampagneR pic x(6).
               2 CodeAdhR pic x(8).
               2 RefR pic x(8).
               2 ExR pic 9(3).
               2 DatePretR pic 9(8).
               2 DateRetourR pic 9(8).
               2 SiteR pic x(3).
               2 DateAmR pic 9(8).
               2 MontantRemisR pic 9(3)v99.
               2 NumRecuR pic 9(6).

       fd fbilan.
       01 ligne-bilan pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-amnistie pic x(30) value 'amnistie.dat'.
       1 nf-amnistie-remise pic x(30) value 'amnistie-remise.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 codeSaisi pic x(6).
       1 confirme pic x.
       1 dateJour pic 9(8).
       1 pic x.
       88 campagneExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-famnistie pic x value 'n'.
       88 finFamnistie value 'o' false 'n'.
       1 fin-fremise pic x value 'n'.
       88 finFremise value 'o' false 'n'.
       1 n pic 999.
       1 k pic 9.
       1 adherentPrecedent pic x(8).
       1 nbAdherentsRevenus pic 9(5).
       1 nbDocumentsRecuperes pic 9(5).
       1 montantRemisTotal pic 9(7)v99.
       1 montant-ed pic zz9.99.
       1 total-ed pic zzzzzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'CONTROLE'.
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'amnistie'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Campagnes d amnistie des amendes'.
           2 line 3 col 1 '1-Creer ou modifier une campagne'.
           2 line 4 col 1 '2-Lister les campagnes'.
           2 line 5 col 1 '3-Bilan et cloture d une campagne'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 9 col 1 'Code campagne : '.
           2 s-code line 9 col 30 pic x(6) to codeSaisi required.

       1 s-plg-fiche.
           2 line 11 col 1 'Libelle : '.
           2 s-lib line 11 col 30 pic x(30) using LibCampagne
           required.
           2 line 12 col 1 'Debut (AAAAMMJJ) : '.
           2 s-debut line 12 col 30 pic 9(8) using DateDebutCamp
           required.
           2 line 13 col 1 'Fin (AAAAMMJJ) : '.
           2 s-fin line 13 col 30 pic 9(8) using DateFinCamp
           required.
           2 line 14 col 1 'Sites (vide = tous) : '.
           2 s-site1 line 14 col 30 pic x(3) using SiteCamp(1).
           2 s-site2 line 14 col 34 pic x(3) using SiteCamp(2).
           2 s-site3 line 14 col 38 pic x(3) using SiteCamp(3).
           2 s-site4 line 14 col 42 pic x(3) using SiteCamp(4).
           2 s-site5 line 14 col 46 pic x(3) using SiteCamp(5).
           2 line 15 col 1 'Anciennete minimale de l amende au '
           & 'debut (jours) : '.
           2 s-age line 15 col 52 pic zzz9 using AgeMinCamp.
           2 line 16 col 1 'Montant maximal remis (0 = sans '
           & 'plafond) : '.
           2 s-max line 16 col 45 pic zz9.99 using MontantMaxCamp.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Code   Libelle                        '
           & 'Debut    Fin      Age  Maxi   S'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(6) from CodeCampagne.
           2 col 8 pic x(30) from LibCampagne.
           2 col 39 pic 9(8) from DateDebutCamp.
           2 col 48 pic 9(8) from DateFinCamp.
           2 col 57 pic zzz9 from AgeMinCamp.
           2 col 62 pic zz9.99 from MontantMaxCamp.
           2 col 69 pic x from StatutCamp.

       1 a-plg-bilan.
           2 line 11 col 1 'Adherents revenus : '.
           2 a-nbAdh line 11 col 30 pic zzzz9 from nbAdherentsRevenus.
           2 line 12 col 1 'Documents recuperes : '.
           2 a-nbDoc line 12 col 30 pic zzzz9
           from nbDocumentsRecuperes.
           2 line 13 col 1 'Amendes remises : '.
           2 a-remis line 13 col 30 pic zzzzzz9.99
           from montantRemisTotal.
           2 line 13 col 41 'euros'.
           2 line 14 col 1 'Bilan ecrit dans amnistie-bilan.txt'.
       1 s-plg-cloture.
           2 line 16 col 1 'Cloturer la campagne (O/N) : '.
           2 s-confirme line 16 col 31 pic x to confirme required.

       1 a-plg-datesInvalides.
           2 line 22 col 1 'Dates invalides : la fin doit suivre '
           & 'le debut.'.
       1 a-plg-campagneCloturee.
           2 line 22 col 1 'Campagne cloturee, modification '
           & 'impossible.'.
       1 a-plg-campagneInconnue.
           2 line 22 col 1 'Campagne inconnue.'.
       1 a-plg-fait.
           2 line 22 col 1 'Campagne enregistree.'.
       1 a-plg-cloturee.
           2 line 22 col 1 'Campagne cloturee.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-amnistie.dat' to nf-amnistie
       else
           move 'amnistie.dat' to nf-amnistie
       end-if
       if mode-formation = 'O'
           move 'formation-amnistie-remise.dat'
               to nf-amnistie-remise
       else
           move 'amnistie-remise.dat' to nf-amnistie-remise
       end-if
       move function current-date(1:8) to dateJour
       open i-o famnistie
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-saisir
               when 2 perform 8500-lister
               when 3 perform 8700-bilan
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close famnistie
       goback.

       8000-saisir.
       display s-plg-code
       accept s-code
       move function upper-case(codeSaisi) to CodeCampagne
       read famnistie invalid set campagneExiste to false
                      not invalid set campagneExiste to true
       end-read
       if campagneExiste and campagneCloturee
           display a-plg-campagneCloturee
           accept s-plg-suite
           exit paragraph
       end-if
       if not campagneExiste
           initialize campagne
           move function upper-case(codeSaisi) to CodeCampagne
           set campagneOuverte to true
       end-if
       display s-plg-fiche
       accept s-lib
       accept s-debut
       accept s-fin
       accept s-site1
       accept s-site2
       accept s-site3
       accept s-site4
       accept s-site5
       accept s-age
       accept s-max
       if (DateFinCamp < DateDebutCamp)
       or (function test-date-yyyymmdd(DateDebutCamp) not = 0)
       or (function test-date-yyyymmdd(DateFinCamp) not = 0)
           display a-plg-datesInvalides
           accept s-plg-suite
           exit paragraph
       end-if
       perform varying k from 1 by 1 until k > 5
           move function upper-case(SiteCamp(k)) to SiteCamp(k)
       end-perform
       set erreur to false
       if campagneExiste
           move 'M' to h-codeope
           rewrite campagne invalid set erreur to true
           end-rewrite
       else
           move 'A' to h-codeope
           write campagne invalid set erreur to true
           end-write
       end-if
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8500-lister.
       display a-plg-enteteListe
       move 3 to n
       move low-values to CodeCampagne
       start famnistie key >= CodeCampagne
           invalid key
               set finFamnistie to true
           not invalid key
               set finFamnistie to false
       end-start
       perform until finFamnistie
           read famnistie next record
               at end
                   set finFamnistie to true
               not at end
                   if n < 22
                       display a-plg-ligneListe
                       add 1 to n
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8700-bilan.
       display s-plg-code
       accept s-code
       move function upper-case(codeSaisi) to CodeCampagne
       read famnistie invalid set campagneExiste to false
                      not invalid set campagneExiste to true
       end-read
       if not campagneExiste
           display a-plg-campagneInconnue
           accept s-plg-suite
           exit paragraph
       end-if

       move 0 to nbAdherentsRevenus
       move 0 to nbDocumentsRecuperes
       move 0 to montantRemisTotal
       move spaces to adherentPrecedent
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fbilan
       open output fspool
       move 'Bibliothèque INFOrmatique - bilan de campagne d amnistie'
           to ligne-bilan
       perform 9900-ecrire-ligne
       string 'Campagne ' CodeCampagne ' ' LibCampagne
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne
       string 'Du ' DateDebutCamp ' au ' DateFinCamp
           ' - anciennete ' AgeMinCamp ' jours'
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       move 'Adherent Document     Ex  Retour   Site Recu      Remis'
           to ligne-bilan
       perform 9900-ecrire-ligne

       open input fremise
       move CodeCampagne to CodeCampagneR
       move low-values to CodeAdhR RefR
       move 0 to ExR DatePretR
       start fremise key >= clefRemise
           invalid key
               set finFremise to true
           not invalid key
               set finFremise to false
       end-start
       perform until finFremise
           read fremise next record
               at end
                   set finFremise to true
               not at end
                   if CodeCampagneR not = CodeCampagne
                       set finFremise to true
                   else
                       perform 8750-cumuler-remise
                   end-if
           end-read
       end-perform
       close fremise

       perform 9900-ecrire-ligne
       string 'Adherents revenus : ' nbAdherentsRevenus
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne
       string 'Documents recuperes : ' nbDocumentsRecuperes
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne
       move montantRemisTotal to total-ed
       string 'Amendes remises : ' total-ed ' euros'
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne
       close fbilan
       close fspool

       display a-plg-bilan
       if campagneOuverte and (dateJour > DateFinCamp)
           display s-plg-cloture
           accept s-confirme
           if function upper-case(confirme) = 'O'
               set campagneCloturee to true
               move dateJour to DateClotureCamp
               set erreur to false
               rewrite campagne invalid set erreur to true
               end-rewrite
               move 'M' to h-codeope
               perform 9000-ecrire-histo
               display a-plg-cloturee
           end-if
       end-if
       accept s-plg-suite.

       8750-cumuler-remise.
       if CodeAdhR not = adherentPrecedent
           add 1 to nbAdherentsRevenus
           move CodeAdhR to adherentPrecedent
       end-if
       add 1 to nbDocumentsRecuperes
       add MontantRemisR to montantRemisTotal
       move MontantRemisR to montant-ed
       string CodeAdhR ' ' RefR ' ' ExR ' ' DateRetourR ' '
           SiteR ' ' NumRecuR ' ' montant-ed
           delimited by size into ligne-bilan
       perform 9900-ecrire-ligne.

       9000-ecrire-histo.
       move CodeCampagne to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       9900-ecrire-ligne.
       write ligne-bilan
       move ligne-bilan to ligne-spool
       write ligne-spool
       move spaces to ligne-bilan.

       end program pa-amnisties.
