       program-id. ps-salles.

       select optional fsalle assign nf-salle
       organization indexed access dynamic
       record key clefSalle = SiteSalle CodeSalle.

       select optional frsvsalle assign nf-rsv-salle
       organization indexed access dynamic
       record key clefRsv = SiteRsv SalleRsv DateRsv HeureDebRsv
       sharing with all other
       lock mode is automatic.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional ffermeture assign 'fermeture.dat'
       organization indexed access dynamic
       record key clefFerm = DateFerm SiteFerm.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fpartenaire assign 'partenaire.dat'
       organization indexed record key CodePart
       access dynamic.

       fd fsalle.
       1 salle-enr.
               2 SiteSalle pic x(3).
               2 CodeSalle pic x(4).
               2 LibSalle pic x(30).
               2 TypeSalle pic x.
               88 salleReunion value 'R'.
               88 salleEtude value 'E'.
               2 CapaciteSalle pic 9(3).
               2 StatutSalle pic x.
               88 salleActive value 'A'.
               88 salleFermee value 'F'.

       fd frsvsalle.
       1 rsv-salle.
               2 SiteRsv pic x(3).
               2 SalleRsv pic x(4).
               2 DateRsv pic 9(8).
               2 HeureDebRsv pic 9(4).
               2 HeureFinRsv pic 9(4).
               2 TypeDemRsv pic x.
               88 demAdherent value 'A'.
               88 demPartenaire value 'P'.
               2 CodeDemRsv pic x(8).
               2 ObjetRsv pic x(30).
               2 StatutRsv pic x.
               88 rsvConfirmee value 'C'.
               88 rsvAnnulee value 'X'.
               2 DateSaisieRsv pic 9(8).
               2 LoginRsv pic 9(5).

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd ffermeture.
       1 fermeture.
               2 DateFerm pic 9(8).
               2 SiteFerm pic x(3).
               2 MotifFerm pic x(30).

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

       fd fpartenaire.
       1 partenaire-enr.
               2 CodePart pic x(5).
               2 NomPart pic x(30).
               2 AdrPart pic x(150).
               2 MailPart pic x(40).

       working-storage section.
       1 nf-salle pic x(30) value 'salle.dat'.
       1 nf-rsv-salle pic x(40) value 'reservation-salle.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 salleExiste value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 pic x.
       88 rsvExiste value 'o' false 'n'.
       1 pic x.
       88 demandeurExiste value 'o' false 'n'.
       1 pic x.
       88 jourFerme value 'o' false 'n'.
       1 pic x.
       88 chevauchement value 'o' false 'n'.
       1 pic x.
       88 saisieValide value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-frsv pic x value 'n'.
       88 finFrsv value 'o' false 'n'.
       1 fin-fsalle pic x value 'n'.
       88 finFsalle value 'o' false 'n'.
       1 siteSaisi pic x(3).
       1 salleSaisie pic x(4).
       1 dateSaisie pic 9(8).
       1 heureDebSaisie pic 9(4).
       1 heureFinSaisie pic 9(4).
       1 typeDemSaisi pic x.
       1 codeDemSaisi pic x(8).
       1 objetSaisi pic x(30).
       1 libSaisi pic x(30).
       1 typeSalleSaisi pic x.
       1 capaciteSaisie pic 9(3).
       1 statutSalleSaisi pic x.
       1 confirme pic x.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'salle'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.

       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Salles de reunion et de travail'.
           2 line 3 col 1 '1-Creer ou modifier une salle'.
           2 line 4 col 1 '2-Reserver un creneau'.
           2 line 5 col 1 '3-Annuler une reservation'.
           2 line 6 col 1 '4-Creneaux d une salle pour une date'.
           2 line 7 col 1 '5-Lister les salles d un site'.
           2 line 8 col 1 '6-Imprimer le planning de la semaine'.
           2 line 9 col 1 '7-Quitter'.
           2 line 10 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 10 col 32 pic 9 to choix required.

       1 s-plg-salle.
           2 line 12 col 1 'Site : '.
           2 s-site line 12 col 20 pic x(3) to siteSaisi required.
           2 line 12 col 30 'Salle : '.
           2 s-salle line 12 col 40 pic x(4) to salleSaisie required.

       1 s-plg-fiche.
           2 line 13 col 1 'Libelle : '.
           2 s-lib line 13 col 20 pic x(30) using libSaisi required.
           2 line 14 col 1 'Type (R=reunion, E=etude) : '.
           2 s-type line 14 col 32 pic x using typeSalleSaisi
           required.
           2 line 15 col 1 'Capacite (personnes) : '.
           2 s-capacite line 15 col 32 pic zz9 using capaciteSaisie.
           2 line 16 col 1 'Statut (A=active, F=fermee) : '.
           2 s-statutSalle line 16 col 32 pic x using
           statutSalleSaisi required.

       1 s-plg-creneau.
           2 line 13 col 1 'Date (AAAAMMJJ) : '.
           2 s-date line 13 col 20 pic 9(8) to dateSaisie required.
           2 line 14 col 1 'Heure de debut (HHMM) : '.
           2 s-heureDeb line 14 col 26 pic 9(4) to heureDebSaisie
           required.

       1 s-plg-date.
           2 line 13 col 1 'Date (AAAAMMJJ) : '.
           2 s-dateSeule line 13 col 20 pic 9(8) to dateSaisie
           required.

       1 s-plg-reservation.
           2 line 15 col 1 'Heure de fin (HHMM) : '.
           2 s-heureFin line 15 col 26 pic 9(4) to heureFinSaisie
           required.
           2 line 16 col 1 'Demandeur (A=adherent, P=partenaire) : '.
           2 s-typeDem line 16 col 42 pic x to typeDemSaisi required.
           2 line 17 col 1 'Code du demandeur : '.
           2 s-codeDem line 17 col 26 pic x(8) to codeDemSaisi
           required.
           2 line 18 col 1 'Objet : '.
           2 s-objet line 18 col 26 pic x(30) to objetSaisi.

       1 s-plg-site.
           2 line 12 col 1 'Site : '.
           2 s-siteSeul line 12 col 20 pic x(3) to siteSaisi required.

       1 a-plg-rsvAnnuler.
           2 line 15 col 1 'Reservation de '.
           2 a-deb line 15 col 16 pic 9(4) from HeureDebRsv.
           2 line 15 col 21 'a'.
           2 a-fin line 15 col 23 pic 9(4) from HeureFinRsv.
           2 line 15 col 28 'pour'.
           2 a-dem line 15 col 33 pic x(8) from CodeDemRsv.
           2 a-objet line 15 col 42 pic x(30) from ObjetRsv.
       1 s-plg-confirme.
           2 line 16 col 1 'Annuler cette reservation ? O/N : '.
           2 s-confirme line 16 col 36 pic x to confirme required.

       1 a-plg-ligneCreneau.
           2 line n col 1 pic 9(4) from HeureDebRsv.
           2 col 6 '-'.
           2 col 7 pic 9(4) from HeureFinRsv.
           2 col 13 pic x from TypeDemRsv.
           2 col 15 pic x(8) from CodeDemRsv.
           2 col 25 pic x(30) from ObjetRsv.
       1 a-plg-ligneSalle.
           2 line n col 1 pic x(4) from CodeSalle.
           2 col 7 pic x(30) from LibSalle.
           2 col 39 pic x from TypeSalle.
           2 col 42 pic zz9 from CapaciteSalle.
           2 col 47 pic x from StatutSalle.

       1 a-plg-siteInexistant.
           2 line 20 col 1 'Ce site n existe pas.'.
       1 a-plg-salleInexistante.
           2 line 20 col 1 'Cette salle n existe pas ou est fermee.'.
       1 a-plg-jourFerme.
           2 line 20 col 1 'Reservation refusee : le site est ferme '
           & 'ce jour-la.'.
       1 a-plg-horaireInvalide.
           2 line 20 col 1 'Horaire invalide (HHMM, fin apres '
           & 'debut).'.
       1 a-plg-demandeurInconnu.
           2 line 20 col 1 'Demandeur inconnu (code adherent ou '
           & 'partenaire).'.
       1 a-plg-chevauchement.
           2 line 20 col 1 'Reservation refusee : ce creneau '
           & 'chevauche une reservation existante.'.
       1 a-plg-rsvInexistante.
           2 line 20 col 1 'Aucune reservation a ce creneau.'.
       1 a-plg-rsvFaite.
           2 line 20 col 1 'Reservation enregistree.'.
       1 a-plg-rsvAnnulee.
           2 line 20 col 1 'Reservation annulee.'.
       1 a-plg-salleEnregistree.
           2 line 20 col 1 'Salle enregistree.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-salle.dat' to nf-salle
       else
           move 'salle.dat' to nf-salle
       end-if
       if mode-formation = 'O'
           move 'formation-reservation-salle.dat' to nf-rsv-salle
       else
           move 'reservation-salle.dat' to nf-rsv-salle
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       open i-o fsalle
       open i-o frsvsalle
       open input fsite
       display s-plg-titre
       accept s-choix

       perform until choix = 7
           evaluate choix
               when 1 perform 8000-maj-salle
               when 2 perform 8100-reserver
               when 3 perform 8200-annuler
               when 4 perform 8300-lister-creneaux
               when 5 perform 8400-lister-salles
               when 6
                   close frsvsalle
                   call 'ps-planning-salles'
                   end-call
                   open i-o frsvsalle
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fsalle
       close frsvsalle
       close fsite
       goback.

       8000-maj-salle.
       display s-plg-salle
       accept s-site
       accept s-salle
       perform 8900-verifier-site
       if not siteExiste
           display a-plg-siteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move siteSaisi to SiteSalle
       move salleSaisie to CodeSalle
       read fsalle invalid set salleExiste to false
                   not invalid set salleExiste to true
       end-read
       if salleExiste
           move LibSalle to libSaisi
           move TypeSalle to typeSalleSaisi
           move CapaciteSalle to capaciteSaisie
           move StatutSalle to statutSalleSaisi
       else
           move spaces to libSaisi
           move 'R' to typeSalleSaisi
           move 0 to capaciteSaisie
           move 'A' to statutSalleSaisi
       end-if
       display s-plg-fiche
       accept s-lib
       accept s-type
       perform until (function upper-case(typeSalleSaisi) = 'R')
           or (function upper-case(typeSalleSaisi) = 'E')
           accept s-type
       end-perform
       accept s-capacite
       accept s-statutSalle
       perform until (function upper-case(statutSalleSaisi) = 'A')
           or (function upper-case(statutSalleSaisi) = 'F')
           accept s-statutSalle
       end-perform
       move siteSaisi to SiteSalle
       move salleSaisie to CodeSalle
       move libSaisi to LibSalle
       move function upper-case(typeSalleSaisi) to TypeSalle
       move capaciteSaisie to CapaciteSalle
       move function upper-case(statutSalleSaisi) to StatutSalle
       if salleExiste
           rewrite salle-enr invalid set erreur to true
                             not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write salle-enr invalid set erreur to true
                           not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'salle' to h-nomfich
       string SiteSalle CodeSalle delimited by size into h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-salleEnregistree
       end-if
       accept s-plg-suite.

       8100-reserver.
       display s-plg-salle
       accept s-site
       accept s-salle
       perform 8950-verifier-salle
       if not salleExiste
           display a-plg-salleInexistante
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-creneau
       accept s-date
       accept s-heureDeb
       display s-plg-reservation
       accept s-heureFin
       accept s-typeDem
       accept s-codeDem
       accept s-objet
       move function upper-case(typeDemSaisi) to typeDemSaisi

       perform 8700-verifier-horaire
       if not saisieValide
           display a-plg-horaireInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8750-verifier-fermeture
       if jourFerme
           display a-plg-jourFerme
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8800-verifier-demandeur
       if not demandeurExiste
           display a-plg-demandeurInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8600-verifier-chevauchement
       if chevauchement
           display a-plg-chevauchement
           accept s-plg-suite
           exit paragraph
       end-if

       move siteSaisi to SiteRsv
       move salleSaisie to SalleRsv
       move dateSaisie to DateRsv
       move heureDebSaisie to HeureDebRsv
       read frsvsalle invalid set rsvExiste to false
                      not invalid set rsvExiste to true
       end-read
       move siteSaisi to SiteRsv
       move salleSaisie to SalleRsv
       move dateSaisie to DateRsv
       move heureDebSaisie to HeureDebRsv
       move heureFinSaisie to HeureFinRsv
       move typeDemSaisi to TypeDemRsv
       move codeDemSaisi to CodeDemRsv
       move objetSaisi to ObjetRsv
       set rsvConfirmee to true
       move function current-date(1:8) to DateSaisieRsv
       move logutil-courant to LoginRsv
       if rsvExiste
           rewrite rsv-salle invalid set erreur to true
                             not invalid set erreur to false
           end-rewrite
       else
           write rsv-salle invalid set erreur to true
                           not invalid set erreur to false
           end-write
       end-if
       move 'A' to h-codeope
       move 'rsv-salle' to h-nomfich
       string SiteRsv SalleRsv DateRsv delimited by size
           into h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-rsvFaite
       end-if
       accept s-plg-suite.

       8200-annuler.
       display s-plg-salle
       accept s-site
       accept s-salle
       display s-plg-creneau
       accept s-date
       accept s-heureDeb
       move siteSaisi to SiteRsv
       move salleSaisie to SalleRsv
       move dateSaisie to DateRsv
       move heureDebSaisie to HeureDebRsv
       read frsvsalle invalid set rsvExiste to false
                      not invalid set rsvExiste to true
       end-read
       if (not rsvExiste) or rsvAnnulee
           display a-plg-rsvInexistante
           accept s-plg-suite
           exit paragraph
       end-if
       display a-plg-rsvAnnuler
       display s-plg-confirme
       accept s-confirme
       if function upper-case(confirme) = 'O'
           set rsvAnnulee to true
           rewrite rsv-salle invalid set erreur to true
                             not invalid set erreur to false
           end-rewrite
           move 'S' to h-codeope
           move 'rsv-salle' to h-nomfich
           string SiteRsv SalleRsv DateRsv delimited by size
               into h-cleprim
           perform 9000-ecrire-histo
           if not erreur
               display a-plg-rsvAnnulee
           end-if
       end-if
       accept s-plg-suite.

       8300-lister-creneaux.
       display s-plg-salle
       accept s-site
       accept s-salle
       display s-plg-date
       accept s-dateSeule
       move 15 to n
       move siteSaisi to SiteRsv
       move salleSaisie to SalleRsv
       move dateSaisie to DateRsv
       move 0 to HeureDebRsv
       start frsvsalle key >= clefRsv
           invalid key
               set finFrsv to true
           not invalid key
               set finFrsv to false
       end-start
       perform until finFrsv
           read frsvsalle next record
               at end
                   set finFrsv to true
               not at end
                   if (SiteRsv not = siteSaisi)
                   or (SalleRsv not = salleSaisie)
                   or (DateRsv not = dateSaisie)
                       set finFrsv to true
                   else
                       if rsvConfirmee and (n < 23)
                           display a-plg-ligneCreneau
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8400-lister-salles.
       display s-plg-site
       accept s-siteSeul
       move 14 to n
       move siteSaisi to SiteSalle
       move low-values to CodeSalle
       start fsalle key >= clefSalle
           invalid key
               set finFsalle to true
           not invalid key
               set finFsalle to false
       end-start
       perform until finFsalle
           read fsalle next record
               at end
                   set finFsalle to true
               not at end
                   if SiteSalle not = siteSaisi
                       set finFsalle to true
                   else
                       if n < 23
                           display a-plg-ligneSalle
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8600-verifier-chevauchement.
       set chevauchement to false
       move siteSaisi to SiteRsv
       move salleSaisie to SalleRsv
       move dateSaisie to DateRsv
       move 0 to HeureDebRsv
       start frsvsalle key >= clefRsv
           invalid key
               set finFrsv to true
           not invalid key
               set finFrsv to false
       end-start
       perform until finFrsv
           read frsvsalle next record
               at end
                   set finFrsv to true
               not at end
                   if (SiteRsv not = siteSaisi)
                   or (SalleRsv not = salleSaisie)
                   or (DateRsv not = dateSaisie)
                       set finFrsv to true
                   else
                       if rsvConfirmee
                       and (heureDebSaisie < HeureFinRsv)
                       and (heureFinSaisie > HeureDebRsv)
                           set chevauchement to true
                           set finFrsv to true
                       end-if
                   end-if
           end-read
       end-perform.

       8700-verifier-horaire.
       set saisieValide to true
       if (heureDebSaisie > 2359) or (heureFinSaisie > 2400)
       or (function mod(heureDebSaisie, 100) > 59)
       or (function mod(heureFinSaisie, 100) > 59)
       or (heureFinSaisie <= heureDebSaisie)
           set saisieValide to false
       end-if
       if function test-date-yyyymmdd(dateSaisie) not = 0
           set saisieValide to false
       end-if.

       8750-verifier-fermeture.
       set jourFerme to false
       open input ffermeture
       move dateSaisie to DateFerm
       move spaces to SiteFerm
       read ffermeture invalid continue
           not invalid set jourFerme to true
       end-read
       if not jourFerme
           move dateSaisie to DateFerm
           move siteSaisi to SiteFerm
           read ffermeture invalid continue
               not invalid set jourFerme to true
           end-read
       end-if
       close ffermeture.

       8800-verifier-demandeur.
       set demandeurExiste to false
       evaluate typeDemSaisi
           when 'A'
               open input fadherent
               move codeDemSaisi to codeE
               read fadherent invalid continue
                   not invalid set demandeurExiste to true
               end-read
               close fadherent
           when 'P'
               open input fpartenaire
               move codeDemSaisi to CodePart
               read fpartenaire invalid continue
                   not invalid set demandeurExiste to true
               end-read
               close fpartenaire
       end-evaluate.

       8900-verifier-site.
       move siteSaisi to CodeSite
       read fsite invalid set siteExiste to false
                  not invalid set siteExiste to true
       end-read.

       8950-verifier-salle.
       move siteSaisi to SiteSalle
       move salleSaisie to CodeSalle
       read fsalle invalid set salleExiste to false
                   not invalid set salleExiste to true
       end-read
       if salleExiste and (not salleActive)
           set salleExiste to false
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

       end program ps-salles.
