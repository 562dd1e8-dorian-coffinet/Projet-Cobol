       program-id. ps-planning-salles.

       select optional fsalle assign nf-salle
       organization indexed access dynamic
       record key clefSalle = SiteSalle CodeSalle.

       select optional frsvsalle assign nf-rsv-salle
       organization indexed access dynamic
       record key clefRsv = SiteRsv SalleRsv DateRsv HeureDebRsv.

       select optional ffermeture assign 'fermeture.dat'
       organization indexed access dynamic
       record key clefFerm = DateFerm SiteFerm.

       select fliste assign 'planning-salles.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

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

       fd ffermeture.
       1 fermeture.
               2 DateFerm pic 9(8).
               2 SiteFerm pic x(3).
               2 MotifFerm pic x(30).

       fd fliste.
       01 ligne-liste pic x(100).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-salle pic x(30) value 'salle.dat'.
       1 nf-rsv-salle pic x(40) value 'reservation-salle.dat'.

       01 mode-formation pic x external value 'N'.
       01 logutil-courant pic 9(5) external value 0.
       1 siteSaisi pic x(3).
       1 dateSaisie pic 9(8).
       1 dateLundi pic 9(8).
       1 dateTraitee pic 9(8).
       1 iLundi pic 9(7).
       1 iJour pic 9.
       1 nbSalles pic 9(3) value 0.
       1 nbCreneaux pic 9(3).
       1 fin-fsalle pic x value 'n'.
       88 finFsalle value 'o' false 'n'.
       1 fin-frsv pic x value 'n'.
       88 finFrsv value 'o' false 'n'.
       1 pic x.
       88 jourFerme value 'o' false 'n'.
       1 tab-jours.
           2 pic x(8) value 'Lundi'.
           2 pic x(8) value 'Mardi'.
           2 pic x(8) value 'Mercredi'.
           2 pic x(8) value 'Jeudi'.
           2 pic x(8) value 'Vendredi'.
           2 pic x(8) value 'Samedi'.
           2 pic x(8) value 'Dimanche'.
       1 redefines tab-jours.
           2 nomJour pic x(8) occurs 7.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.

       screen section.
       1 s-plg-saisie.
           2 blank screen.
           2 line 1 col 1 'Planning hebdomadaire des salles'.
           2 line 3 col 1 'Site : '.
           2 s-site line 3 col 30 pic x(3) to siteSaisi required.
           2 line 4 col 1 'Un jour de la semaine (AAAAMMJJ) : '.
           2 s-date line 4 col 37 pic 9(8) to dateSaisie required.
       1 a-plg-termine.
           2 line 20 col 1 'Planning ecrit, salles imprimees : '.
           2 a-nb line 20 col 37 pic zz9 from nbSalles.
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
       move 0 to nbSalles
       move function current-date(1:8) to dateSaisie
       display s-plg-saisie
       accept s-site
       accept s-date

       compute iLundi = function integer-of-date(dateSaisie)
       compute iLundi = iLundi - function mod(iLundi - 1, 7)
       compute dateLundi = function date-of-integer(iLundi)

       open input fsalle
       open input frsvsalle
       open input ffermeture
       open output fliste
       move 'PLANNING' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool

       string 'Planning des salles du site ' siteSaisi
           ' - semaine du ' dateLundi
           delimited by size into ligne-liste
       perform 9900-ecrire-ligne
       move spaces to ligne-liste
       perform 9900-ecrire-ligne

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
                       if salleActive
                           perform 8000-imprimer-salle
                       end-if
                   end-if
           end-read
       end-perform

       close fsalle
       close frsvsalle
       close ffermeture
       close fliste
       close fspool
       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-imprimer-salle.
       add 1 to nbSalles
       move spaces to ligne-liste
       if salleReunion
           string 'Salle ' CodeSalle ' ' LibSalle
               ' (reunion, ' CapaciteSalle ' places)'
               delimited by size into ligne-liste
       else
           string 'Salle ' CodeSalle ' ' LibSalle
               ' (etude, ' CapaciteSalle ' places)'
               delimited by size into ligne-liste
       end-if
       perform 9900-ecrire-ligne
       perform varying iJour from 1 by 1 until iJour > 7
           perform 8100-imprimer-jour
       end-perform
       move spaces to ligne-liste
       perform 9900-ecrire-ligne.

       8100-imprimer-jour.
       compute dateTraitee = function date-of-integer(
           iLundi + iJour - 1)
       perform 8200-verifier-fermeture
       move spaces to ligne-liste
       if jourFerme
           string '  ' nomJour(iJour) ' ' dateTraitee
               ' : site ferme' delimited by size into ligne-liste
           perform 9900-ecrire-ligne
           exit paragraph
       end-if
       move 0 to nbCreneaux
       move SiteSalle to SiteRsv
       move CodeSalle to SalleRsv
       move dateTraitee to DateRsv
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
                   if (SiteRsv not = SiteSalle)
                   or (SalleRsv not = CodeSalle)
                   or (DateRsv not = dateTraitee)
                       set finFrsv to true
                   else
                       if rsvConfirmee
                           add 1 to nbCreneaux
                           move spaces to ligne-liste
                           string '  ' nomJour(iJour) ' ' DateRsv
                               ' ' HeureDebRsv '-' HeureFinRsv
                               ' ' TypeDemRsv ' ' CodeDemRsv
                               ' ' ObjetRsv
                               delimited by size into ligne-liste
                           perform 9900-ecrire-ligne
                       end-if
                   end-if
           end-read
       end-perform
       if nbCreneaux = 0
           move spaces to ligne-liste
           string '  ' nomJour(iJour) ' ' dateTraitee
               ' : libre' delimited by size into ligne-liste
           perform 9900-ecrire-ligne
       end-if.

       8200-verifier-fermeture.
       set jourFerme to false
       move dateTraitee to DateFerm
       move spaces to SiteFerm
       read ffermeture invalid continue
           not invalid set jourFerme to true
       end-read
       if not jourFerme
           move dateTraitee to DateFerm
           move siteSaisi to SiteFerm
           read ffermeture invalid continue
               not invalid set jourFerme to true
           end-read
       end-if.

       9900-ecrire-ligne.
       write ligne-liste
       move ligne-liste to ligne-spool
       write ligne-spool.

       end program ps-planning-salles.
