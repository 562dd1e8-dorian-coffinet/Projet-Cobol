       program-id. p-charge-accueil.

       select optional fjournal assign nf-journal
       organization line sequential.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional utilisateur assign 'util.dat'
       organization indexed
       access dynamic
       record key login.

       select optional fhoraire assign 'horaire.dat'
       organization indexed access dynamic
       record key clefHor = SiteHor JourHor.

       select fspool assign nomSpool
       organization line sequential.

       select fcsv assign 'charge-accueil.csv'
       organization line sequential.

       fd fjournal.
       01 ligne-journal pic x(80).

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               2 LoginValidPay pic 9(5).

       fd fsupport.
       1 livre.
                2 RefS pic x(8).
                2 Exemplaire pic 9(3).
                2 LibS pic x(30).
                2 DesignS pic x(50).
                2 Dispo pic x.
                2 LibC pic x(30).
                2 AuteurS pic x(30).
                2 IsbnS pic x(13).
                2 tab.
                   3 motscles pic x(20) occurs 20.
                2 SiteC pic x(3).
                2 DateAjoutS pic 9(8).
                2 DateLimiteRetrait pic 9(8).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd utilisateur.
       01 utilisateurs.
           02 nom         pic x(20).
           02 prenom      pic x(20).
           02 login       pic 9(5).
           02 motpasse    pic x(15).
           02 statut      pic x.
           02 nbEchecs    pic 9(2).
           02 verrou      pic x.
           02 dateMotPasse pic 9(8).
           02 SiteUtil    pic x(3).
           02 PorteeUtil  pic x.

       fd fhoraire.
       1 horaire.
               2 SiteHor pic x(3).
               2 JourHor pic 9.
               2 OuvertureHor pic 9(4).
               2 FermetureHor pic 9(4).

       fd fspool.
       01 ligne-spool pic x(80).

       fd fcsv.
       01 ligne-csv pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       1 dateDebut pic 9(8).
       1 dateFin pic 9(8).
       1 pic x.
       88 periodeValide value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 siteTrouve value 'o' false 'n'.

       1 dateEvt pic 9(8).
       1 heureEvt pic 9(6).
       1 siteEvt pic x(3).
       1 loginEvt pic 9(5).
       1 refEvt pic x(8).
       1 canalEvt pic x.
       88 evtGuichet value 'G'.
       88 evtBorne value 'B'.
       1 jourEvt pic 9.
       1 heureIdx pic 99.

       1 tab-logins.
           2 login-t occurs 200.
              3 loginTab pic 9(5).
              3 siteLoginTab pic x(3).
       1 nbLogins pic 9(3) value 0.
       1 kLogin pic 9(3).

       1 tab-charge.
           2 site-ch occurs 20.
              3 siteCh pic x(3).
              3 jour-ch occurs 7.
                 4 heure-ch occurs 24.
                    5 nbGuichet pic 9(5).
                    5 nbBorne pic 9(5).
                    5 ouvertCh pic x.
       1 nbSitesCh pic 99 value 0.
       1 kSite pic 99.
       1 kJour pic 9.
       1 kHeure pic 99.
       1 nbHorsSite pic 9(6) value 0.
       1 nbGuichetTotal pic 9(7) value 0.
       1 nbBorneTotal pic 9(7) value 0.

       1 maxGuichet pic 9(5).
       1 minGuichet pic 9(5).
       1 jourMax pic 9.
       1 heureMax pic 99.
       1 jourMin pic 9.
       1 heureMin pic 99.
       1 pic x.
       88 siteAHoraire value 'o' false 'n'.
       1 heureDebutCreneau pic 9(4).

       1 tab-libJours.
           2 pic x(3) value 'Lun'.
           2 pic x(3) value 'Mar'.
           2 pic x(3) value 'Mer'.
           2 pic x(3) value 'Jeu'.
           2 pic x(3) value 'Ven'.
           2 pic x(3) value 'Sam'.
           2 pic x(3) value 'Dim'.
       1 tab-libJours-r redefines tab-libJours.
           2 libJour pic x(3) occurs 7.

       1 ligneGrille.
           2 heureGrille pic z9.
           2 pic x(3) value 'h  '.
           2 cellule occurs 7.
              3 nbCellule pic zzzz9.
              3 marqueCellule pic x.
              3 pic x(3).
       1 nbEd pic zzzzzz9.
       1 nb2Ed pic zzzzzz9.
       1 heureEd pic z9.
       1 ptrCsv pic 9(3).

       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'CHARGE'.
       1 codeSpoolDest pic x(8) value spaces.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Charge des accueils par jour et par '
           & 'heure'.
           2 line 3 col 1 'Du (AAAAMMJJ) : '.
           2 s-debut line 3 col 25 pic 9(8) to dateDebut required.
           2 line 4 col 1 'Au (AAAAMMJJ) : '.
           2 s-fin line 4 col 25 pic 9(8) to dateFin required.
       1 a-plg-periodeInvalide.
           2 line 6 col 1 'Periode invalide.'.
       1 a-plg-termine.
           2 line 6 col 1 pic x(79) value spaces.
           2 line 6 col 1 'Grille envoyee au spool : '.
           2 a-spool line 6 col 27 pic x(25) from nomSpool.
           2 line 7 col 1 'Detail dans charge-accueil.csv'.
           2 line 9 col 1 'Operations au guichet : '.
           2 a-guichet line 9 col 30 pic zzzzzz9 from nbGuichetTotal.
           2 line 10 col 1 'Operations sur les bornes : '.
           2 a-borne line 10 col 30 pic zzzzzz9 from nbBorneTotal.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-journal.dat' to nf-journal
       else
           move 'journal.dat' to nf-journal
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       display s-plg-titre
       set periodeValide to false
       perform until periodeValide
           accept s-debut
           accept s-fin
           if (function test-date-yyyymmdd(dateDebut) = 0)
           and (function test-date-yyyymmdd(dateFin) = 0)
           and (dateDebut <= dateFin)
               set periodeValide to true
           else
               display a-plg-periodeInvalide
           end-if
       end-perform

       perform 7000-charger-logins
       open input fsupport
       perform 7100-analyser-journal
       perform 7200-analyser-paiements
       close fsupport
       perform 7300-charger-horaires

       perform 8000-imprimer-grilles
       perform 8500-ecrire-csv

       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-charger-logins.
       open input utilisateur
       set finFich to false
       read utilisateur next record at end set finFich to true
       end-read
       perform until finFich
           if nbLogins < 200
               add 1 to nbLogins
               move login to loginTab(nbLogins)
               move SiteUtil to siteLoginTab(nbLogins)
           end-if
           read utilisateur next record at end set finFich to true
           end-read
       end-perform
       close utilisateur.

       7100-analyser-journal.
       open input fjournal
       set finFich to false
       read fjournal at end set finFich to true end-read
       perform until finFich
           move ligne-journal(1:8) to dateEvt
           if (ligne-journal(1:8) is numeric)
           and (ligne-journal(10:6) is numeric)
           and (dateEvt >= dateDebut) and (dateEvt <= dateFin)
           and (ligne-journal(35:1) not = 'C')
               move ligne-journal(10:6) to heureEvt
               move ligne-journal(17:8) to refEvt
               move 0 to loginEvt
               if ligne-journal(46:5) is numeric
                   move ligne-journal(46:5) to loginEvt
               end-if
               if (ligne-journal(35:1) = 'B')
               or ((ligne-journal(46:5) is numeric)
                   and (loginEvt = 0))
                   set evtBorne to true
               else
                   set evtGuichet to true
               end-if
               move spaces to siteEvt
               if evtGuichet
                   perform 7150-site-du-login
               end-if
               if siteEvt = spaces
                   perform 7160-site-du-document
               end-if
               perform 7500-compter-evenement
           end-if
           read fjournal at end set finFich to true end-read
       end-perform
       close fjournal.

       7150-site-du-login.
       perform varying kLogin from 1 by 1
           until (kLogin > nbLogins) or (loginTab(kLogin) = loginEvt)
           continue
       end-perform
       if kLogin <= nbLogins
           move siteLoginTab(kLogin) to siteEvt
       end-if.

       7160-site-du-document.
       move refEvt to RefS
       start fsupport key = RefS
           invalid key
               continue
           not invalid key
               read fsupport next record
                   at end
                       continue
                   not at end
                       if RefS = refEvt
                           move SiteC to siteEvt
                       end-if
               end-read
       end-start.

       7200-analyser-paiements.
       open input fpaiement
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           if (DatePay >= dateDebut) and (DatePay <= dateFin)
               move DatePay to dateEvt
               move HeurePay to heureEvt
               set evtGuichet to true
               move SitePay to siteEvt
               if siteEvt = spaces
                   move LoginPay to loginEvt
                   perform 7150-site-du-login
               end-if
               perform 7500-compter-evenement
           end-if
           read fpaiement next record at end set finFich to true
           end-read
       end-perform
       close fpaiement.

       7300-charger-horaires.
       open input fhoraire
       perform varying kSite from 1 by 1 until kSite > nbSitesCh
           perform varying kJour from 1 by 1 until kJour > 7
               move siteCh(kSite) to SiteHor
               move kJour to JourHor
               read fhoraire
                   invalid
                       move spaces to SiteHor
                       move kJour to JourHor
                       read fhoraire
                           invalid
                               move 0 to OuvertureHor
                               move 2400 to FermetureHor
                       end-read
               end-read
               perform varying kHeure from 1 by 1 until kHeure > 24
                   compute heureDebutCreneau = (kHeure - 1) * 100
                   if (heureDebutCreneau >= OuvertureHor)
                   and (heureDebutCreneau < FermetureHor)
                       move 'O' to ouvertCh(kSite, kJour, kHeure)
                   else
                       move 'N' to ouvertCh(kSite, kJour, kHeure)
                   end-if
               end-perform
           end-perform
       end-perform
       close fhoraire.

       7500-compter-evenement.
       if siteEvt = spaces
           add 1 to nbHorsSite
           exit paragraph
       end-if
       perform varying kSite from 1 by 1
           until (kSite > nbSitesCh) or (siteCh(kSite) = siteEvt)
           continue
       end-perform
       if kSite > nbSitesCh
           if nbSitesCh >= 20
               add 1 to nbHorsSite
               exit paragraph
           end-if
           add 1 to nbSitesCh
           move nbSitesCh to kSite
           move siteEvt to siteCh(kSite)
           perform varying kJour from 1 by 1 until kJour > 7
               perform varying kHeure from 1 by 1 until kHeure > 24
                   move 0 to nbGuichet(kSite, kJour, kHeure)
                   move 0 to nbBorne(kSite, kJour, kHeure)
               end-perform
           end-perform
       end-if
       compute jourEvt = function mod(function
           integer-of-date(dateEvt), 7)
       if jourEvt = 0
           move 7 to jourEvt
       end-if
       compute heureIdx = heureEvt / 10000 + 1
       if heureIdx > 24
           move 24 to heureIdx
       end-if
       if evtBorne
           add 1 to nbBorne(kSite, jourEvt, heureIdx)
           add 1 to nbBorneTotal
       else
           add 1 to nbGuichet(kSite, jourEvt, heureIdx)
           add 1 to nbGuichetTotal
       end-if.

       7600-extremes-site.
       set siteAHoraire to false
       move 0 to maxGuichet
       move 99999 to minGuichet
       move 0 to jourMax heureMax jourMin heureMin
       perform varying kJour from 1 by 1 until kJour > 7
           perform varying kHeure from 1 by 1 until kHeure > 24
               if ouvertCh(kSite, kJour, kHeure) = 'O'
                   set siteAHoraire to true
                   if nbGuichet(kSite, kJour, kHeure) > maxGuichet
                       move nbGuichet(kSite, kJour, kHeure)
                           to maxGuichet
                       move kJour to jourMax
                       move kHeure to heureMax
                   end-if
                   if nbGuichet(kSite, kJour, kHeure) < minGuichet
                       move nbGuichet(kSite, kJour, kHeure)
                           to minGuichet
                       move kJour to jourMin
                       move kHeure to heureMin
                   end-if
               end-if
           end-perform
       end-perform.

       8000-imprimer-grilles.
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-spool
       string 'Charge des accueils du ' dateDebut ' au ' dateFin
           delimited by size into ligne-spool
       write ligne-spool
       move '+ creneau le plus charge, - le plus calme (heures '
       & 'd ouverture), # hors ouverture' to ligne-spool
       write ligne-spool
       perform varying kSite from 1 by 1 until kSite > nbSitesCh
           perform 7600-extremes-site
           move spaces to ligne-spool
           write ligne-spool
           string 'Site ' siteCh(kSite) ' - guichet' delimited by size
               into ligne-spool
           write ligne-spool
           perform 8100-entete-grille
           perform varying kHeure from 1 by 1 until kHeure > 24
               perform 8200-ligne-guichet
           end-perform
           if siteAHoraire
               move spaces to ligne-spool
               compute heureEd = heureMax - 1
               string '  Plus charge : ' libJour(jourMax) ' ' heureEd
                   'h (' maxGuichet ')' delimited by size
                   into ligne-spool
               write ligne-spool
               move spaces to ligne-spool
               compute heureEd = heureMin - 1
               string '  Plus calme  : ' libJour(jourMin) ' ' heureEd
                   'h (' minGuichet ')' delimited by size
                   into ligne-spool
               write ligne-spool
           end-if
           move spaces to ligne-spool
           write ligne-spool
           string 'Site ' siteCh(kSite) ' - bornes' delimited by size
               into ligne-spool
           write ligne-spool
           perform 8100-entete-grille
           perform varying kHeure from 1 by 1 until kHeure > 24
               perform 8300-ligne-borne
           end-perform
       end-perform
       move spaces to ligne-spool
       write ligne-spool
       move nbGuichetTotal to nbEd
       move nbBorneTotal to nb2Ed
       string 'Total guichet ' nbEd '  bornes ' nb2Ed
           delimited by size into ligne-spool
       write ligne-spool
       if nbHorsSite > 0
           move nbHorsSite to nbEd
           move spaces to ligne-spool
           string 'Operations sans site identifie : ' nbEd
               delimited by size into ligne-spool
           write ligne-spool
       end-if
       close fspool.

       8100-entete-grille.
       move spaces to ligne-spool
       move 'Heure' to ligne-spool(1:5)
       perform varying kJour from 1 by 1 until kJour > 7
           move libJour(kJour) to ligne-spool(kJour * 9 - 1:3)
       end-perform
       write ligne-spool.

       8200-ligne-guichet.
       move spaces to ligneGrille
       compute heureGrille = kHeure - 1
       move 'h  ' to ligneGrille(3:3)
       set siteTrouve to false
       perform varying kJour from 1 by 1 until kJour > 7
           move nbGuichet(kSite, kJour, kHeure) to nbCellule(kJour)
           move space to marqueCellule(kJour)
           if ouvertCh(kSite, kJour, kHeure) = 'O'
               set siteTrouve to true
               if siteAHoraire and (kJour = jourMax)
               and (kHeure = heureMax)
                   move '+' to marqueCellule(kJour)
               end-if
               if siteAHoraire and (kJour = jourMin)
               and (kHeure = heureMin)
                   move '-' to marqueCellule(kJour)
               end-if
           else
               if nbGuichet(kSite, kJour, kHeure) > 0
                   set siteTrouve to true
                   move '#' to marqueCellule(kJour)
               end-if
           end-if
       end-perform
       if siteTrouve
           move ligneGrille to ligne-spool
           write ligne-spool
       end-if.

       8300-ligne-borne.
       move spaces to ligneGrille
       compute heureGrille = kHeure - 1
       move 'h  ' to ligneGrille(3:3)
       set siteTrouve to false
       perform varying kJour from 1 by 1 until kJour > 7
           move nbBorne(kSite, kJour, kHeure) to nbCellule(kJour)
           move space to marqueCellule(kJour)
           if nbBorne(kSite, kJour, kHeure) > 0
               set siteTrouve to true
           end-if
       end-perform
       if siteTrouve
           move ligneGrille to ligne-spool
           write ligne-spool
       end-if.

       8500-ecrire-csv.
       open output fcsv
       move 'site,jour,heure,ouvert,guichet,bornes' to ligne-csv
       write ligne-csv
       perform varying kSite from 1 by 1 until kSite > nbSitesCh
           perform varying kJour from 1 by 1 until kJour > 7
               perform varying kHeure from 1 by 1 until kHeure > 24
                   if (ouvertCh(kSite, kJour, kHeure) = 'O')
                   or (nbGuichet(kSite, kJour, kHeure) > 0)
                   or (nbBorne(kSite, kJour, kHeure) > 0)
                       perform 8600-ligne-csv
                   end-if
               end-perform
           end-perform
       end-perform
       close fcsv.

       8600-ligne-csv.
       move spaces to ligne-csv
       move 1 to ptrCsv
       compute heureEd = kHeure - 1
       move nbGuichet(kSite, kJour, kHeure) to nbEd
       move nbBorne(kSite, kJour, kHeure) to nb2Ed
       string siteCh(kSite) ',' libJour(kJour) ','
           function trim(heureEd) ',' ouvertCh(kSite, kJour, kHeure)
           ',' function trim(nbEd) ',' function trim(nb2Ed)
           delimited by size into ligne-csv with pointer ptrCsv
       write ligne-csv.

       end program p-charge-accueil.
