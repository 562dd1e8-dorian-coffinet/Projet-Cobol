       program-id. p-rapport-exceptions.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional fhisto assign nf-historique
       organization indexed access dynamic
       record key clefhisto = cledate cleheure.

       select optional fjournal assign nf-journal
       organization line sequential.

       select optional fremise assign nf-amnistie-remise
       organization indexed access dynamic
       record key clefRemise = CodeCampagneR CodeAdhR RefR ExR
           DatePretR.

       select utilisateur assign 'util.dat'
       organization indexed
       access dynamic
       record key login.

       select optional fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select frapport assign 'rapport-exceptions.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 paiementAnnulation value 'A'.
               88 modePayValide value 'E' 'C' 'Q'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayAmende value 'A' ' '.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fhisto.
       1 histo.
               2 cledate pic 9(8).
               2 cleheure pic 9(8).
               2 dateope pic x(10).
               2 login1 pic 9(5).
               2 nomfich pic x(15).
               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       fd fjournal.
       01 ligne-journal pic x(80).

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

       fd fparametres.
       01 parametresEnr.
           02 CodeParam pic x(1).
           02 TauxAmende pic 9v99.
           02 DelaiGrace pic 9(3).
           02 MaxPrets pic 9(2).
           02 MaxEchecs pic 9(2).
           02 PlafondAmende pic 9(3).
           02 PlafondDette pic 9(3).
           02 DelaiRemplacement pic 9(3).
           02 DureeMotPasse pic 9(3).

           02 SeuilSuggestion pic 9(2).
           02 TauxAmendeHoraire pic 9v99.
           02 DelaiRappel1 pic 9(3).
           02 DelaiRappel2 pic 9(3).
           02 DelaiRappel3 pic 9(3).
           02 DelaiCourtoisie pic 9(3).
           02 DelaiReclamation pic 9(3).
           02 SeuilReclamation pic 9(2).
           02 SeuilManquant pic 9(2).
           02 SeuilRemise pic 9(3).
           02 SeuilCredit pic 9(3).
           02 SeuilSuppression pic 9(3).
           02 DelaiInactivite pic 9(3).
           02 SeuilExcepNombre pic 9(3).
           02 SeuilExcepMontant pic 9(4).
           02 SeuilExcepTaux pic 9(3).
           02 ToleranceQteFac pic 9(2).
           02 TolerancePrixFac pic 9(2).
           02 SeuilReco pic 9(2).

       fd frapport.
       01 ligne-rapport pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       01 logutil-courant pic 9(5) external value 0.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-historique pic x(30) value 'historique.dat'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-amnistie-remise pic x(30) value 'amnistie-remise.dat'.

       1 moisRapport pic 9(6).
       1 dh pic x(21).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 loginTrouve value 'o' false 'n'.
       1 pic x.
       88 siteTrouve value 'o' false 'n'.
       1 pic x.
       88 alerteLogin value 'o' false 'n'.
       1 loginCherche pic 9(5).
       1 seuilNombre pic 9(3).
       1 seuilMontant pic 9(4).
       1 seuilTaux pic 9(3).

       1 tab-logins.
           2 ligne-login occurs 300.
              3 loginX pic 9(5).
              3 siteX pic x(3).
              3 nbNormalesX pic 9(6).
              3 nbRemisesX pic 9(4).
              3 mtRemisesX pic 9(6)v99.
              3 nbRembX pic 9(4).
              3 mtRembX pic 9(6)v99.
              3 nbCreditsX pic 9(4).
              3 mtCreditsX pic 9(6)v99.
              3 nbModifPretX pic 9(4).
              3 nbSupprPretX pic 9(4).
              3 nbAutoRemiseX pic 9(4).
              3 nbExcepX pic 9(5).
              3 mtExcepX pic 9(7)v99.
              3 tauxX pic 9(5).
       1 nbLogins pic 9(3) value 0.
       1 kL pic 9(3).
       1 nbLoginsIgnores pic 9(5) value 0.

       1 tab-remises.
           2 ligne-remise occurs 3000.
              3 numRecuRm pic 9(6).
              3 loginRm pic 9(5).
              3 codeRm pic x(8).
              3 dateAmRm pic 9(8).
              3 montantRm pic 9(3)v99.
              3 amnistieRm pic x.
              3 autoRm pic x.
       1 nbRemises pic 9(4) value 0.
       1 kR pic 9(4).
       1 nbRemisesIgnorees pic 9(5) value 0.

       1 tab-sites.
           2 site-rapport occurs 50.
              3 codeSiteT pic x(3).
              3 nbExcepT pic 9(6).
              3 mtExcepT pic 9(8)v99.
              3 nbAlertesT pic 9(3).
       1 nbSites pic 9(2) value 0.
       1 kS pic 9(2).

       1 nbAlertes pic 9(3) value 0.
       1 nbAutoRemises pic 9(4) value 0.
       1 motifNombre pic x(8).
       1 motifMontant pic x(8).
       1 motifTaux pic x(5).
       1 motifAuto pic x(23).
       1 site-ed pic x(3).
       1 montant-ed pic zzzzz9.99.
       1 montant2-ed pic zzzzz9.99.
       1 montant3-ed pic zzzzz9.99.
       1 total-ed pic zzzzzzz9.99.
       1 nb-ed pic zzz9.
       1 nb2-ed pic zzz9.
       1 nb3-ed pic zzz9.
       1 nbNorm-ed pic zzzzz9.
       1 taux-ed pic zzzz9.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'EXCEPTIONS'.
       1 codeSpoolDest pic x(8) value 'DIRECTN'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Exceptions du personnel : remises, '
           & 'remboursements, credits, prets modifies'.
           2 line 3 col 1 'Mois du rapport (AAAAMM) : '.
           2 s-mois line 3 col 35 pic 9(6) to moisRapport required.
       1 a-plg-termine.
           2 line 5 col 1 'Rapport ecrit dans rapport-exceptions.txt'
           & ' et au spool de la direction.'.
           2 line 6 col 1 'Logins signales : '.
           2 a-nbAlertes line 6 col 20 pic zz9 from nbAlertes.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-historique.dat' to nf-historique
       else
           move 'historique.dat' to nf-historique
       end-if
       if mode-formation = 'O'
           move 'formation-journal.dat' to nf-journal
       else
           move 'journal.dat' to nf-journal
       end-if
       if mode-formation = 'O'
           move 'formation-amnistie-remise.dat'
               to nf-amnistie-remise
       else
           move 'amnistie-remise.dat' to nf-amnistie-remise
       end-if
       display s-plg-titre
       accept s-mois

       perform 8000-lire-parametres
       perform 8100-lire-paiements
       perform 8200-exclure-amnisties
       perform 8300-lire-historique
       perform 8400-lire-journal
       perform 8500-cumuler-remises
       perform 8600-calculer-logins

       move function current-date to dh
       open output frapport
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       perform 9000-ecrire-rapport
       close fspool
       close frapport
       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-lire-parametres.
       move 10 to seuilNombre
       move 200 to seuilMontant
       move 10 to seuilTaux
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid continue
           not invalid
               if SeuilExcepNombre numeric
                   move SeuilExcepNombre to seuilNombre
               end-if
               if SeuilExcepMontant numeric
                   move SeuilExcepMontant to seuilMontant
               end-if
               if SeuilExcepTaux numeric
                   move SeuilExcepTaux to seuilTaux
               end-if
       end-read
       close fparametres.

       8100-lire-paiements.
       open input fpaiement
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           if (DatePay(1:6) = moisRapport) and (LoginPay numeric)
           and (LoginPay > 0)
               move LoginPay to loginCherche
               evaluate true
                   when paiementAnnulation and typePayAmende
                       perform 8150-noter-remise
                   when typePayRemboursement
                       perform 8900-chercher-login
                       if loginTrouve
                           add 1 to nbRembX(kL)
                           add MontantPay to mtRembX(kL)
                       end-if
                   when typePayProvision
                       perform 8900-chercher-login
                       if loginTrouve
                           add 1 to nbCreditsX(kL)
                           add MontantPay to mtCreditsX(kL)
                       end-if
                   when modePayValide
                       perform 8900-chercher-login
                       if loginTrouve
                           add 1 to nbNormalesX(kL)
                       end-if
               end-evaluate
           end-if
           read fpaiement next record at end set finFich to true
           end-read
       end-perform
       close fpaiement.

       8150-noter-remise.
       if nbRemises < 3000
           add 1 to nbRemises
           move NumRecu to numRecuRm(nbRemises)
           move LoginPay to loginRm(nbRemises)
           move CodePay to codeRm(nbRemises)
           move DateAmPay to dateAmRm(nbRemises)
           move MontantPay to montantRm(nbRemises)
           move 'n' to amnistieRm(nbRemises)
           move 'n' to autoRm(nbRemises)
       else
           add 1 to nbRemisesIgnorees
       end-if.

       8200-exclure-amnisties.
       open input fremise
       set finFich to false
       read fremise next record at end set finFich to true
       end-read
       perform until finFich
           perform varying kR from 1 by 1 until kR > nbRemises
               if numRecuRm(kR) = NumRecuR
                   move 'o' to amnistieRm(kR)
               end-if
           end-perform
           read fremise next record at end set finFich to true
           end-read
       end-perform
       close fremise.

       8300-lire-historique.
       open input fhisto
       set finFich to false
       read fhisto next record at end set finFich to true
       end-read
       perform until finFich
           if (typeope = 'A') and (nomfich = 'amende')
           and (opereu = 'O')
               perform 8350-chercher-auto-remise
           end-if
           if (cledate(1:6) = moisRapport) and (nomfich = 'pret')
           and (opereu = 'O') and (typeope = 'M' or 'S')
           and (login1 numeric) and (login1 > 0)
               move login1 to loginCherche
               perform 8900-chercher-login
               if loginTrouve
                   if typeope = 'M'
                       add 1 to nbModifPretX(kL)
                   else
                       add 1 to nbSupprPretX(kL)
                   end-if
               end-if
           end-if
           read fhisto next record at end set finFich to true
           end-read
       end-perform
       close fhisto.

       8350-chercher-auto-remise.
       perform varying kR from 1 by 1 until kR > nbRemises
           if (codeRm(kR) = cleprim(1:8))
           and (dateAmRm(kR) = cledate)
           and (loginRm(kR) = login1)
               move 'o' to autoRm(kR)
           end-if
       end-perform.

       8400-lire-journal.
       open input fjournal
       set finFich to false
       read fjournal at end set finFich to true end-read
       perform until finFich
           if (ligne-journal(1:6) = moisRapport)
           and (ligne-journal(46:5) numeric)
               move ligne-journal(46:5) to loginCherche
               if loginCherche > 0
                   perform 8900-chercher-login
                   if loginTrouve
                       add 1 to nbNormalesX(kL)
                   end-if
               end-if
           end-if
           read fjournal at end set finFich to true end-read
       end-perform
       close fjournal.

       8500-cumuler-remises.
       perform varying kR from 1 by 1 until kR > nbRemises
           if amnistieRm(kR) = 'n'
               move loginRm(kR) to loginCherche
               perform 8900-chercher-login
               if loginTrouve
                   add 1 to nbRemisesX(kL)
                   add montantRm(kR) to mtRemisesX(kL)
                   if autoRm(kR) = 'o'
                       add 1 to nbAutoRemiseX(kL)
                       add 1 to nbAutoRemises
                   end-if
               end-if
           end-if
       end-perform.

       8600-calculer-logins.
       open input utilisateur
       perform varying kL from 1 by 1 until kL > nbLogins
           move loginX(kL) to login
           read utilisateur
               invalid move spaces to siteX(kL)
               not invalid move SiteUtil to siteX(kL)
           end-read
           compute nbExcepX(kL) = nbRemisesX(kL) + nbRembX(kL)
               + nbCreditsX(kL) + nbModifPretX(kL)
               + nbSupprPretX(kL)
           compute mtExcepX(kL) = mtRemisesX(kL) + mtRembX(kL)
               + mtCreditsX(kL)
           if nbNormalesX(kL) > 0
               compute tauxX(kL) rounded =
                   nbExcepX(kL) * 100 / nbNormalesX(kL)
                   on size error move 99999 to tauxX(kL)
               end-compute
           else
               if nbExcepX(kL) > 0
                   move 99999 to tauxX(kL)
               else
                   move 0 to tauxX(kL)
               end-if
           end-if
           perform 8650-noter-site
       end-perform
       close utilisateur.

       8650-noter-site.
       set siteTrouve to false
       perform varying kS from 1 by 1
           until (kS > nbSites) or siteTrouve
           if codeSiteT(kS) = siteX(kL)
               set siteTrouve to true
           end-if
       end-perform
       if siteTrouve
           subtract 1 from kS
       else
           if nbSites < 50
               add 1 to nbSites
               move nbSites to kS
               move siteX(kL) to codeSiteT(kS)
               move 0 to nbExcepT(kS)
               move 0 to mtExcepT(kS)
               move 0 to nbAlertesT(kS)
           else
               move codeSiteT(nbSites) to siteX(kL)
               move nbSites to kS
           end-if
       end-if
       add nbExcepX(kL) to nbExcepT(kS)
       add mtExcepX(kL) to mtExcepT(kS).

       8900-chercher-login.
       set loginTrouve to false
       perform varying kL from 1 by 1
           until (kL > nbLogins) or loginTrouve
           if loginX(kL) = loginCherche
               set loginTrouve to true
           end-if
       end-perform
       if loginTrouve
           subtract 1 from kL
       else
           if nbLogins < 300
               add 1 to nbLogins
               move nbLogins to kL
               initialize ligne-login(kL)
               move loginCherche to loginX(kL)
               set loginTrouve to true
           else
               add 1 to nbLoginsIgnores
           end-if
       end-if.

       9000-ecrire-rapport.
       move 'Bibliothèque INFOrmatique - exceptions du personnel'
           to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Mois ' moisRapport ', edite le ' dh(1:8) ' a '
           dh(9:6) ' par ' logutil-courant
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       move seuilMontant to nb-ed
       string 'Seuils : ' seuilNombre ' operations, ' nb-ed
           ' euros, ' seuilTaux ' % des transactions normales'
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       perform varying kS from 1 by 1 until kS > nbSites
           perform 9100-ecrire-site
       end-perform
       if nbSites = 0
           move 'Aucune operation dans le mois.' to ligne-rapport
           perform 9900-ecrire-ligne
       end-if
       perform 9300-ecrire-auto-remises
       perform 9400-ecrire-totaux.

       9100-ecrire-site.
       if codeSiteT(kS) = spaces
           move '---' to site-ed
       else
           move codeSiteT(kS) to site-ed
       end-if
       move all '-' to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Site ' site-ed delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       perform varying kL from 1 by 1 until kL > nbLogins
           if siteX(kL) = codeSiteT(kS)
               perform 9200-ecrire-login
           end-if
       end-perform
       move mtExcepT(kS) to total-ed
       string 'Total ' site-ed ' : ' nbExcepT(kS) ' exception(s) '
           total-ed ' eur, ' nbAlertesT(kS) ' signale(s)'
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne.

       9200-ecrire-login.
       set alerteLogin to false
       move spaces to motifNombre
       move spaces to motifMontant
       move spaces to motifTaux
       move spaces to motifAuto
       if (seuilNombre > 0) and (nbExcepX(kL) > seuilNombre)
           set alerteLogin to true
           move 'nombre' to motifNombre
       end-if
       if (seuilMontant > 0) and (mtExcepX(kL) > seuilMontant)
           set alerteLogin to true
           move 'montant' to motifMontant
       end-if
       if (seuilTaux > 0) and (tauxX(kL) > seuilTaux)
           set alerteLogin to true
           move 'taux' to motifTaux
       end-if
       if nbAutoRemiseX(kL) > 0
           set alerteLogin to true
           move 'amende portee et remise' to motifAuto
       end-if
       if alerteLogin
           add 1 to nbAlertes
           add 1 to nbAlertesT(kS)
       end-if

       move nbNormalesX(kL) to nbNorm-ed
       move nbExcepX(kL) to nb-ed
       move mtExcepX(kL) to montant-ed
       if nbNormalesX(kL) > 0
           move tauxX(kL) to taux-ed
           string '  login ' loginX(kL) '  normales ' nbNorm-ed
               '  exceptions ' nb-ed '  ' montant-ed ' eur  taux '
               taux-ed ' %' delimited by size into ligne-rapport
       else
           string '  login ' loginX(kL) '  normales ' nbNorm-ed
               '  exceptions ' nb-ed '  ' montant-ed ' eur  taux -'
               delimited by size into ligne-rapport
       end-if
       perform 9900-ecrire-ligne
       move nbRemisesX(kL) to nb-ed
       move mtRemisesX(kL) to montant-ed
       move nbRembX(kL) to nb2-ed
       move mtRembX(kL) to montant2-ed
       move nbCreditsX(kL) to nb3-ed
       move mtCreditsX(kL) to montant3-ed
       string '    remises ' nb-ed ' ' montant-ed '  rembourst '
           nb2-ed ' ' montant2-ed '  credits ' nb3-ed ' '
           montant3-ed delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       move nbModifPretX(kL) to nb-ed
       move nbSupprPretX(kL) to nb2-ed
       move nbAutoRemiseX(kL) to nb3-ed
       string '    prets modifies ' nb-ed '  supprimes ' nb2-ed
           '  amendes portees et remises ' nb3-ed
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       if alerteLogin
           string '    *** A EXAMINER : ' motifNombre ' '
               motifMontant ' ' motifTaux ' ' motifAuto
               delimited by size into ligne-rapport
           perform 9900-ecrire-ligne
       end-if.

       9300-ecrire-auto-remises.
       move all '-' to ligne-rapport
       perform 9900-ecrire-ligne
       move 'Amendes portees et remises par le meme login :'
           to ligne-rapport
       perform 9900-ecrire-ligne
       move '  (login adherent date de l amende montant recu)'
           to ligne-rapport
       perform 9900-ecrire-ligne
       perform varying kR from 1 by 1 until kR > nbRemises
           if (autoRm(kR) = 'o') and (amnistieRm(kR) = 'n')
               move montantRm(kR) to montant-ed
               string '  ' loginRm(kR) ' ' codeRm(kR) ' '
                   dateAmRm(kR) ' ' montant-ed ' ' numRecuRm(kR)
                   delimited by size into ligne-rapport
               perform 9900-ecrire-ligne
           end-if
       end-perform
       if nbAutoRemises = 0
           move '  neant' to ligne-rapport
           perform 9900-ecrire-ligne
       end-if
       perform 9900-ecrire-ligne.

       9400-ecrire-totaux.
       move all '-' to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Logins examines : ' nbLogins ', signales : '
           nbAlertes delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       if (nbLoginsIgnores > 0) or (nbRemisesIgnorees > 0)
           string 'ATTENTION : ' nbLoginsIgnores ' operation(s) '
               'et ' nbRemisesIgnorees ' remise(s) non examinees, '
               'tables pleines' delimited by size into ligne-rapport
           perform 9900-ecrire-ligne
       end-if.

       9900-ecrire-ligne.
       write ligne-rapport
       move ligne-rapport to ligne-spool
       write ligne-spool
       move spaces to ligne-rapport.

       end program p-rapport-exceptions.
