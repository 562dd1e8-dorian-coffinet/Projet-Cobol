       program-id. pa-rapprochement-cb.

       select optional frappro assign nf-rapprochement-cb
       organization indexed record key NumLigneCb
       access dynamic.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional fremise assign 'tpe-remise.txt'
       organization line sequential.

       select frapport assign 'rapprochement-cb.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd frappro.
       1 ligne-cb.
               2 NumLigneCb pic 9(6).
               2 TypeLigneCb pic x.
               88 ligneRapprochee value 'R'.
               88 ecartMontant value 'M'.
               88 terminalSeul value 'T'.
               88 caisseSeule value 'C'.
               2 SiteCb pic x(3).
               2 DateCb pic 9(8).
               2 TerminalCb pic x(8).
               2 HeureTpeCb pic 9(6).
               2 MontantTpeCb pic 9(5)v99.
               2 NumAutoCb pic x(6).
               2 NumRecuCb pic 9(6).
               2 HeureCaisseCb pic 9(6).
               2 MontantCaisseCb pic 9(5)v99.
               2 StatutCb pic x.
               88 ecartOuvert value 'O'.
               88 ecartSolde value 'S'.
               2 DateImportCb pic 9(8).
               2 DateSoldeCb pic 9(8).
               2 LoginSoldeCb pic 9(5).
               2 CommentaireCb pic x(40).

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 paiementCarte value 'C'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               2 LoginValidPay pic 9(5).

       fd fremise.
       1 transaction-tpe.
               2 TerminalT pic x(8).
               2 SiteT pic x(3).
               2 DateT pic 9(8).
               2 HeureT pic 9(6).
               2 MontantT pic 9(5)v99.
               2 NumAutoT pic x(6).

       fd frapport.
       01 ligne-rapport pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-rapprochement-cb pic x(30) value 'rapprochement-cb.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 fenetreMinutes pic 999.
       1 fenetreSecondes pic 9(5).
       1 dateJour pic 9(8).
       1 dateMin pic 9(8).
       1 dateMax pic 9(8).
       1 numSaisi pic 9(6).
       1 commentaireSaisi pic x(40).
       1 prochaineLigne pic 9(6).
       1 fin-frappro pic x value 'n'.
       88 finFrappro value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-fremise pic x value 'n'.
       88 finFremise value 'o' false 'n'.
       1 pic x.
       88 ligneExiste value 'o' false 'n'.
       1 pic x.
       88 trouve value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 tab-tpe.
           2 tpe occurs 2000.
              3 terminalTp pic x(8).
              3 siteTp pic x(3).
              3 dateTp pic 9(8).
              3 heureTp pic 9(6).
              3 montantTp pic 9(5)v99.
              3 autoTp pic x(6).
              3 etatTp pic x.
              3 apparieTp pic 9(4).
       1 nbTpe pic 9(4) value 0.
       1 kTpe pic 9(4).
       1 tab-caisse.
           2 caisse occurs 2000.
              3 recuCa pic 9(6).
              3 siteCa pic x(3).
              3 dateCa pic 9(8).
              3 heureCa pic 9(6).
              3 montantCa pic 9(5)v99.
              3 etatCa pic x.
       1 nbCaisse pic 9(4) value 0.
       1 kCa pic 9(4).
       1 kMeilleur pic 9(4).
       1 tab-recus-pris.
           2 recuPris pic 9(6) occurs 2000.
       1 nbRecusPris pic 9(4) value 0.
       1 kPris pic 9(4).
       1 tab-jours.
           2 jour occurs 300.
              3 siteJr pic x(3).
              3 dateJr pic 9(8).
       1 nbJours pic 9(3) value 0.
       1 kJr pic 9(3).
       1 tab-sites.
           2 site-cb occurs 50.
              3 codeSt pic x(3).
              3 nbRapprSt pic 9(5).
              3 mtRapprSt pic 9(7)v99.
              3 nbEcartSt pic 9(5).
              3 nbTerminalSt pic 9(5).
              3 mtTerminalSt pic 9(7)v99.
              3 nbCaisseSt pic 9(5).
              3 mtCaisseSt pic 9(7)v99.
       1 nbSites pic 99 value 0.
       1 kSt pic 99.
       1 siteCherche pic x(3).
       1 heureCalc pic 9(6).
       1 heureCalc-r redefines heureCalc.
          2 hhCalc pic 99.
          2 mnCalc pic 99.
          2 ssCalc pic 99.
       1 secondesTpe pic 9(5).
       1 secondesCaisse pic 9(5).
       1 ecartSecondes pic 9(5).
       1 meilleurEcart pic 9(5).
       1 nbDoublons pic 9(5) value 0.
       1 nbNonCharges pic 9(5) value 0.
       1 nbOuverts pic 9(5) value 0.
       1 totalOuvert pic 9(7)v99 value 0.
       1 libType pic x(18).
       1 montant-ed pic zzzz9.99.
       1 montant2-ed pic zzzz9.99.
       1 total-ed pic zzzzzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'CONTROLE'.
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'rapprochement'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Rapprochement des paiements par carte'.
           2 line 3 col 1 '1-Importer la remise des terminaux '
           & '(tpe-remise.txt)'.
           2 line 4 col 1 '2-Etat des ecarts ouverts'.
           2 line 5 col 1 '3-Solder un ecart'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.
       1 s-plg-fenetre.
           2 line 9 col 1 'Ecart d heure toleree (minutes, vide = '
           & '15) : '.
           2 s-fenetre line 9 col 47 pic zz9 to fenetreMinutes.
       1 s-plg-solde.
           2 line 9 col 1 'Numero de l ecart : '.
           2 s-num line 9 col 30 pic z(5)9 to numSaisi required.
           2 line 10 col 1 'Explication : '.
           2 s-commentaire line 10 col 30 pic x(40) to
           commentaireSaisi required.
       1 a-plg-importe.
           2 line 11 col 1 'Transactions du terminal : '.
           2 a-nbTpe line 11 col 35 pic zzz9 from nbTpe.
           2 line 12 col 1 'Deja importees (ignorees) : '.
           2 a-nbDoublons line 12 col 35 pic zzzz9 from nbDoublons.
           2 line 13 col 1 'Ecarts ouverts au total : '.
           2 a-nbOuvertsImp line 13 col 35 pic zzzz9 from nbOuverts.
           2 line 14 col 1 'Rapport dans rapprochement-cb.txt.'.
       1 a-plg-capacite.
           2 line 16 col 1 'ATTENTION : capacite atteinte, '
           & 'importer la remise en plusieurs fois.'.
           2 a-nbNonCharges line 16 col 70 pic zzzz9 from
           nbNonCharges.
       1 a-plg-ouverts.
           2 line 11 col 1 'Ecarts ouverts : '.
           2 a-nbOuverts line 11 col 20 pic zzzz9 from nbOuverts.
           2 line 11 col 27 ', etat dans rapprochement-cb.txt'.
       1 a-plg-inconnu.
           2 line 22 col 1 'Ecart inconnu ou deja solde.'.
       1 a-plg-solde.
           2 line 22 col 1 'Ecart solde.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-rapprochement-cb.dat'
               to nf-rapprochement-cb
       else
           move 'rapprochement-cb.dat' to nf-rapprochement-cb
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 4
           evaluate choix
               when 1 perform 8000-importer-remise
               when 2 perform 8800-etat-ouverts
               when 3 perform 8900-solder-ecart
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-importer-remise.
       display s-plg-fenetre
       move 0 to fenetreMinutes
       accept s-fenetre
       if fenetreMinutes = 0
           move 15 to fenetreMinutes
       end-if
       compute fenetreSecondes = fenetreMinutes * 60
       move 0 to nbTpe
       move 0 to nbCaisse
       move 0 to nbRecusPris
       move 0 to nbJours
       move 0 to nbSites
       move 0 to nbDoublons
       move 0 to nbNonCharges
       move 99999999 to dateMin
       move 0 to dateMax

       open input fremise
       set finFremise to false
       read fremise at end set finFremise to true end-read
       perform until finFremise
           perform 8100-charger-transaction
           read fremise at end set finFremise to true end-read
       end-perform
       close fremise

       open i-o frappro
       perform 8200-lire-lignes-existantes
       open input fpaiement
       perform 8300-charger-caisse
       close fpaiement

       perform varying kTpe from 1 by 1 until kTpe > nbTpe
           if etatTp(kTpe) = 'L'
               perform 8400-chercher-exact
           end-if
       end-perform
       perform varying kTpe from 1 by 1 until kTpe > nbTpe
           if etatTp(kTpe) = 'L'
               perform 8450-chercher-approchant
           end-if
       end-perform

       open output frapport
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move 'Bibliothèque INFOrmatique - rapprochement des cartes'
           to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Remise du ' dateMin ' au ' dateMax ', fenetre '
           fenetreMinutes ' minutes, import du ' dateJour
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       move 'Ecarts constates :' to ligne-rapport
       perform 9900-ecrire-ligne

       perform varying kTpe from 1 by 1 until kTpe > nbTpe
           if etatTp(kTpe) not = 'D'
               perform 8500-enregistrer-transaction
           end-if
       end-perform
       perform varying kCa from 1 by 1 until kCa > nbCaisse
           if etatCa(kCa) = 'L'
               perform 8550-enregistrer-caisse-seule
           end-if
       end-perform

       perform 8700-ecrire-totaux-sites
       perform 8750-compter-ouverts
       perform 9900-ecrire-ligne
       move totalOuvert to total-ed
       string 'Ecarts ouverts (toutes remises) : ' nbOuverts
           ' pour ' total-ed ' euros' delimited by size
           into ligne-rapport
       perform 9900-ecrire-ligne
       if nbNonCharges > 0
           string 'ATTENTION : ' nbNonCharges ' ligne(s) non '
               'chargee(s), capacite atteinte' delimited by size
               into ligne-rapport
           perform 9900-ecrire-ligne
       end-if
       close fspool
       close frapport
       close frappro
       display a-plg-importe
       if nbNonCharges > 0
           display a-plg-capacite
       end-if
       accept s-plg-suite.

       8100-charger-transaction.
       if nbTpe >= 2000
           add 1 to nbNonCharges
           exit paragraph
       end-if
       add 1 to nbTpe
       move TerminalT to terminalTp(nbTpe)
       move SiteT to siteTp(nbTpe)
       move DateT to dateTp(nbTpe)
       move HeureT to heureTp(nbTpe)
       move MontantT to montantTp(nbTpe)
       move NumAutoT to autoTp(nbTpe)
       move 'L' to etatTp(nbTpe)
       move 0 to apparieTp(nbTpe)
       if DateT < dateMin
           move DateT to dateMin
       end-if
       if DateT > dateMax
           move DateT to dateMax
       end-if
       set trouve to false
       perform varying kJr from 1 by 1 until kJr > nbJours
           if (siteJr(kJr) = SiteT) and (dateJr(kJr) = DateT)
               set trouve to true
           end-if
       end-perform
       if (not trouve) and (nbJours < 300)
           add 1 to nbJours
           move SiteT to siteJr(nbJours)
           move DateT to dateJr(nbJours)
       end-if.

       8200-lire-lignes-existantes.
       move 1 to prochaineLigne
       set finFrappro to false
       read frappro next record at end set finFrappro to true
       end-read
       perform until finFrappro
           if NumLigneCb >= prochaineLigne
               compute prochaineLigne = NumLigneCb + 1
           end-if
           if (DateCb >= dateMin) and (DateCb <= dateMax)
               if NumAutoCb not = spaces
                   perform varying kTpe from 1 by 1
                       until kTpe > nbTpe
                       if (etatTp(kTpe) = 'L')
                       and (siteTp(kTpe) = SiteCb)
                       and (dateTp(kTpe) = DateCb)
                       and (heureTp(kTpe) = HeureTpeCb)
                       and (autoTp(kTpe) = NumAutoCb)
                           move 'D' to etatTp(kTpe)
                           add 1 to nbDoublons
                       end-if
                   end-perform
               end-if
               if (NumRecuCb > 0) and (nbRecusPris < 2000)
                   add 1 to nbRecusPris
                   move NumRecuCb to recuPris(nbRecusPris)
               end-if
           end-if
           read frappro next record at end set finFrappro to true
           end-read
       end-perform.

       8300-charger-caisse.
       set finFpaiement to false
       read fpaiement next record at end set finFpaiement to true
       end-read
       perform until finFpaiement
           if paiementCarte and (DatePay >= dateMin)
           and (DatePay <= dateMax)
               perform 8350-retenir-paiement
           end-if
           read fpaiement next record at end set finFpaiement to true
           end-read
       end-perform.

       8350-retenir-paiement.
       set trouve to false
       perform varying kJr from 1 by 1 until kJr > nbJours
           if (siteJr(kJr) = SitePay) and (dateJr(kJr) = DatePay)
               set trouve to true
           end-if
       end-perform
       if not trouve
           exit paragraph
       end-if
       perform varying kPris from 1 by 1 until kPris > nbRecusPris
           if recuPris(kPris) = NumRecu
               set trouve to false
           end-if
       end-perform
       if not trouve
           exit paragraph
       end-if
       if nbCaisse >= 2000
           add 1 to nbNonCharges
           exit paragraph
       end-if
       add 1 to nbCaisse
       move NumRecu to recuCa(nbCaisse)
       move SitePay to siteCa(nbCaisse)
       move DatePay to dateCa(nbCaisse)
       move HeurePay to heureCa(nbCaisse)
       move MontantPay to montantCa(nbCaisse)
       move 'L' to etatCa(nbCaisse).

       8400-chercher-exact.
       move 0 to kMeilleur
       move 99999 to meilleurEcart
       move heureTp(kTpe) to heureCalc
       compute secondesTpe = hhCalc * 3600 + mnCalc * 60 + ssCalc
       perform varying kCa from 1 by 1 until kCa > nbCaisse
           if (etatCa(kCa) = 'L')
           and (siteCa(kCa) = siteTp(kTpe))
           and (dateCa(kCa) = dateTp(kTpe))
           and (montantCa(kCa) = montantTp(kTpe))
               perform 8480-mesurer-ecart
           end-if
       end-perform
       if kMeilleur > 0
           move 'R' to etatTp(kTpe)
           move kMeilleur to apparieTp(kTpe)
           move 'R' to etatCa(kMeilleur)
       end-if.

       8450-chercher-approchant.
       move 0 to kMeilleur
       move 99999 to meilleurEcart
       move heureTp(kTpe) to heureCalc
       compute secondesTpe = hhCalc * 3600 + mnCalc * 60 + ssCalc
       perform varying kCa from 1 by 1 until kCa > nbCaisse
           if (etatCa(kCa) = 'L')
           and (siteCa(kCa) = siteTp(kTpe))
           and (dateCa(kCa) = dateTp(kTpe))
               perform 8480-mesurer-ecart
           end-if
       end-perform
       if kMeilleur > 0
           move 'M' to etatTp(kTpe)
           move kMeilleur to apparieTp(kTpe)
           move 'M' to etatCa(kMeilleur)
       end-if.

       8480-mesurer-ecart.
       move heureCa(kCa) to heureCalc
       compute secondesCaisse = hhCalc * 3600 + mnCalc * 60 + ssCalc
       if secondesCaisse > secondesTpe
           compute ecartSecondes = secondesCaisse - secondesTpe
       else
           compute ecartSecondes = secondesTpe - secondesCaisse
       end-if
       if (ecartSecondes <= fenetreSecondes)
       and (ecartSecondes < meilleurEcart)
           move ecartSecondes to meilleurEcart
           move kCa to kMeilleur
       end-if.

       8500-enregistrer-transaction.
       initialize ligne-cb
       move prochaineLigne to NumLigneCb
       add 1 to prochaineLigne
       move siteTp(kTpe) to SiteCb
       move dateTp(kTpe) to DateCb
       move terminalTp(kTpe) to TerminalCb
       move heureTp(kTpe) to HeureTpeCb
       move montantTp(kTpe) to MontantTpeCb
       move autoTp(kTpe) to NumAutoCb
       move dateJour to DateImportCb
       move siteTp(kTpe) to siteCherche
       perform 8650-trouver-site
       evaluate etatTp(kTpe)
           when 'R'
               set ligneRapprochee to true
               perform 8520-retrouver-paiement
               set ecartSolde to true
               move dateJour to DateSoldeCb
               add 1 to nbRapprSt(kSt)
               add montantTp(kTpe) to mtRapprSt(kSt)
           when 'M'
               set ecartMontant to true
               perform 8520-retrouver-paiement
               set ecartOuvert to true
               add 1 to nbEcartSt(kSt)
           when other
               set terminalSeul to true
               set ecartOuvert to true
               add 1 to nbTerminalSt(kSt)
               add montantTp(kTpe) to mtTerminalSt(kSt)
       end-evaluate
       perform 8600-ecrire-ligne-cb.

       8520-retrouver-paiement.
       move apparieTp(kTpe) to kCa
       move recuCa(kCa) to NumRecuCb
       move heureCa(kCa) to HeureCaisseCb
       move montantCa(kCa) to MontantCaisseCb.

       8550-enregistrer-caisse-seule.
       initialize ligne-cb
       move prochaineLigne to NumLigneCb
       add 1 to prochaineLigne
       set caisseSeule to true
       move siteCa(kCa) to SiteCb
       move dateCa(kCa) to DateCb
       move recuCa(kCa) to NumRecuCb
       move heureCa(kCa) to HeureCaisseCb
       move montantCa(kCa) to MontantCaisseCb
       set ecartOuvert to true
       move dateJour to DateImportCb
       move siteCa(kCa) to siteCherche
       perform 8650-trouver-site
       add 1 to nbCaisseSt(kSt)
       add montantCa(kCa) to mtCaisseSt(kSt)
       perform 8600-ecrire-ligne-cb.

       8600-ecrire-ligne-cb.
       set erreur to false
       write ligne-cb invalid set erreur to true
       end-write
       move 'A' to h-codeope
       move NumLigneCb to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       if ecartOuvert
           perform 8660-libeller-type
           move MontantTpeCb to montant-ed
           move MontantCaisseCb to montant2-ed
           string NumLigneCb ' ' SiteCb ' ' DateCb ' ' libType
               ' tpe ' HeureTpeCb montant-ed ' caisse ' NumRecuCb
               montant2-ed delimited by size into ligne-rapport
           perform 9900-ecrire-ligne
       end-if.

       8650-trouver-site.
       set trouve to false
       perform varying kSt from 1 by 1
           until (kSt > nbSites) or trouve
           if codeSt(kSt) = siteCherche
               set trouve to true
           end-if
       end-perform
       if trouve
           subtract 1 from kSt
       else
           if nbSites < 50
               add 1 to nbSites
               initialize site-cb(nbSites)
               move siteCherche to codeSt(nbSites)
           end-if
           move nbSites to kSt
       end-if.

       8660-libeller-type.
       evaluate true
           when ecartMontant
               move 'MONTANT DIFFERENT' to libType
           when terminalSeul
               move 'ABSENT EN CAISSE' to libType
           when caisseSeule
               move 'ABSENT DU TERMINAL' to libType
           when other
               move 'RAPPROCHE' to libType
       end-evaluate.

       8700-ecrire-totaux-sites.
       perform 9900-ecrire-ligne
       move 'Synthese par site :' to ligne-rapport
       perform 9900-ecrire-ligne
       perform varying kSt from 1 by 1 until kSt > nbSites
           move mtRapprSt(kSt) to total-ed
           string 'Site ' codeSt(kSt) ' : rapproches ' nbRapprSt(kSt)
               ' pour ' total-ed ' euros' delimited by size
               into ligne-rapport
           perform 9900-ecrire-ligne
           string '  montants differents : ' nbEcartSt(kSt)
               delimited by size into ligne-rapport
           perform 9900-ecrire-ligne
           move mtTerminalSt(kSt) to total-ed
           string '  absents en caisse : ' nbTerminalSt(kSt)
               ' pour ' total-ed ' euros' delimited by size
               into ligne-rapport
           perform 9900-ecrire-ligne
           move mtCaisseSt(kSt) to total-ed
           string '  absents du terminal : ' nbCaisseSt(kSt)
               ' pour ' total-ed ' euros' delimited by size
               into ligne-rapport
           perform 9900-ecrire-ligne
       end-perform.

       8750-compter-ouverts.
       move 0 to nbOuverts
       move 0 to totalOuvert
       move 0 to NumLigneCb
       start frappro key >= NumLigneCb
           invalid key
               set finFrappro to true
           not invalid key
               set finFrappro to false
       end-start
       perform until finFrappro
           read frappro next record
               at end
                   set finFrappro to true
               not at end
                   if ecartOuvert
                       add 1 to nbOuverts
                       if caisseSeule
                           add MontantCaisseCb to totalOuvert
                       else
                           add MontantTpeCb to totalOuvert
                       end-if
                   end-if
           end-read
       end-perform.

       8800-etat-ouverts.
       open input frappro
       open output frapport
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move 'Bibliothèque INFOrmatique - ecarts de carte ouverts'
           to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Au ' dateJour delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       move 0 to nbOuverts
       move 0 to totalOuvert
       set finFrappro to false
       read frappro next record at end set finFrappro to true
       end-read
       perform until finFrappro
           if ecartOuvert
               add 1 to nbOuverts
               if caisseSeule
                   add MontantCaisseCb to totalOuvert
               else
                   add MontantTpeCb to totalOuvert
               end-if
               perform 8660-libeller-type
               move MontantTpeCb to montant-ed
               move MontantCaisseCb to montant2-ed
               string NumLigneCb ' ' SiteCb ' ' DateCb ' ' libType
                   ' tpe ' HeureTpeCb montant-ed ' caisse '
                   NumRecuCb montant2-ed delimited by size
                   into ligne-rapport
               perform 9900-ecrire-ligne
           end-if
           read frappro next record at end set finFrappro to true
           end-read
       end-perform
       perform 9900-ecrire-ligne
       move totalOuvert to total-ed
       string 'Total : ' nbOuverts ' ecart(s) ouvert(s) pour '
           total-ed ' euros' delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       close fspool
       close frapport
       close frappro
       display a-plg-ouverts
       accept s-plg-suite.

       8900-solder-ecart.
       display s-plg-solde
       accept s-num
       accept s-commentaire
       open i-o frappro
       move numSaisi to NumLigneCb
       read frappro invalid set ligneExiste to false
                    not invalid set ligneExiste to true
       end-read
       if (not ligneExiste) or (not ecartOuvert)
           close frappro
           display a-plg-inconnu
           accept s-plg-suite
           exit paragraph
       end-if
       set ecartSolde to true
       move dateJour to DateSoldeCb
       move logutil-courant to LoginSoldeCb
       move commentaireSaisi to CommentaireCb
       set erreur to false
       rewrite ligne-cb invalid set erreur to true
       end-rewrite
       close frappro
       move 'M' to h-codeope
       move NumLigneCb to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-solde
       accept s-plg-suite.

       9900-ecrire-ligne.
       write ligne-rapport
       move ligne-rapport to ligne-spool
       write ligne-spool
       move spaces to ligne-rapport.

       end program pa-rapprochement-cb.
