       program-id. pa-tresor.

       select famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional frappel assign nf-rappel
       organization indexed access dynamic
       record key clefRap = DatePretR RefR ExpR CodeR.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select ftitres assign 'tresor-titres.txt'
       organization line sequential.

       select fretour assign 'tresor-retour.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               88 amendeAuTresor value 'T'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

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

       fd frappel.
       1 rappel-enr.
               2 DatePretR pic 9(8).
               2 RefR pic x(8).
               2 ExpR pic 9(3).
               2 CodeR pic x(8).
               2 NiveauRap pic 9.
               2 DateNiveau1 pic 9(8).
               2 DateNiveau2 pic 9(8).
               2 DateNiveau3 pic 9(8).

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 paiementTresor value 'T'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayAmende value 'A' ' '.
               2 LoginValidPay pic 9(5).

       fd ftitres.
       1 titre-entete.
               2 TypeEnrT pic x.
               2 EmetteurT pic x(10).
               2 DateEnvoiT pic 9(8).
               2 filler pic x(231).
       1 titre-detail.
               2 TypeEnrD pic x.
               2 NumTitreD.
                  3 CodeTitreD pic x(8).
                  3 DateTitreD pic 9(8).
               2 CodeDebiteurD pic x(8).
               2 NomD pic x(30).
               2 PrenomD pic x(30).
               2 AdresseD pic x(150).
               2 NaissanceD pic 9(8).
               2 MontantD pic 9(7)v99.
               2 DateDemeureD pic 9(8).
       1 titre-fin.
               2 TypeEnrF pic x.
               2 NbTitresF pic 9(5).
               2 TotalF pic 9(9)v99.
               2 filler pic x(233).

       fd fretour.
       1 retour-tresor.
               2 NumTitreR.
                  3 CodeTitreR pic x(8).
                  3 DateTitreR pic 9(8).
               2 MontantR pic 9(7)v99.
               2 DateRecouvrementR pic 9(8).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-rappel pic x(30) value 'rappel.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 seuilTresor pic 9(3)v99.
       1 delaiTresor pic 9(3).
       1 dateJour pic 9(8).
       1 dh pic x(21).
       1 joursDepuisDemeure pic s9(5).
       1 ageDebiteur pic 9(3).
       1 fin-famende pic x value 'n'.
       88 finFamende value 'o' false 'n'.
       1 fin-frappel pic x value 'n'.
       88 finFrappel value 'o' false 'n'.
       1 fin-fretour pic x value 'n'.
       88 finFretour value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 tab-debiteurs.
           2 debiteur occurs 1000.
              3 codeDeb pic x(8).
              3 totalDeb pic 9(7)v99.
              3 demeureDeb pic 9(8).
       1 nbDebiteurs pic 9(4) value 0.
       1 kDeb pic 9(4).
       1 codeCourant pic x(8).
       1 totalCourant pic 9(7)v99.
       1 nbTitres pic 9(5) value 0.
       1 totalTitres pic 9(9)v99 value 0.
       1 nbRetours pic 9(5) value 0.
       1 totalRecouvre pic 9(9)v99 value 0.
       1 nbAnomalies pic 9(5) value 0.
       1 resteAImputer pic 9(7)v99.
       1 partImputee pic 9(3)v99.
       1 nouveauNumRecu pic 9(6).
       1 montant-ed pic zzzzzz9.99.
       1 total-ed pic zzzzzzzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'amende'.
       1 h-nomfichPay pic x(15) value 'paiement'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Recouvrement par le Tresor public'.
           2 line 3 col 1 '1-Transmettre les dettes irrecouvrables'.
           2 line 4 col 1 '2-Enregistrer le retour mensuel du Tresor '
           & '(tresor-retour.txt)'.
           2 line 5 col 1 '3-Quitter'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.
       1 s-plg-criteres.
           2 line 8 col 1 'Solde impaye minimum (euros, vide = 30) : '.
           2 s-seuil line 8 col 45 pic zz9.99 to seuilTresor.
           2 line 9 col 1 'Jours depuis la mise en demeure (vide = '
           & '60) : '.
           2 s-delai line 9 col 47 pic zz9 to delaiTresor.
       1 a-plg-transmis.
           2 line 11 col 1 'Titres transmis : '.
           2 a-nbTitres line 11 col 30 pic zzzz9 from nbTitres.
           2 line 12 col 1 'Montant total : '.
           2 a-total line 12 col 30 pic zzzzzzzz9.99 from totalTitres.
           2 line 13 col 1 'Fichier tresor-titres.txt, liste au spool.'.
       1 a-plg-retour.
           2 line 11 col 1 'Recouvrements enregistres : '.
           2 a-nbRetours line 11 col 30 pic zzzz9 from nbRetours.
           2 line 12 col 1 'Montant recouvre : '.
           2 a-recouvre line 12 col 30 pic zzzzzzzz9.99
           from totalRecouvre.
           2 line 13 col 1 'Anomalies (voir le spool) : '.
           2 a-nbAnomalies line 13 col 30 pic zzzz9 from nbAnomalies.
       1 a-plg-capacite.
           2 line 15 col 1 'ATTENTION : plus de 1000 debiteurs, '
           & 'relancer apres ce traitement.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-rappel.dat' to nf-rappel
       else
           move 'rappel.dat' to nf-rappel
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 3
           evaluate choix
               when 1 perform 8000-transmettre
               when 2 perform 8500-enregistrer-retour
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-transmettre.
       display s-plg-criteres
       move 0 to seuilTresor
       move 0 to delaiTresor
       accept s-seuil
       accept s-delai
       if seuilTresor = 0
           move 30 to seuilTresor
       end-if
       if delaiTresor = 0
           move 60 to delaiTresor
       end-if
       move 0 to nbDebiteurs
       move 0 to nbTitres
       move 0 to totalTitres

       open i-o famende
       perform 8100-cumuler-impayes
       open input frappel
       perform 8200-dater-demeures
       close frappel

       open input fadherent
       open output ftitres
       move 'TRESOR' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to titre-entete
       move '1' to TypeEnrT
       move 'BIBLIO' to EmetteurT
       move dateJour to DateEnvoiT
       write titre-entete
       move 'Bibliothèque INFOrmatique - dettes transmises au Tresor'
           to ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       move seuilTresor to montant-ed
       string 'Le ' dateJour ', solde superieur a ' montant-ed
           ' euros, mise en demeure de plus de ' delaiTresor
           ' jours' delimited by size into ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool
       perform varying kDeb from 1 by 1 until kDeb > nbDebiteurs
           if (totalDeb(kDeb) > seuilTresor)
           and (demeureDeb(kDeb) > 0)
               compute joursDepuisDemeure =
                   function integer-of-date(dateJour) -
                   function integer-of-date(demeureDeb(kDeb))
               if joursDepuisDemeure >= delaiTresor
                   perform 8300-transmettre-debiteur
               end-if
           end-if
       end-perform
       move spaces to titre-fin
       move '9' to TypeEnrF
       move nbTitres to NbTitresF
       move totalTitres to TotalF
       write titre-fin
       move spaces to ligne-spool
       write ligne-spool
       move totalTitres to total-ed
       string 'Total : ' nbTitres ' titre(s) pour ' total-ed
           ' euros' delimited by size into ligne-spool
       write ligne-spool
       close fspool
       close ftitres
       close fadherent
       close famende

       display a-plg-transmis
       if nbDebiteurs = 1000
           display a-plg-capacite
       end-if
       accept s-plg-suite.

       8100-cumuler-impayes.
       move spaces to codeCourant
       move 0 to totalCourant
       set finFamende to false
       read famende next record at end set finFamende to true
       end-read
       perform until finFamende
           if CodeAm not = codeCourant
               perform 8150-retenir-debiteur
               move CodeAm to codeCourant
               move 0 to totalCourant
           end-if
           if amendeImpayee
               add MontantAm to totalCourant
           end-if
           read famende next record at end set finFamende to true
           end-read
       end-perform
       perform 8150-retenir-debiteur.

       8150-retenir-debiteur.
       if (codeCourant not = spaces) and (totalCourant > 0)
       and (nbDebiteurs < 1000)
           add 1 to nbDebiteurs
           move codeCourant to codeDeb(nbDebiteurs)
           move totalCourant to totalDeb(nbDebiteurs)
           move 0 to demeureDeb(nbDebiteurs)
       end-if.

       8200-dater-demeures.
       set finFrappel to false
       read frappel next record at end set finFrappel to true
       end-read
       perform until finFrappel
           if NiveauRap = 3
               perform varying kDeb from 1 by 1
                   until kDeb > nbDebiteurs
                   if (codeDeb(kDeb) = CodeR)
                   and (DateNiveau3 > demeureDeb(kDeb))
                       move DateNiveau3 to demeureDeb(kDeb)
                   end-if
               end-perform
           end-if
           read frappel next record at end set finFrappel to true
           end-read
       end-perform.

       8300-transmettre-debiteur.
       move codeDeb(kDeb) to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           exit paragraph
       end-if
       if codePartenaireE not = spaces
           exit paragraph
       end-if
       move codeE to codeCourant
       if (dateNaissanceE > 0) and (codeGarantE not = spaces)
           compute ageDebiteur = (dateJour - dateNaissanceE) / 10000
           if ageDebiteur < 18
               move codeGarantE to codeE
               read fadherent invalid move codeCourant to codeE
                   read fadherent invalid continue
                   end-read
               end-read
           end-if
       end-if

       move spaces to titre-detail
       move '2' to TypeEnrD
       move codeCourant to CodeTitreD
       move dateJour to DateTitreD
       move codeE to CodeDebiteurD
       move nomE to NomD
       move prenomE to PrenomD
       move adrE to AdresseD
       move dateNaissanceE to NaissanceD
       move totalDeb(kDeb) to MontantD
       move demeureDeb(kDeb) to DateDemeureD
       write titre-detail
       add 1 to nbTitres
       add totalDeb(kDeb) to totalTitres

       move totalDeb(kDeb) to montant-ed
       move spaces to ligne-spool
       string codeCourant ' ' nomE(1:20) ' ' prenomE(1:15) ' '
           montant-ed ' demeure ' demeureDeb(kDeb)
           delimited by size into ligne-spool
       write ligne-spool
       perform 8400-marquer-amendes.

       8400-marquer-amendes.
       move codeCourant to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFamende to true
           not invalid key
               set finFamende to false
       end-start
       perform until finFamende
           read famende next record
               at end
                   set finFamende to true
               not at end
                   if CodeAm not = codeCourant
                       set finFamende to true
                   else
                       if amendeImpayee and (MontantAm > 0)
                           set amendeAuTresor to true
                           rewrite amende
                               invalid set erreur to true
                               not invalid set erreur to false
                           end-rewrite
                           move 'M' to h-codeope
                           move clefAm to h-cleprim
                           perform 9000-ecrire-histo
                       end-if
                   end-if
           end-read
       end-perform.

       8500-enregistrer-retour.
       move 0 to nbRetours
       move 0 to totalRecouvre
       move 0 to nbAnomalies
       open i-o famende
       open i-o fpaiement
       open input fadherent
       open input fretour
       perform 8600-prochain-numero-recu
       move 'RETOURTRES' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move 'Bibliothèque INFOrmatique - retour du Tresor public'
           to ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool

       set finFretour to false
       read fretour at end set finFretour to true end-read
       perform until finFretour
           perform 8700-imputer-recouvrement
           read fretour at end set finFretour to true end-read
       end-perform

       move spaces to ligne-spool
       write ligne-spool
       move totalRecouvre to total-ed
       string 'Total recouvre : ' total-ed ' euros, '
           nbAnomalies ' anomalie(s)' delimited by size
           into ligne-spool
       write ligne-spool
       close fspool
       close fretour
       close fadherent
       close fpaiement
       close famende
       display a-plg-retour
       accept s-plg-suite.

       8600-prochain-numero-recu.
       move 1 to nouveauNumRecu
       set finFpaiement to false
       read fpaiement next record at end set finFpaiement to true
       end-read
       perform until finFpaiement
           if NumRecu >= nouveauNumRecu
               compute nouveauNumRecu = NumRecu + 1
           end-if
           read fpaiement next record at end set finFpaiement to true
           end-read
       end-perform.

       8700-imputer-recouvrement.
       move CodeTitreR to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if (not adherentExiste) or (MontantR = 0)
           add 1 to nbAnomalies
           move spaces to ligne-spool
           string 'ANOMALIE titre ' NumTitreR
               ' : adherent inconnu ou montant nul'
               delimited by size into ligne-spool
           write ligne-spool
           exit paragraph
       end-if
       move MontantR to resteAImputer
       move codeE to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFamende to true
           not invalid key
               set finFamende to false
       end-start
       perform until finFamende or (resteAImputer = 0)
           read famende next record
               at end
                   set finFamende to true
               not at end
                   if CodeAm not = codeE
                       set finFamende to true
                   else
                       if amendeAuTresor and (MontantAm > 0)
                           perform 8750-imputer-amende
                       end-if
                   end-if
           end-read
       end-perform
       add 1 to nbRetours
       compute totalRecouvre = totalRecouvre + MontantR
           - resteAImputer
       move MontantR to montant-ed
       move spaces to ligne-spool
       string codeE ' ' nomE(1:20) ' ' prenomE(1:15) ' recouvre '
           montant-ed ' le ' DateRecouvrementR
           delimited by size into ligne-spool
       write ligne-spool
       if resteAImputer > 0
           add 1 to nbAnomalies
           move resteAImputer to montant-ed
           move spaces to ligne-spool
           string '  ANOMALIE : ' montant-ed ' euros sans amende '
               'transmise a solder' delimited by size
               into ligne-spool
           write ligne-spool
       end-if.

       8750-imputer-amende.
       if resteAImputer > MontantAm
           move MontantAm to partImputee
       else
           move resteAImputer to partImputee
       end-if
       subtract partImputee from MontantAm
       subtract partImputee from resteAImputer
       if MontantAm = 0
           set amendePayee to true
       end-if
       rewrite amende invalid set erreur to true
                      not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move clefAm to h-cleprim
       perform 9000-ecrire-histo

       move nouveauNumRecu to NumRecu
       add 1 to nouveauNumRecu
       move codeE to CodePay
       move DateAm to DateAmPay
       move function current-date to dh
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move partImputee to MontantPay
       set paiementTresor to true
       move siteC to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayAmende to true
       write paiement invalid set erreur to true
                      not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       move NumRecu to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfichPay h-cleprim
                                h-opereu
       end-call.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-tresor.
