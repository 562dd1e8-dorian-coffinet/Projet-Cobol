       program-id. pp-expirer-temporaires.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

       select optional fcarteg assign nf-carte
       organization indexed access dynamic
       record key NumCarte.

       select optional fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates
       sharing with all other
       lock mode is automatic.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu
       sharing with all other
       lock mode is automatic.

       select fliste assign 'adhesions-temporaires.txt'
       organization line sequential.

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
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

       fd fcarteg.
       1 carte-enr.
               2 NumCarte pic x(8).
               2 CodeECarte pic x(8).
               2 DateEmission pic 9(8).
               2 StatutCarte pic x.
               88 carteActive value 'A'.
               88 carteBloquee value 'B'.

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.
               88 paiementCheque value 'Q'.
               88 paiementAnnulation value 'A'.
               88 paiementAvoir value 'V'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayCaution value 'D'.
               2 LoginValidPay pic 9(5).

       fd fliste.
       01 ligne-liste pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       01 logutil-courant pic 9(5) external value 0.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-carte pic x(30) value 'carte.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.

       1 dateJour pic 9(8).
       1 dh pic x(21).
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 pic x.
       88 carteExiste value 'o' false 'n'.
       1 pic x.
       88 cautionTrouvee value 'o' false 'n'.
       1 pic x.
       88 fermeeCeJour value 'o' false 'n'.
       1 nouveauNumRecu pic 9(6).
       1 nbPretsEnCours pic 9(3).
       1 nbExpireesJour pic 9(5) value 0.
       1 nbRemboursees pic 9(5) value 0.
       1 nbDetenteurs pic 9(5) value 0.
       1 nbHorsTable pic 9(5) value 0.
       1 totalRembourse pic 9(6)v99 value 0.
       1 cautionDue pic 9(5)v99.
       1 montant-ed pic zzzz9.99.
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'E'.
       1 q-resume pic x(80).
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       1 tab-cautions.
           2 caution-t occurs 2000.
              3 codeCauT pic x(8).
              3 verseCauT pic 9(5)v99.
              3 rendueCauT pic 9(5)v99.
       1 nbCautions pic 9(4) value 0.
       1 kC pic 9(4).

       linkage section.
       01 nbTraites pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Adhesions temporaires expirees : '.
           2 a-nbExp line 21 col 35 pic zzzz9 from nbExpireesJour.
           2 line 21 col 42 'cautions rendues : '.
           2 a-nbRemb line 21 col 61 pic zzzz9 from nbRemboursees.

       procedure division using nbTraites.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-carte.dat' to nf-carte
       else
           move 'carte.dat' to nf-carte
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       move 0 to nbTraites
       move function current-date(1:8) to dateJour

       open i-o fpaiement
       perform 7000-relever-cautions

       open i-o fadherent
       open i-o fcarteg
       open input fpret
       open output fliste
       move spaces to ligne-liste
       string 'Adhesions temporaires expirees au ' dateJour
           delimited by size into ligne-liste
       write ligne-liste
       move 'Site Adherent Nom                            Document'
           & '  Ex. Echeance' to ligne-liste
       write ligne-liste
       move all '-' to ligne-liste
       write ligne-liste

       set finFadherent to false
       read fadherent next record at end set finFadherent to true
       end-read
       perform until finFadherent
           if (categorieE = 'TEMPORAIRE') and (dateExpirationE > 0)
           and (dateExpirationE < dateJour)
               perform 8000-traiter-adherent
           end-if
           read fadherent next record at end set finFadherent to true
           end-read
       end-perform

       move spaces to ligne-liste
       write ligne-liste
       move spaces to ligne-liste
       string 'Adhesions expirees ce jour : ' nbExpireesJour
           '  adherents detenant encore des documents : '
           nbDetenteurs delimited by size into ligne-liste
       write ligne-liste
       move totalRembourse to montant-ed
       move spaces to ligne-liste
       string 'Cautions rendues au credit : ' nbRemboursees
           ' pour ' montant-ed ' euros' delimited by size
           into ligne-liste
       write ligne-liste
       if nbHorsTable > 0
           move spaces to ligne-liste
           string 'Cautions non suivies (table pleine) : '
               nbHorsTable delimited by size into ligne-liste
           write ligne-liste
       end-if

       close fliste
       close fpret
       close fcarteg
       close fadherent
       close fpaiement
       if nbExpireesJour + nbRemboursees > 999
           move 999 to nbTraites
       else
           compute nbTraites = nbExpireesJour + nbRemboursees
       end-if
       display a-plg-termine
       goback.

       7000-relever-cautions.
       move 1 to nouveauNumRecu
       set finFpaiement to false
       read fpaiement next record at end set finFpaiement to true
       end-read
       perform until finFpaiement
           if NumRecu >= nouveauNumRecu
               compute nouveauNumRecu = NumRecu + 1
           end-if
           if typePayCaution and (not paiementAnnulation)
               perform 7100-cumuler-caution
           end-if
           read fpaiement next record at end set finFpaiement to true
           end-read
       end-perform.

       7100-cumuler-caution.
       move CodePay to codeEA
       perform 7200-chercher-caution
       if not cautionTrouvee
           if nbCautions >= 2000
               add 1 to nbHorsTable
               exit paragraph
           end-if
           add 1 to nbCautions
           move nbCautions to kC
           move CodePay to codeCauT(kC)
           move 0 to verseCauT(kC)
           move 0 to rendueCauT(kC)
       end-if
       if paiementAvoir
           add MontantPay to rendueCauT(kC)
       else
           add MontantPay to verseCauT(kC)
       end-if.

       7200-chercher-caution.
       set cautionTrouvee to false
       perform varying kC from 1 by 1
           until (kC > nbCautions) or cautionTrouvee
           if codeCauT(kC) = codeEA
               set cautionTrouvee to true
           end-if
       end-perform
       if cautionTrouvee
           subtract 1 from kC
       end-if.

       8000-traiter-adherent.
       perform 8100-fermer-carte
       perform 8200-lister-prets
       if nbPretsEnCours = 0
           perform 8300-rendre-caution
       end-if.

       8100-fermer-carte.
       set fermeeCeJour to false
       if numCarteE = spaces
           exit paragraph
       end-if
       move numCarteE to NumCarte
       read fcarteg invalid set carteExiste to false
                    not invalid set carteExiste to true
       end-read
       if (not carteExiste) or (not carteActive)
           exit paragraph
       end-if
       set carteBloquee to true
       rewrite carte-enr
       end-rewrite
       add 1 to nbExpireesJour
       set fermeeCeJour to true
       move codeEA to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       8200-lister-prets.
       move 0 to nbPretsEnCours
       move codeEA to CodeE
       start fpret key = CodeE
           invalid key
               set finFpret to true
           not invalid key
               set finFpret to false
       end-start
       perform until finFpret
           read fpret next record
               at end
                   set finFpret to true
               not at end
                   if CodeE not = codeEA
                       set finFpret to true
                   else
                       if DateRetour = 0
                           perform 8250-ecrire-pret
                       end-if
                   end-if
           end-read
       end-perform
       if nbPretsEnCours > 0
           add 1 to nbDetenteurs
           if fermeeCeJour
               perform 8270-avertir-adherent
           end-if
       end-if.

       8250-ecrire-pret.
       add 1 to nbPretsEnCours
       move spaces to ligne-liste
       string siteCE '  ' codeEA ' ' nomE ' ' RefS '  ' Exemplaire
           ' ' DateEcheance delimited by size into ligne-liste
       write ligne-liste.

       8270-avertir-adherent.
       if (decedeE = 'O') or (canalE = 'N')
           exit paragraph
       end-if
       move spaces to q-resume
       string 'Adhesion temporaire terminee : merci de '
           'rapporter vos ' nbPretsEnCours ' document(s)'
           delimited by size into q-resume
       evaluate true
           when (canalE = 'S') and (telE not = spaces)
               move telE to q-tel
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           when mailE not = spaces
               move mailE to q-dest
               call 'Ecrirecourriel' using q-dest q-type q-resume
               end-call
       end-evaluate.

       8300-rendre-caution.
       move 0 to cautionDue
       perform 7200-chercher-caution
       if not cautionTrouvee
           exit paragraph
       end-if
       if verseCauT(kC) <= rendueCauT(kC)
           exit paragraph
       end-if
       compute cautionDue = verseCauT(kC) - rendueCauT(kC)
       if creditE + cautionDue > 9999.99
           move spaces to ligne-liste
           string siteCE '  ' codeEA ' ' nomE
               ' caution non rendue : credit au plafond'
               delimited by size into ligne-liste
           write ligne-liste
           exit paragraph
       end-if
       add cautionDue to creditE
       rewrite adherent
       end-rewrite

       move nouveauNumRecu to NumRecu
       move codeEA to CodePay
       move 0 to DateAmPay
       move function current-date to dh
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move cautionDue to MontantPay
       set paiementAvoir to true
       move siteCE to SitePay
       move logutil-courant to LoginPay
       set typePayCaution to true
       move 0 to LoginValidPay
       write paiement invalid continue
       end-write
       add 1 to nouveauNumRecu
       add cautionDue to rendueCauT(kC)
       add 1 to nbRemboursees
       add cautionDue to totalRembourse

       move cautionDue to montant-ed
       move spaces to ligne-liste
       string siteCE '  ' codeEA ' ' nomE
           ' caution rendue au credit : ' montant-ed ' euros'
           delimited by size into ligne-liste
       write ligne-liste.

       end program pp-expirer-temporaires.
