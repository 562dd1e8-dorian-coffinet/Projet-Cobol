       program-id. pp-amnistier-amendes.

       select optional famnistie assign nf-amnistie
       organization indexed access dynamic
       record key CodeCampagne.

       select optional fremise assign nf-amnistie-remise
       organization indexed access dynamic
       record key clefRemise = CodeCampagneR CodeAdhR RefR ExR
           DatePretR.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

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

       fd fhistopret.
       1 pret-histo.
               2 DatePretH pic 9(8).
               2 RefSH pic x(8).
               2 ExemplaireH pic 9(3).
               2 CodeEH pic x(8).
               2 DateRetourH pic 9(8).
               2 NbRenouvH pic 9.
               2 SiteCH pic x(3).
               2 DateEcheanceH pic 9(8).

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

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
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayAmende value 'A' ' '.
               2 LoginValidPay pic 9(5).

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCA pic x(3).
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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-amnistie pic x(30) value 'amnistie.dat'.
       1 nf-amnistie-remise pic x(30) value 'amnistie-remise.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 dateJour pic 9(8).
       1 dh pic x(21).
       1 fin-famnistie pic x value 'n'.
       88 finFamnistie value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 fin-fhistopret pic x value 'n'.
       88 finFhistopret value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-famAcc pic x value 'n'.
       88 finFamAcc value 'o' false 'n'.
       1 pic x.
       88 accrualTrouve value 'o' false 'n'.
       1 pic x.
       88 siteEligible value 'o' false 'n'.
       1 pic x.
       88 dejaRemise value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.

       1 tab-campagnes.
           2 camp occurs 20.
              3 codeCp pic x(6).
              3 debutCp pic 9(8).
              3 finCp pic 9(8).
              3 siteCp pic x(3) occurs 5.
              3 dateLimiteCp pic 9(8).
              3 maxCp pic 9(3)v99.
       1 nbCampagnes pic 99 value 0.
       1 kCp pic 99.
       1 kSt pic 9.

       1 datePretCourant pic 9(8).
       1 refCourante pic x(8).
       1 expCourant pic 9(3).
       1 codeCourant pic x(8).
       1 dateRetourCourante pic 9(8).
       1 siteCourant pic x(3).
       1 dateEcheanceCourante pic 9(8).

       1 motifAccrual pic x(30).
       1 nouveauNumRecu pic 9(6).
       1 montantRemis pic 9(3)v99.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'amnistie'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       linkage section.
       01 nbAmnisties pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Amendes remises par amnistie : '.
           2 a-nb line 21 col 33 pic zz9 from nbAmnisties.

       procedure division using nbAmnisties.
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
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-pret-histo.dat' to nf-pret-histo
       else
           move 'pret-histo.dat' to nf-pret-histo
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move 0 to nbAmnisties
       move function current-date(1:8) to dateJour

       perform 8000-charger-campagnes
       if nbCampagnes = 0
           display a-plg-termine
           goback
       end-if

       open i-o fremise
       open i-o famende
       open i-o fpaiement
       open input fadherent
       perform 8600-prochain-numero-recu

       open input fhistopret
       set finFhistopret to false
       read fhistopret next record at end set finFhistopret to true
       end-read
       perform until finFhistopret
           move DatePretH to datePretCourant
           move RefSH to refCourante
           move ExemplaireH to expCourant
           move CodeEH to codeCourant
           move DateRetourH to dateRetourCourante
           move SiteCH to siteCourant
           move DateEcheanceH to dateEcheanceCourante
           perform 8100-examiner-retour
           read fhistopret next record at end set finFhistopret to true
           end-read
       end-perform
       close fhistopret

       open input fpret
       set finFpret to false
       read fpret next record at end set finFpret to true
       end-read
       perform until finFpret
           if DateRetour not = 0
               move DatePret to datePretCourant
               move RefS to refCourante
               move Exemplaire to expCourant
               move CodeE to codeCourant
               move DateRetour to dateRetourCourante
               move SiteC to siteCourant
               move DateEcheance to dateEcheanceCourante
               perform 8100-examiner-retour
           end-if
           read fpret next record at end set finFpret to true
           end-read
       end-perform
       close fpret

       close fadherent
       close fpaiement
       close famende
       close fremise
       display a-plg-termine
       goback.

       8000-charger-campagnes.
       move 0 to nbCampagnes
       open input famnistie
       set finFamnistie to false
       read famnistie next record at end set finFamnistie to true
       end-read
       perform until finFamnistie
           if campagneOuverte and (DateDebutCamp <= dateJour)
           and (nbCampagnes < 20)
               add 1 to nbCampagnes
               move CodeCampagne to codeCp(nbCampagnes)
               move DateDebutCamp to debutCp(nbCampagnes)
               move DateFinCamp to finCp(nbCampagnes)
               perform varying kSt from 1 by 1 until kSt > 5
                   move SiteCamp(kSt) to siteCp(nbCampagnes kSt)
               end-perform
               compute dateLimiteCp(nbCampagnes) =
                   function date-of-integer(function
                   integer-of-date(DateDebutCamp) - AgeMinCamp)
               move MontantMaxCamp to maxCp(nbCampagnes)
           end-if
           read famnistie next record at end set finFamnistie to true
           end-read
       end-perform
       close famnistie.

       8100-examiner-retour.
       if dateEcheanceCourante = 0
       or dateEcheanceCourante >= dateRetourCourante
           exit paragraph
       end-if
       perform varying kCp from 1 by 1 until kCp > nbCampagnes
           if (dateRetourCourante >= debutCp(kCp))
           and (dateRetourCourante <= finCp(kCp))
               perform 8200-verifier-site
               if siteEligible
                   perform 8300-amnistier
               end-if
           end-if
       end-perform.

       8200-verifier-site.
       set siteEligible to true
       perform varying kSt from 1 by 1 until kSt > 5
           if siteCp(kCp kSt) not = spaces
               set siteEligible to false
           end-if
       end-perform
       if siteEligible
           exit paragraph
       end-if
       perform varying kSt from 1 by 1 until kSt > 5
           if (siteCp(kCp kSt) not = spaces)
           and (siteCp(kCp kSt) = siteCourant)
               set siteEligible to true
           end-if
       end-perform.

       8300-amnistier.
       move codeCp(kCp) to CodeCampagneR
       move codeCourant to CodeAdhR
       move refCourante to RefR
       move expCourant to ExR
       move datePretCourant to DatePretR
       read fremise invalid set dejaRemise to false
                    not invalid set dejaRemise to true
       end-read
       if dejaRemise
           exit paragraph
       end-if

       perform 8400-chercher-amende
       if not accrualTrouve
           exit paragraph
       end-if
       if (not amendeImpayee) or (MontantAm = 0)
       or (DateAm > dateLimiteCp(kCp))
           exit paragraph
       end-if
       if (maxCp(kCp) > 0) and (MontantAm > maxCp(kCp))
           exit paragraph
       end-if

       move MontantAm to montantRemis
       move 0 to MontantAm
       set amendePayee to true
       set erreur to false
       rewrite amende invalid set erreur to true
       end-rewrite
       if erreur
           exit paragraph
       end-if

       move codeCourant to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       move nouveauNumRecu to NumRecu
       add 1 to nouveauNumRecu
       move CodeAm to CodePay
       move DateAm to DateAmPay
       move function current-date to dh
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move montantRemis to MontantPay
       set paiementAnnulation to true
       if adherentExiste
           move siteCA to SitePay
       else
           move siteCourant to SitePay
       end-if
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayAmende to true
       write paiement invalid continue
       end-write

       move codeCp(kCp) to CodeCampagneR
       move codeCourant to CodeAdhR
       move refCourante to RefR
       move expCourant to ExR
       move datePretCourant to DatePretR
       move dateRetourCourante to DateRetourR
       move siteCourant to SiteR
       move DateAm to DateAmR
       move montantRemis to MontantRemisR
       move NumRecu to NumRecuR
       write remise invalid continue
       end-write

       move spaces to h-cleprim
       string CodeAm ' ' codeCp(kCp) delimited by size
           into h-cleprim
       move 'O' to h-opereu
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       add 1 to nbAmnisties.

       8400-chercher-amende.
       move spaces to motifAccrual
       string 'RETARD ' refCourante ' EX ' expCourant
           into motifAccrual
       set accrualTrouve to false
       move codeCourant to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFamAcc to true
           not invalid key
               set finFamAcc to false
       end-start
       perform until finFamAcc
           read famende next record
               at end
                   set finFamAcc to true
               not at end
                   if CodeAm not = codeCourant
                       set finFamAcc to true
                   else
                       if MotifAm = motifAccrual
                           set accrualTrouve to true
                           set finFamAcc to true
                       end-if
                   end-if
           end-read
       end-perform.

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

       end program pp-amnistier-amendes.
