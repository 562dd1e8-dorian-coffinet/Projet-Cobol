       program-id. pa-archiver-caisse.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional farchAmende assign nomArchAmende
       organization indexed access dynamic
       record key clefAmA = CodeAmA DateAmA.

       select optional farchPaiement assign nomArchPaiement
       organization indexed access dynamic
       record key NumRecuA.

       select optional fsolde assign nf-solde-reporte
       organization indexed access dynamic
       record key clefSR = CodeSR AnneeSR.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select frapport assign nomRapport
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

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 modePayValide value 'E' 'C' 'Q'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayCaution value 'D'.
               2 LoginValidPay pic 9(5).

       fd farchAmende.
       1 amende-arch.
               2 CodeAmA pic x(8).
               2 DateAmA pic 9(8).
               2 pic x(41).

       fd farchPaiement.
       1 paiement-arch.
               2 NumRecuA pic 9(6).
               2 pic x(50).

       fd fsolde.
       1 solde-reporte.
               2 CodeSR pic x(8).
               2 AnneeSR pic 9(4).
               2 DuSR pic 9(5)v99.
               2 CreditSR pic 9(4)v99.
               2 NbAmArchSR pic 9(5).
               2 NbPayArchSR pic 9(5).
               2 TotPayArchSR pic 9(6)v99.
               2 DateSR pic 9(8).
               2 LoginSR pic 9(5).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
               2 codeMenageE pic x(8).
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
       01 mode-formation pic x external value 'N'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-solde-reporte pic x(30) value 'solde-reporte.dat'.
       1 nomArchAmende pic x(30).
       1 nomArchPaiement pic x(30).
       1 nomRapport pic x(30).

       01 logutil-courant pic 9(5) external value 0.
       1 dateJour pic 9(8).
       1 dateJour-r redefines dateJour.
           2 anneeJour pic 9(4).
           2 pic 9(4).
       1 anneeArchive pic 9(4).
       1 anneeMvt pic 9(4).
       1 confirmation pic x.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 amendeRetenue value 'o' false 'n'.
       1 pic x.
       88 amendeVivante value 'o' false 'n'.
       1 pic x.
       88 cautionEnCours value 'o' false 'n'.
       1 pic x.
       88 soldeExiste value 'o' false 'n'.
       1 pic x.
       88 tableSaturee value 'o' false 'n'.
       1 tab-retenues.
           2 retenue occurs 5000.
              3 codeRetT pic x(8).
              3 dateRetT pic 9(8).
       1 nbRetenues pic 9(4) value 0.
       1 kRet pic 9(4).
      *    le dernier recu reste en ligne : les caisses numerotent le
      *    recu suivant a partir du plus grand numero du fichier
       1 numRecuMax pic 9(6) value 0.
       1 codeRecuMax pic x(8).
       1 dateAmRecuMax pic 9(8).
       1 codeSolde pic x(8).
       1 nbAmendesArch pic 9(6) value 0.
       1 nbAmendesRetenues pic 9(6) value 0.
       1 nbPaiementsArch pic 9(6) value 0.
       1 nbPaiementsRetenus pic 9(6) value 0.
       1 totalPaiementsArch pic 9(8)v99 value 0.
       1 nbSoldes pic 9(6) value 0.
       1 totalDu pic 9(8)v99 value 0.
       1 totalCredit pic 9(8)v99 value 0.
       1 montant-ed pic zzzzzzz9.99.
       1 montant2-ed pic zzzzzzz9.99.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'archive-caisse'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Archivage annuel des amendes et paiements'.
           2 line 3 col 1 'Annee a archiver : '.
           2 s-annee line 3 col 25 pic 9(4) using anneeArchive
           required.
       1 a-plg-prematuree.
           2 line 5 col 1 'Seule une annee terminee peut etre '
           & 'archivee.'.
       1 s-plg-confirmation.
           2 line 5 col 1 'Les amendes reglees et les paiements '
           & 'jusqu a cette annee incluse'.
           2 line 6 col 1 'seront deplaces dans les archives '
           & 'annuelles.'.
           2 line 7 col 1 'Confirmer l archivage (O/N) : '.
           2 s-confirmation line 7 col 32 pic x to confirmation
           required.
       1 a-plg-termine.
           2 line 9 col 1 'Amendes archivees : '.
           2 a-nbAm line 9 col 40 pic zzzzz9 from nbAmendesArch.
           2 line 10 col 1 'Paiements archives : '.
           2 a-nbPay line 10 col 40 pic zzzzz9 from nbPaiementsArch.
           2 line 11 col 1 'Paiements gardes (amende ouverte) : '.
           2 a-nbRet line 11 col 40 pic zzzzz9
           from nbPaiementsRetenus.
           2 line 12 col 1 'Soldes reportes : '.
           2 a-nbSoldes line 12 col 40 pic zzzzz9 from nbSoldes.
           2 line 14 col 1 'Rapport : '.
           2 a-rapport line 14 col 12 pic x(30) from nomRapport.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
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
       if mode-formation = 'O'
           move 'formation-solde-reporte.dat' to nf-solde-reporte
       else
           move 'solde-reporte.dat' to nf-solde-reporte
       end-if
       move function current-date(1:8) to dateJour
       compute anneeArchive = anneeJour - 1
       display s-plg-titre
       accept s-annee
       if anneeArchive >= anneeJour
           display a-plg-prematuree
           accept s-plg-suite
           goback
       end-if
       display s-plg-confirmation
       accept s-confirmation
       if function upper-case(confirmation) not = 'O'
           goback
       end-if

       move spaces to nomArchAmende
       move spaces to nomArchPaiement
       if mode-formation = 'O'
           string 'formation-amende-' anneeArchive '.dat'
               delimited by size into nomArchAmende
           string 'formation-paiement-' anneeArchive '.dat'
               delimited by size into nomArchPaiement
       else
           string 'amende-' anneeArchive '.dat'
               delimited by size into nomArchAmende
           string 'paiement-' anneeArchive '.dat'
               delimited by size into nomArchPaiement
       end-if
       move spaces to nomRapport
       string 'archive-caisse-' anneeArchive '.txt' delimited by size
           into nomRapport
       open i-o famende
       open i-o fpaiement
       open i-o farchAmende
       open i-o farchPaiement
       open i-o fsolde
       open output frapport
       move spaces to ligne-rapport
       string 'Archivage des amendes et paiements ' anneeArchive
           ' du ' dateJour ' par le login ' logutil-courant
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Archives : ' function trim(nomArchAmende) ' et '
           function trim(nomArchPaiement) delimited by size
           into ligne-rapport
       write ligne-rapport

       perform 7000-relever-paiements
       perform 7100-initialiser-soldes
       perform 7200-archiver-amendes
       open input fadherent
       perform 7400-archiver-paiements
       perform 7600-reporter-dus
       perform 7700-reporter-credits
       close fadherent
       perform 7900-lister-soldes

       move spaces to ligne-rapport
       write ligne-rapport
       string 'Amendes archivees : ' nbAmendesArch
           '   reglees apres ' anneeArchive ', gardees : '
           nbAmendesRetenues delimited by size into ligne-rapport
       write ligne-rapport
       move totalPaiementsArch to montant-ed
       move spaces to ligne-rapport
       string 'Paiements archives : ' nbPaiementsArch ' encaisses '
           montant-ed '   gardes (amende ouverte) : '
           nbPaiementsRetenus delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Recu ' numRecuMax ' garde en ligne pour la '
           'numerotation' delimited by size into ligne-rapport
       write ligne-rapport
       move totalDu to montant-ed
       move totalCredit to montant2-ed
       move spaces to ligne-rapport
       string 'Soldes reportes : ' nbSoldes '   du ' montant-ed
           '   credit ' montant2-ed delimited by size
           into ligne-rapport
       write ligne-rapport
       if tableSaturee
           move spaces to ligne-rapport
           string 'ATTENTION : plus de 5000 amendes reglees apres '
               anneeArchive ', aucune amende archivee'
               delimited by size into ligne-rapport
           write ligne-rapport
       end-if

       close frapport
       close fsolde
       close farchPaiement
       close farchAmende
       close fpaiement
       close famende
       move anneeArchive to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-relever-paiements.
       set tableSaturee to false
       move 0 to nbRetenues
       move 0 to numRecuMax
       move 0 to dateAmRecuMax
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           if NumRecu > numRecuMax
               move NumRecu to numRecuMax
               move CodePay to codeRecuMax
               move DateAmPay to dateAmRecuMax
           end-if
           compute anneeMvt = DatePay / 10000
           if (anneeMvt > anneeArchive) and (DateAmPay > 0)
               perform 7050-retenir-amende
           end-if
           read fpaiement next record at end set finFich to true
           end-read
       end-perform
       if dateAmRecuMax > 0
           move codeRecuMax to CodePay
           move dateAmRecuMax to DateAmPay
           perform 7050-retenir-amende
       end-if.

       7050-retenir-amende.
       if nbRetenues < 5000
           add 1 to nbRetenues
           move CodePay to codeRetT(nbRetenues)
           move DateAmPay to dateRetT(nbRetenues)
       else
           set tableSaturee to true
       end-if.

       7100-initialiser-soldes.
       set finFich to false
       read fsolde next record at end set finFich to true end-read
       perform until finFich
           if AnneeSR = anneeArchive
               move 0 to DuSR
               move 0 to CreditSR
               rewrite solde-reporte
               end-rewrite
           end-if
           read fsolde next record at end set finFich to true
           end-read
       end-perform.

       7200-archiver-amendes.
       if tableSaturee
           exit paragraph
       end-if
       set finFich to false
       read famende next record at end set finFich to true end-read
       perform until finFich
           compute anneeMvt = DateAm / 10000
           if amendePayee and (anneeMvt <= anneeArchive)
               perform 7250-chercher-retenue
               if amendeRetenue
                   add 1 to nbAmendesRetenues
               else
                   perform 7300-deplacer-amende
               end-if
           end-if
           read famende next record at end set finFich to true
           end-read
       end-perform.

       7250-chercher-retenue.
       set amendeRetenue to false
       perform varying kRet from 1 by 1
           until (kRet > nbRetenues) or amendeRetenue
           if (codeRetT(kRet) = CodeAm) and (dateRetT(kRet) = DateAm)
               set amendeRetenue to true
           end-if
       end-perform.

       7300-deplacer-amende.
       move amende to amende-arch
       write amende-arch
           invalid
               rewrite amende-arch
               end-rewrite
       end-write
       delete famende
       end-delete
       add 1 to nbAmendesArch
       move CodeAm to codeSolde
       perform 7800-lire-solde
       add 1 to NbAmArchSR
       perform 7850-ecrire-solde.

       7400-archiver-paiements.
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           compute anneeMvt = DatePay / 10000
           if (anneeMvt <= anneeArchive) and (NumRecu not = numRecuMax)
               set amendeVivante to false
               if DateAmPay > 0
                   move CodePay to CodeAm
                   move DateAmPay to DateAm
                   read famende
                       invalid set amendeVivante to false
                       not invalid set amendeVivante to true
                   end-read
               end-if
               set cautionEnCours to false
               if typePayCaution
                   move CodePay to codeE
                   read fadherent
                       invalid continue
                       not invalid
                           if categorieE = 'TEMPORAIRE'
                               set cautionEnCours to true
                           end-if
                   end-read
               end-if
               if amendeVivante or cautionEnCours
                   add 1 to nbPaiementsRetenus
               else
                   perform 7500-deplacer-paiement
               end-if
           end-if
           read fpaiement next record at end set finFich to true
           end-read
       end-perform.

       7500-deplacer-paiement.
       move paiement to paiement-arch
       write paiement-arch
           invalid
               rewrite paiement-arch
               end-rewrite
       end-write
       delete fpaiement
       end-delete
       add 1 to nbPaiementsArch
       move CodePay to codeSolde
       perform 7800-lire-solde
       add 1 to NbPayArchSR
       if modePayValide
           add MontantPay to TotPayArchSR
           add MontantPay to totalPaiementsArch
       end-if
       perform 7850-ecrire-solde.

       7600-reporter-dus.
       set finFich to false
       read famende next record at end set finFich to true end-read
       perform until finFich
           compute anneeMvt = DateAm / 10000
           if (amendeImpayee or amendeAuTresor)
           and (anneeMvt <= anneeArchive) and (MontantAm > 0)
               move CodeAm to codeSolde
               perform 7800-lire-solde
               add MontantAm to DuSR
               perform 7850-ecrire-solde
           end-if
           read famende next record at end set finFich to true
           end-read
       end-perform.

       7700-reporter-credits.
       set finFich to false
       read fadherent next record at end set finFich to true
       end-read
       perform until finFich
           if creditE > 0
               move codeE to codeSolde
               perform 7800-lire-solde
               move creditE to CreditSR
               perform 7850-ecrire-solde
           end-if
           read fadherent next record at end set finFich to true
           end-read
       end-perform.

       7800-lire-solde.
       move codeSolde to CodeSR
       move anneeArchive to AnneeSR
       read fsolde invalid set soldeExiste to false
                   not invalid set soldeExiste to true
       end-read
       if not soldeExiste
           move codeSolde to CodeSR
           move anneeArchive to AnneeSR
           move 0 to DuSR
           move 0 to CreditSR
           move 0 to NbAmArchSR
           move 0 to NbPayArchSR
           move 0 to TotPayArchSR
       end-if.

       7850-ecrire-solde.
       move dateJour to DateSR
       move logutil-courant to LoginSR
       if soldeExiste
           rewrite solde-reporte
           end-rewrite
       else
           write solde-reporte
           end-write
           set soldeExiste to true
       end-if.

       7900-lister-soldes.
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Soldes reportes (adherent, du, credit, amendes et '
       & 'paiements archives) :' to ligne-rapport
       write ligne-rapport
       set finFich to false
       read fsolde next record at end set finFich to true end-read
       perform until finFich
           if AnneeSR = anneeArchive
               add 1 to nbSoldes
               add DuSR to totalDu
               add CreditSR to totalCredit
               move DuSR to montant-ed
               move CreditSR to montant2-ed
               move spaces to ligne-rapport
               string '  ' CodeSR ' ' montant-ed ' ' montant2-ed
                   ' ' NbAmArchSR ' ' NbPayArchSR
                   delimited by size into ligne-rapport
               write ligne-rapport
           end-if
           read fsolde next record at end set finFich to true
           end-read
       end-perform.

       end program pa-archiver-caisse.
