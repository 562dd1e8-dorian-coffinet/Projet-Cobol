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

       select fhisto assign nf-historique
       organization indexed access dynamic
       record key clefhisto = cledate cleheure.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fhisto.
       1 histo.
               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       fd farchAmende.
       1 amende-arch.
               2 CodeAmA pic x(8).
               2 DateAmA pic 9(8).
               2 pic x(41).

       fd farchPaiement.
       1 paiement-arch.
               2 NumRecuA pic 9(6).
               2 CodePayA pic x(8).
               2 pic x(42).

       fd fsolde.
       1 solde-reporte.
               2 CodeSR pic x(8).
               2 AnneeSR pic 9(4).
               2 pic x(44).

       fd fjournal.
       01 ligne-journal pic x(80).
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-solde-reporte pic x(30) value 'solde-reporte.dat'.
       1 nomArchAmende pic x(30).
       1 nomArchPaiement pic x(30).

       01 logutil-courant pic 9(5) external value 0.
       1 cod pic x(8).
       1 nbPaiements pic 9(5) value 0.
       1 nbHisto pic 9(5) value 0.
       1 nbJournal pic 9(5) value 0.
       1 nbAmendesArch pic 9(5) value 0.
       1 nbPaiementsArch pic 9(5) value 0.
       1 nbSoldes pic 9(5) value 0.
       1 tab-annees.
           2 anneeArchT pic 9(4) occurs 100.
       1 nbAnnees pic 9(3) value 0.
       1 kAnnee pic 9(3).
       1 amendeArch-sauve pic x(57).
       1 solde-sauve pic x(56).
       1 dateP-sauve pic 9(8).
       1 refP-sauve pic x(8).
       1 expP-sauve pic 9(3).
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.
       1 nbRupturesChainage pic 9(3) value 0.
       1 modeChainage pic x.
       1 nomLogJournal pic x(10) value 'journal'.
       1 nomLogHisto pic x(10) value 'historique'.
       1 empreintePrec pic 9(9).
       1 empreinteAvant pic 9(9).
       1 contenu pic x(80).
       1 pic x.
       88 chaineRecalculee value 'o' false 'n'.
       1 pic x.
       88 aRecrire value 'o' false 'n'.

       screen section.
       1 s-plg-titre.
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-solde-reporte.dat' to nf-solde-reporte
       else
           move 'solde-reporte.dat' to nf-solde-reporte
       end-if
       display s-plg-titre
       accept s-code
       accept s-confirmation
       perform 8200-anonymiser-prets-histo
       perform 8300-anonymiser-amendes
       perform 8400-anonymiser-paiements
       perform 8450-anonymiser-archives
       call 'p-verifier-chainage' using nbRupturesChainage
       end-call
       perform 8500-anonymiser-historique
       perform 8600-anonymiser-journal
       perform 9000-ecrire-certificat
       end-perform
       close fpaiement.

       8450-anonymiser-archives.
       open i-o fsolde
       move 0 to nbAnnees
       move cod to CodeSR
       move 0 to AnneeSR
       start fsolde key >= clefSR
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fsolde next record
               at end
                   set finFich to true
               not at end
                   if CodeSR not = cod
                       set finFich to true
                   else
                       if nbAnnees < 100
                           add 1 to nbAnnees
                           move AnneeSR to anneeArchT(nbAnnees)
                       end-if
                   end-if
           end-read
       end-perform
       perform varying kAnnee from 1 by 1 until kAnnee > nbAnnees
           perform 8460-anonymiser-annee
       end-perform
       close fsolde.

       8460-anonymiser-annee.
       move spaces to nomArchAmende
       move spaces to nomArchPaiement
       if mode-formation = 'O'
           string 'formation-amende-' anneeArchT(kAnnee) '.dat'
               delimited by size into nomArchAmende
           string 'formation-paiement-' anneeArchT(kAnnee) '.dat'
               delimited by size into nomArchPaiement
       else
           string 'amende-' anneeArchT(kAnnee) '.dat'
               delimited by size into nomArchAmende
           string 'paiement-' anneeArchT(kAnnee) '.dat'
               delimited by size into nomArchPaiement
       end-if
       open i-o farchAmende
       set finFich to false
       read farchAmende next record at end set finFich to true
       end-read
       perform until finFich
           if CodeAmA = cod
               move amende-arch to amendeArch-sauve
               delete farchAmende
               end-delete
               move amendeArch-sauve to amende-arch
               move jeton to CodeAmA
               write amende-arch invalid continue
               end-write
               add 1 to nbAmendesArch
           end-if
           read farchAmende next record at end set finFich to true
           end-read
       end-perform
       close farchAmende
       open i-o farchPaiement
       set finFich to false
       read farchPaiement next record at end set finFich to true
       end-read
       perform until finFich
           if CodePayA = cod
               move jeton to CodePayA
               rewrite paiement-arch
               end-rewrite
               add 1 to nbPaiementsArch
           end-if
           read farchPaiement next record at end set finFich to true
           end-read
       end-perform
       close farchPaiement
       move cod to CodeSR
       move anneeArchT(kAnnee) to AnneeSR
       read fsolde
           invalid
               continue
           not invalid
               move solde-reporte to solde-sauve
               delete fsolde
               end-delete
               move solde-sauve to solde-reporte
               move jeton to CodeSR
               write solde-reporte invalid continue
               end-write
               add 1 to nbSoldes
       end-read.

       8500-anonymiser-historique.
       move 'D' to modeChainage
       call 'Chainerlog' using modeChainage nomLogHisto empreintePrec
       end-call
       set chaineRecalculee to false
       open i-o fhisto
       set finFich to false
       read fhisto next record at end set finFich to true end-read
       perform until finFich
           set aRecrire to false
           if cleprim(1:5) = cod
               move jeton to cleprim(1:5)
               set aRecrire to true
               add 1 to nbHisto
           end-if
           if empreinte numeric
               move empreinte to empreinteAvant
               move histo(1:68) to contenu
               call 'Calculerempreinte' using empreintePrec contenu
                                              empreinte
               end-call
               move empreinte to empreintePrec
               set chaineRecalculee to true
               if empreinte not = empreinteAvant
                   set aRecrire to true
               end-if
           end-if
           if aRecrire
               rewrite histo
               end-rewrite
           end-if
           read fhisto next record at end set finFich to true
           end-read
       end-perform
       close fhisto
       if chaineRecalculee
           move 'E' to modeChainage
           call 'Chainerlog' using modeChainage nomLogHisto
                                   empreintePrec
           end-call
       end-if.

       8600-anonymiser-journal.
       open input fjournal
               move jeton to ligne-journal(26:8)
               add 1 to nbJournal
           end-if
           if ligne-journal(37:8) = cod
               move jeton to ligne-journal(37:8)
               add 1 to nbJournal
           end-if
           move ligne-journal to ligne-tmp
           write ligne-tmp
           read fjournal at end set finFich to true end-read
       close fjournal
       close fjournaltmp

       move 'D' to modeChainage
       call 'Chainerlog' using modeChainage nomLogJournal
                               empreintePrec
       end-call
       set chaineRecalculee to false
       open input fjournaltmp
       open output fjournal
       set finFich to false
       read fjournaltmp at end set finFich to true end-read
       perform until finFich
           move ligne-tmp to ligne-journal
           if ligne-journal(72:9) numeric
               move ligne-journal(1:71) to contenu
               call 'Calculerempreinte' using empreintePrec contenu
                                              empreintePrec
               end-call
               move empreintePrec to ligne-journal(72:9)
               set chaineRecalculee to true
           end-if
           write ligne-journal
           read fjournaltmp at end set finFich to true end-read
       end-perform
       close fjournal
       close fjournaltmp
       if chaineRecalculee
           move 'E' to modeChainage
           call 'Chainerlog' using modeChainage nomLogJournal
                                   empreintePrec
           end-call
       end-if.

       9000-ecrire-certificat.
       open extend fcertificat
       string 'Paiements anonymises : ' nbPaiements
           into ligne-certificat
       write ligne-certificat
       string 'Amendes archivees anonymisees : ' nbAmendesArch
           into ligne-certificat
       write ligne-certificat
       string 'Paiements archives anonymises : ' nbPaiementsArch
           into ligne-certificat
       write ligne-certificat
       string 'Soldes reportes anonymises : ' nbSoldes
           into ligne-certificat
       write ligne-certificat
       string 'Entrees d historique anonymisees : ' nbHisto
           into ligne-certificat
       write ligne-certificat
       string 'Opere par le login : ' logutil-courant
           into ligne-certificat
       write ligne-certificat
       if nbRupturesChainage > 0
           move 'ATTENTION : chainage des journaux deja rompu avant '
           & 'anonymisation' to ligne-certificat
       else
           move 'Chainage des journaux verifie avant anonymisation'
           to ligne-certificat
       end-if
       write ligne-certificat
       move spaces to ligne-certificat
       write ligne-certificat
       close fcertificat.
