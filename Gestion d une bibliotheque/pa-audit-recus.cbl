       program-id. pa-audit-recus.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional fsource assign nomSource
       organization indexed access dynamic
       record key NumRecuS.

       select ftrav assign 'audit-recus.srt'.

       select optional fspoolcat assign nf-spool
       organization indexed access dynamic
       record key NumSpool.

       select faudit assign nomAudit
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
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.
               88 paiementCheque value 'Q'.
               88 paiementAnnulation value 'A'.
               88 paiementAvoir value 'V'.
               88 modePayValide value 'E' 'C' 'Q'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               2 LoginValidPay pic 9(5).

       fd fsource.
       1 enr-source.
               2 NumRecuS pic 9(6).
               2 pic x(50).

       sd ftrav.
       1 enr-trav.
               2 NumRecuT pic 9(6).
               2 pic x(50).

       fd fspoolcat.
       1 spool-entree.
               2 NumSpool pic 9(6).
               2 TypeDoc pic x(10).
               2 DateSpool pic 9(8).
               2 HeureSpool pic 9(6).
               2 CodeDest pic x(8).
               2 NomFichierSpool pic x(25).
               2 StatutSpool pic x.

       fd faudit.
       01 ligne-audit pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-spool pic x(30) value 'spool.dat'.
       1 nf-paiement-vif pic x(30).
       1 nomSource pic x(30).

       01 logutil-courant pic 9(5) external value 0.
       1 dateDebut pic 9(8).
       1 dateFin pic 9(8).
       1 anneeDebut pic 9(4).
       1 anneeArch pic 9(4).
       1 anneeJour pic 9(4).
       1 nbRecusArchives pic 9(6) value 0.
       1 fin-fsource pic x value 'n'.
       88 finFsource value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 dh pic x(21).
       1 nomAudit pic x(40).
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-fspoolcat pic x value 'n'.
       88 finFspoolcat value 'o' false 'n'.
       1 pic x.
       88 documentTrouve value 'o' false 'n'.
       1 pic x.
       88 dansPeriode value 'o' false 'n'.
       1 pic x.
       88 precedentDansPeriode value 'o' false 'n'.
       1 numPrecedent pic 9(6).
       1 numManquantDe pic 9(6).
       1 numManquantA pic 9(6).
       1 premierRecu pic 9(6) value 0.
       1 dernierRecu pic 9(6) value 0.
       1 nbRecus pic 9(6) value 0.
       1 nbManquants pic 9(6) value 0.
       1 nbRuptures pic 9(5) value 0.
       1 nbDoublons pic 9(5) value 0.
       1 nbAnnulations pic 9(5) value 0.
       1 totalAnnulations pic 9(7)v99 value 0.
       1 nbAvoirs pic 9(5) value 0.
       1 totalAvoirs pic 9(7)v99 value 0.
       1 nbEncaisses pic 9(6) value 0.
       1 totalEncaisse pic 9(8)v99 value 0.
       1 nbSansDocument pic 9(5) value 0.
       1 nbDocsIgnores pic 9(5) value 0.
       1 tab-recents.
           2 recent occurs 20.
              3 numRc pic 9(6).
              3 codeRc pic x(8).
              3 dateRc pic 9(8).
              3 secondesRc pic 9(5).
              3 montantRc pic 9(3)v99.
              3 modeRc pic x.
              3 typeRc pic x.
       1 nbRecents pic 99 value 0.
       1 kRc pic 99.
       1 tab-documents.
           2 document occurs 5000.
              3 destDoc pic x(8).
              3 dateDoc pic 9(8).
              3 secondesDoc pic 9(5).
              3 prisDoc pic x.
       1 nbDocuments pic 9(4) value 0.
       1 kDoc pic 9(4).
       1 heureCalc pic 9(6).
       1 heureCalc-r redefines heureCalc.
          2 hhCalc pic 99.
          2 mnCalc pic 99.
          2 ssCalc pic 99.
       1 secondesRecu pic 9(5).
       1 ecartSecondes pic 9(5).
       1 fenetreDocument pic 9(5) value 600.
       1 libMode pic x(10).
       1 montant-ed pic zzzzzz9.99.
       1 total-ed pic zzzzzzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'CONTROLE'.
       1 codeSpoolDest pic x(8) value spaces.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Audit de la numerotation des recus'.
           2 line 3 col 1 'Date de debut (AAAAMMJJ) : '.
           2 s-debut line 3 col 30 pic 9(8) to dateDebut required.
           2 line 4 col 1 'Date de fin (AAAAMMJJ) : '.
           2 s-fin line 4 col 30 pic 9(8) to dateFin required.
       1 a-plg-termine.
           2 line 6 col 1 'Audit ecrit dans '.
           2 a-nomAudit line 6 col 18 pic x(40) from nomAudit.
           2 line 7 col 1 'Recus manquants : '.
           2 a-manquants line 7 col 30 pic zzzzz9 from nbManquants.
           2 line 8 col 1 'Doublons presumes : '.
           2 a-doublons line 8 col 30 pic zzzz9 from nbDoublons.
           2 line 9 col 1 'Annulations et avoirs : '.
           2 a-annul line 9 col 30 pic zzzz9 from nbAnnulations.
           2 a-avoirs line 9 col 36 pic zzzz9 from nbAvoirs.
           2 line 10 col 1 'Recus sans document au spool : '.
           2 a-sansDoc line 10 col 33 pic zzzz9 from nbSansDocument.
       1 a-plg-periodeInvalide.
           2 line 6 col 1 'Date de fin anterieure a la date de debut.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-spool.dat' to nf-spool
       else
           move 'spool.dat' to nf-spool
       end-if
       display s-plg-titre
       accept s-debut
       accept s-fin
       if dateFin < dateDebut
           display a-plg-periodeInvalide
           accept s-plg-suite
           goback
       end-if

       move function current-date to dh
       move spaces to nomAudit
       string 'audit-recus-' dh(1:8) '-' dh(9:6) '.txt'
           delimited by size into nomAudit
       open output faudit
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move 'Bibliothèque INFOrmatique - audit des recus de caisse'
           to ligne-audit
       perform 9900-ecrire-ligne
       string 'Periode du ' dateDebut ' au ' dateFin ', edite le '
           dh(1:8) ' a ' dh(9:6) ' par ' logutil-courant
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne

       move dh(1:4) to anneeJour
       compute anneeDebut = dateDebut / 10000
       move nf-paiement to nf-paiement-vif
       if mode-formation = 'O'
           move 'formation-audit-recus.tmp' to nf-paiement
       else
           move 'audit-recus.tmp' to nf-paiement
       end-if
       sort ftrav on ascending key NumRecuT
           input procedure 7000-collecter-recus
           output procedure 7500-constituer-recus
       if nbRecusArchives > 0
           string 'Dont ' nbRecusArchives ' recu(s) lus dans les '
               'archives annuelles' delimited by size into ligne-audit
           perform 9900-ecrire-ligne
       end-if

       open input fpaiement
       perform 8000-controler-sequence
       perform 8200-lister-annulations
       open input fspoolcat
       perform 8300-charger-documents
       close fspoolcat
       perform 8400-controler-documents
       close fpaiement

       perform 8900-page-totaux
       close fspool
       close faudit
       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-collecter-recus.
       move nf-paiement-vif to nomSource
       perform 7100-lire-source
       if anneeDebut > 1
           compute anneeArch = anneeDebut - 1
       else
           move 1 to anneeArch
       end-if
       perform until anneeArch >= anneeJour
           move spaces to nomSource
           if mode-formation = 'O'
               string 'formation-paiement-' anneeArch '.dat'
                   delimited by size into nomSource
           else
               string 'paiement-' anneeArch '.dat'
                   delimited by size into nomSource
           end-if
           perform 7100-lire-source
           add 1 to anneeArch
       end-perform.

       7100-lire-source.
       open input fsource
       set finFsource to false
       read fsource next record at end set finFsource to true
       end-read
       perform until finFsource
           move enr-source to enr-trav
           release enr-trav
           if nomSource not = nf-paiement-vif
               add 1 to nbRecusArchives
           end-if
           read fsource next record at end set finFsource to true
           end-read
       end-perform
       close fsource.

       7500-constituer-recus.
       open output fpaiement
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           move enr-trav to paiement
           write paiement invalid continue
           end-write
           return ftrav at end set finFtrav to true
           end-return
       end-perform
       close fpaiement.

       8000-controler-sequence.
       perform 9900-ecrire-ligne
       move 'Ruptures de la numerotation et doublons presumes :'
           to ligne-audit
       perform 9900-ecrire-ligne
       move 0 to numPrecedent
       set precedentDansPeriode to false
       move 0 to nbRecents
       move 0 to NumRecu
       start fpaiement key >= NumRecu
           invalid key
               set finFpaiement to true
           not invalid key
               set finFpaiement to false
       end-start
       perform until finFpaiement
           read fpaiement next record
               at end
                   set finFpaiement to true
               not at end
                   perform 8100-controler-recu
           end-read
       end-perform
       if (nbRuptures = 0) and (nbDoublons = 0)
           move '  neant' to ligne-audit
           perform 9900-ecrire-ligne
       end-if.

       8100-controler-recu.
       if (DatePay >= dateDebut) and (DatePay <= dateFin)
           set dansPeriode to true
       else
           set dansPeriode to false
       end-if
       if NumRecu > numPrecedent + 1
       and (dansPeriode or precedentDansPeriode)
           compute numManquantDe = numPrecedent + 1
           compute numManquantA = NumRecu - 1
           compute nbManquants = nbManquants + numManquantA
               - numManquantDe + 1
           add 1 to nbRuptures
           string '  recus manquants : ' numManquantDe ' a '
               numManquantA ' (avant le recu du ' DatePay ')'
               delimited by size into ligne-audit
           perform 9900-ecrire-ligne
       end-if
       if dansPeriode
           add 1 to nbRecus
           if premierRecu = 0
               move NumRecu to premierRecu
           end-if
           move NumRecu to dernierRecu
           if modePayValide
               add 1 to nbEncaisses
               add MontantPay to totalEncaisse
           end-if
           perform 8150-chercher-doublon
       end-if
       move NumRecu to numPrecedent
       if dansPeriode
           set precedentDansPeriode to true
       else
           set precedentDansPeriode to false
       end-if.

       8150-chercher-doublon.
       move HeurePay to heureCalc
       compute secondesRecu = hhCalc * 3600 + mnCalc * 60 + ssCalc
       perform varying kRc from 1 by 1 until kRc > nbRecents
           if (codeRc(kRc) = CodePay) and (dateRc(kRc) = DatePay)
           and (montantRc(kRc) = MontantPay)
           and (modeRc(kRc) = ModePay) and (typeRc(kRc) = TypePay)
               if secondesRc(kRc) > secondesRecu
                   compute ecartSecondes = secondesRc(kRc)
                       - secondesRecu
               else
                   compute ecartSecondes = secondesRecu
                       - secondesRc(kRc)
               end-if
               if ecartSecondes <= 120
                   add 1 to nbDoublons
                   move MontantPay to montant-ed
                   string '  doublon presume : recus ' numRc(kRc)
                       ' et ' NumRecu ' adherent ' CodePay ' '
                       montant-ed delimited by size into ligne-audit
                   perform 9900-ecrire-ligne
               end-if
           end-if
       end-perform
       if nbRecents < 20
           add 1 to nbRecents
       else
           perform varying kRc from 1 by 1 until kRc > 19
               move recent(kRc + 1) to recent(kRc)
           end-perform
       end-if
       move NumRecu to numRc(nbRecents)
       move CodePay to codeRc(nbRecents)
       move DatePay to dateRc(nbRecents)
       move secondesRecu to secondesRc(nbRecents)
       move MontantPay to montantRc(nbRecents)
       move ModePay to modeRc(nbRecents)
       move TypePay to typeRc(nbRecents).

       8200-lister-annulations.
       perform 9900-ecrire-ligne
       move 'Annulations et avoirs (recu date heure adherent montant '
           to ligne-audit
       perform 9900-ecrire-ligne
       move '  nature operateur) :' to ligne-audit
       perform 9900-ecrire-ligne
       move 0 to NumRecu
       start fpaiement key >= NumRecu
           invalid key
               set finFpaiement to true
           not invalid key
               set finFpaiement to false
       end-start
       perform until finFpaiement
           read fpaiement next record
               at end
                   set finFpaiement to true
               not at end
                   if (DatePay >= dateDebut) and (DatePay <= dateFin)
                   and (paiementAnnulation or paiementAvoir)
                       perform 8250-ecrire-annulation
                   end-if
           end-read
       end-perform
       if (nbAnnulations = 0) and (nbAvoirs = 0)
           move '  neant' to ligne-audit
           perform 9900-ecrire-ligne
       end-if.

       8250-ecrire-annulation.
       if paiementAnnulation
           move 'annulation' to libMode
           add 1 to nbAnnulations
           add MontantPay to totalAnnulations
       else
           move 'avoir' to libMode
           add 1 to nbAvoirs
           add MontantPay to totalAvoirs
       end-if
       move MontantPay to montant-ed
       if LoginValidPay numeric and (LoginValidPay > 0)
           string '  ' NumRecu ' ' DatePay ' ' HeurePay ' ' CodePay
               ' ' montant-ed ' ' libMode ' login ' LoginPay
               ' valide ' LoginValidPay
               delimited by size into ligne-audit
       else
           string '  ' NumRecu ' ' DatePay ' ' HeurePay ' ' CodePay
               ' ' montant-ed ' ' libMode ' login ' LoginPay
               delimited by size into ligne-audit
       end-if
       perform 9900-ecrire-ligne.

       8300-charger-documents.
       move 0 to nbDocuments
       set finFspoolcat to false
       read fspoolcat next record at end set finFspoolcat to true
       end-read
       perform until finFspoolcat
           if (DateSpool >= dateDebut) and (DateSpool <= dateFin)
           and (TypeDoc = 'RECU' or 'CARTE' or 'TICKET')
               if nbDocuments < 5000
                   add 1 to nbDocuments
                   move CodeDest to destDoc(nbDocuments)
                   move DateSpool to dateDoc(nbDocuments)
                   move HeureSpool to heureCalc
                   compute secondesDoc(nbDocuments) = hhCalc * 3600
                       + mnCalc * 60 + ssCalc
                   move 'n' to prisDoc(nbDocuments)
               else
                   add 1 to nbDocsIgnores
               end-if
           end-if
           read fspoolcat next record at end set finFspoolcat to true
           end-read
       end-perform.

       8400-controler-documents.
       perform 9900-ecrire-ligne
       move 'Recus encaisses sans document au spool :' to ligne-audit
       perform 9900-ecrire-ligne
       move 0 to NumRecu
       start fpaiement key >= NumRecu
           invalid key
               set finFpaiement to true
           not invalid key
               set finFpaiement to false
       end-start
       perform until finFpaiement
           read fpaiement next record
               at end
                   set finFpaiement to true
               not at end
                   if (DatePay >= dateDebut) and (DatePay <= dateFin)
                   and modePayValide
                       perform 8450-chercher-document
                   end-if
           end-read
       end-perform
       if nbSansDocument = 0
           move '  neant' to ligne-audit
           perform 9900-ecrire-ligne
       end-if
       if nbDocsIgnores > 0
           string '  ATTENTION : ' nbDocsIgnores ' document(s) non '
               'examine(s), periode trop longue' delimited by size
               into ligne-audit
           perform 9900-ecrire-ligne
       end-if.

       8450-chercher-document.
       move HeurePay to heureCalc
       compute secondesRecu = hhCalc * 3600 + mnCalc * 60 + ssCalc
       set documentTrouve to false
       perform varying kDoc from 1 by 1
           until (kDoc > nbDocuments) or documentTrouve
           if (prisDoc(kDoc) = 'n') and (destDoc(kDoc) = CodePay)
           and (dateDoc(kDoc) = DatePay)
               if secondesDoc(kDoc) > secondesRecu
                   compute ecartSecondes = secondesDoc(kDoc)
                       - secondesRecu
               else
                   compute ecartSecondes = secondesRecu
                       - secondesDoc(kDoc)
               end-if
               if ecartSecondes <= fenetreDocument
                   set documentTrouve to true
                   move 'o' to prisDoc(kDoc)
               end-if
           end-if
       end-perform
       if not documentTrouve
           add 1 to nbSansDocument
           move MontantPay to montant-ed
           string '  ' NumRecu ' ' DatePay ' ' HeurePay ' ' CodePay
               ' ' montant-ed ' mode ' ModePay ' login ' LoginPay
               delimited by size into ligne-audit
           perform 9900-ecrire-ligne
       end-if.

       8900-page-totaux.
       perform 9900-ecrire-ligne
       move all '-' to ligne-audit
       perform 9900-ecrire-ligne
       move 'TOTAUX DE L AUDIT DES RECUS' to ligne-audit
       perform 9900-ecrire-ligne
       string 'Periode du ' dateDebut ' au ' dateFin
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       string 'Recus de la periode : ' nbRecus ', du numero '
           premierRecu ' au numero ' dernierRecu
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       move totalEncaisse to total-ed
       string 'Recus encaisses : ' nbEncaisses ' pour ' total-ed
           ' euros' delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       string 'Recus manquants : ' nbManquants ' en ' nbRuptures
           ' rupture(s)' delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       string 'Doublons presumes : ' nbDoublons
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       move totalAnnulations to total-ed
       string 'Annulations : ' nbAnnulations ' pour ' total-ed
           ' euros' delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       move totalAvoirs to total-ed
       string 'Avoirs : ' nbAvoirs ' pour ' total-ed ' euros'
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       string 'Recus sans document au spool : ' nbSansDocument
           delimited by size into ligne-audit
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       move 'Vise par le tresorier : ..............................'
           to ligne-audit
       perform 9900-ecrire-ligne
       perform 9900-ecrire-ligne
       move 'Date : ..............   Signature : ...................'
           to ligne-audit
       perform 9900-ecrire-ligne.

       9900-ecrire-ligne.
       write ligne-audit
       move ligne-audit to ligne-spool
       write ligne-spool
       move spaces to ligne-audit.

       end program pa-audit-recus.
