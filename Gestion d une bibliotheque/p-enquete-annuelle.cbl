       organization indexed access dynamic
       record key NumCmd.

       select optional fsession assign nf-session-poste
       organization indexed access dynamic
       record key clefPs = SitePs PostePs DatePs HeureDebPs
       alternate record key CodeEPs duplicates.

       select optional fstats assign nf-stats-jour
       organization indexed access dynamic
       record key clefStat = DateStat SiteStat LibCStat.

       select fenquete assign 'enquete-ministere.txt'
       organization line sequential.

               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fadherent.
       1 adherent.
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

       fd fjournal.
       01 ligne-journal pic x(80).
           02 cleprim pic x(15).
           02 opereu pic x.
           02 typeope pic x.
           02 loginDemandeur pic 9(5).
           02 empreinte pic 9(9).

       fd fcommande.
       1 commande.
               88 cmdOuverte value 'O'.
               88 cmdPartielle value 'P'.
               88 cmdRecue value 'R'.
               88 cmdBrouillon value 'B'.
               2 CodeFourCmd pic x(5).
               2 DateTransmiseCmd pic 9(8).
               2 QteRecueCmd pic 9(2).
               2 DateReceptionCmd pic 9(8).

       fd fsession.
       1 session-poste.
               2 SitePs pic x(3).
               2 PostePs pic x(4).
               2 DatePs pic 9(8).
               2 HeureDebPs pic 9(4).
               2 HeureFinPs pic 9(4).
               2 DureePs pic 9(3).
               2 CodeEPs pic x(8).
               2 StatutPs pic x.
               88 psConfirmee value 'C'.
               88 psAnnulee value 'X'.
               2 LoginPs pic 9(5).

       fd fstats.
       1 stat-jour.
               2 DateStat pic 9(8).
               2 SiteStat pic x(3).
               2 LibCStat pic x(30).
               2 nbAdherentsStat pic 9(5).
               2 nbTitresStat pic 9(5).
               2 nbExemplairesStat pic 9(6).
               2 nbPretsOuvertsStat pic 9(5).
               2 nbPretsJourStat pic 9(5).
               2 nbRetoursJourStat pic 9(5).
               2 nbEvenementsStat pic 9(3).
               2 nbParticipantsStat pic 9(5).
               2 nbSessionsPosteStat pic 9(4).
               2 minutesPosteStat pic 9(6).
               2 nbVisitesStat pic 9(6).
               2 VisitesStat pic x.
               88 visitesImportees value 'O'.
               2 AnoVisitesStat pic x.

       fd fenquete.
       01 ligne-enquete.
           02 constEnq pic x(3).
       1 nf-historique pic x(30) value 'historique.dat'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-session-poste pic x(30) value 'session-poste.dat'.
       1 nf-stats-jour pic x(30) value 'stats-jour.dat'.

       1 anneeDemandee pic 9(4).
       1 fin-fich pic x value 'n'.
       1 nbPretsAnnee pic 9(8) value 0.
       1 nbConsultAnnee pic 9(8) value 0.
       1 nbCommandees pic 9(8) value 0.
       1 nbSessionsPoste pic 9(8) value 0.
       1 minutesPoste pic 9(9) value 0.
       1 nbVisitesAnnee pic 9(8) value 0.
       1 nbJoursComptes pic 9(5) value 0.
       1 nbJoursSignales pic 9(5) value 0.
       1 nbEd pic zzzz9.
       1 nb2Ed pic zzzz9.
       1 tab-categories.
           2 cat-ligne occurs 50.
              3 libCatEnq pic x(30).
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-session-poste.dat' to nf-session-poste
       else
           move 'session-poste.dat' to nf-session-poste
       end-if
       if mode-formation = 'O'
           move 'formation-stats-jour.dat' to nf-stats-jour
       else
           move 'stats-jour.dat' to nf-stats-jour
       end-if
       display s-plg-titre
       accept s-annee

       perform 7200-analyser-journal
       perform 7300-analyser-retraits
       perform 7400-analyser-commandes
       perform 7500-analyser-postes
       perform 7600-analyser-entrees
       perform 8000-ecrire-enquete

       display a-plg-termine
       read fcommande next record at end set finFich to true
       end-read
       perform until finFich
           if (DateCmd(1:4) = anneeDemandee) and (not cmdBrouillon)
               add QteCmd to nbCommandees
           end-if
           read fcommande next record at end set finFich to true
       end-perform
       close fcommande.

       7500-analyser-postes.
       open input fsession
       set finFich to false
       read fsession next record at end set finFich to true
       end-read
       perform until finFich
           if (DatePs(1:4) = anneeDemandee) and psConfirmee
               add 1 to nbSessionsPoste
               add DureePs to minutesPoste
           end-if
           read fsession next record at end set finFich to true
           end-read
       end-perform
       close fsession.

       7600-analyser-entrees.
       open input fstats
       move 0 to DateStat
       move anneeDemandee to DateStat(1:4)
       move low-values to SiteStat
       move low-values to LibCStat
       start fstats key >= clefStat
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fstats next record
               at end
                   set finFich to true
               not at end
                   if DateStat(1:4) not = anneeDemandee
                       set finFich to true
                   else
                       if (LibCStat = spaces) and visitesImportees
                           add nbVisitesStat to nbVisitesAnnee
                           add 1 to nbJoursComptes
                           if AnoVisitesStat not = space
                               add 1 to nbJoursSignales
                           end-if
                       end-if
                   end-if
           end-read
       end-perform
       close fstats.

       8000-ecrire-enquete.
       open output fenquete
       open output fannexe
       move 'Consultations sur place' to libTrav
       perform 8500-ecrire-ligne

       move 'P03' to rubTrav
       move nbSessionsPoste to valTrav
       move 'Sessions sur postes publics' to libTrav
       perform 8500-ecrire-ligne
       move 'P04' to rubTrav
       compute valTrav = minutesPoste / 60
       move 'Heures d utilisation des postes publics' to libTrav
       perform 8500-ecrire-ligne
       move 'Postes : sessions confirmees de session-poste.dat'
           to ligne-annexe
       write ligne-annexe

       move 'V01' to rubTrav
       move nbVisitesAnnee to valTrav
       move 'Entrees (compteurs)' to libTrav
       perform 8500-ecrire-ligne
       move spaces to ligne-annexe
       move nbJoursComptes to nbEd
       move nbJoursSignales to nb2Ed
       string 'Entrees : ' nbEd ' jours de compteurs importes, dont '
           nb2Ed ' signales' delimited by size into ligne-annexe
       write ligne-annexe

       move 'A01' to rubTrav
       move nbAgeEnq(1) to valTrav
       move 'Prets moins de 15 ans' to libTrav
