       alternate record key RefS duplicates
       alternate record key CodeE2 duplicates.

       select optional fevenement assign nf-evenement
       organization indexed access dynamic
       record key CodeEvt
       alternate record key DateEvt duplicates.

       select optional finscription assign nf-inscription-evt
       organization indexed access dynamic
       record key clefInsc = CodeEvtInsc CodeEInsc
       alternate record key CodeEvtInsc duplicates.

       select optional fsession assign nf-session-poste
       organization indexed access dynamic
       record key clefPs = SitePs PostePs DatePs HeureDebPs
       alternate record key CodeEPs duplicates.

       fd fstats.
       1 stat-jour.
               2 DateStat pic 9(8).
               2 nbPretsOuvertsStat pic 9(5).
               2 nbPretsJourStat pic 9(5).
               2 nbRetoursJourStat pic 9(5).
               2 nbEvenementsStat pic 9(3).
               2 nbParticipantsStat pic 9(5).
               2 nbSessionsPosteStat pic 9(4).
               2 minutesPosteStat pic 9(6).
               2 nbVisitesStat pic 9(6).
               2 VisitesStat pic x.
               2 AnoVisitesStat pic x.

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

       fd fsupport.
       1 livre.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fpret.
       1 pret.
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fevenement.
       1 evenement.
               2 CodeEvt pic x(8).
               2 TitreEvt pic x(40).
               2 TypeEvt pic x.
               2 SiteEvt pic x(3).
               2 DateEvt pic 9(8).
               2 HeureEvt pic 9(4).
               2 CapaciteEvt pic 9(3).
               2 AgeMinEvt pic 99.
               2 AgeMaxEvt pic 99.
               2 StatutEvt pic x.
               88 evtOuvert value 'O'.
               88 evtAnnule value 'X'.

       fd finscription.
       1 inscription-evt.
               2 CodeEvtInsc pic x(8).
               2 CodeEInsc pic x(8).
               2 DateInsc pic 9(8).
               2 HeureInsc pic 9(6).
               2 StatutInsc pic x.
               88 inscConfirmee value 'I'.
               88 inscAttente value 'W'.
               88 inscAnnulee value 'X'.
               2 PresentInsc pic x.
               88 inscPresent value 'O'.
               88 inscAbsent value 'N'.
               2 DateRappelInsc pic 9(8).

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

       working-storage section.
       1 nf-stats-jour pic x(30) value 'stats-jour.dat'.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-evenement pic x(30) value 'evenement.dat'.
       1 nf-inscription-evt pic x(30) value 'inscription-evt.dat'.
       1 nf-session-poste pic x(30) value 'session-poste.dat'.

       1 dateJour pic 9(8).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-finsc pic x value 'n'.
       88 finFinsc value 'o' false 'n'.
       1 refPrecedent pic x(8) value spaces.
       1 pic x.
       88 statExiste value 'o' false 'n'.
              3 pretsOuvertsT pic 9(5).
              3 pretsJourT pic 9(5).
              3 retoursJourT pic 9(5).
              3 evenementsT pic 9(3).
              3 participantsT pic 9(5).
              3 sessionsPosteT pic 9(4).
              3 minutesPosteT pic 9(6).
       1 nbSitesStat pic 9(2) value 0.
       1 kSite pic 9(2).
       1 siteCherche pic x(3).
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-evenement.dat' to nf-evenement
       else
           move 'evenement.dat' to nf-evenement
       end-if
       if mode-formation = 'O'
           move 'formation-inscription-evt.dat' to nf-inscription-evt
       else
           move 'inscription-evt.dat' to nf-inscription-evt
       end-if
       if mode-formation = 'O'
           move 'formation-session-poste.dat' to nf-session-poste
       else
           move 'session-poste.dat' to nf-session-poste
       end-if
       move 0 to nbSnapshots
       move function current-date(1:8) to dateJour

       close fpret
       close fsupport

       open input fevenement
       open input finscription
       move dateJour to DateEvt
       start fevenement key = DateEvt
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fevenement next record
               at end
                   set finFich to true
               not at end
                   if DateEvt not = dateJour
                       set finFich to true
                   else
                       if not evtAnnule
                           move SiteEvt to siteCherche
                           move 6 to colonne
                           perform 8000-cumuler-site
                           perform 8700-compter-participants
                       end-if
                   end-if
           end-read
       end-perform
       close fevenement
       close finscription

       open input fsession
       set finFich to false
       read fsession next record at end set finFich to true
       end-read
       perform until finFich
           if (DatePs = dateJour) and psConfirmee
               move SitePs to siteCherche
               move 8 to colonne
               perform 8000-cumuler-site
           end-if
           read fsession next record at end set finFich to true
           end-read
       end-perform
       close fsession

       open i-o fstats
       perform varying kSite from 1 by 1 until kSite > nbSitesStat
           perform 8500-ecrire-snapshot
           move 0 to pretsOuvertsT(kSite)
           move 0 to pretsJourT(kSite)
           move 0 to retoursJourT(kSite)
           move 0 to evenementsT(kSite)
           move 0 to participantsT(kSite)
           move 0 to sessionsPosteT(kSite)
           move 0 to minutesPosteT(kSite)
           perform 8100-ajouter-colonne
       end-if.

           when 3 add 1 to pretsOuvertsT(kSite)
           when 4 add 1 to pretsJourT(kSite)
           when 5 add 1 to retoursJourT(kSite)
           when 6 add 1 to evenementsT(kSite)
           when 7 add 1 to participantsT(kSite)
           when 8
               add 1 to sessionsPosteT(kSite)
               add DureePs to minutesPosteT(kSite)
       end-evaluate.

       8300-resoudre-categorie.
       move pretsOuvertsT(kSite) to nbPretsOuvertsStat
       move pretsJourT(kSite) to nbPretsJourStat
       move retoursJourT(kSite) to nbRetoursJourStat
       move evenementsT(kSite) to nbEvenementsStat
       move participantsT(kSite) to nbParticipantsStat
       move sessionsPosteT(kSite) to nbSessionsPosteStat
       move minutesPosteT(kSite) to minutesPosteStat
       if statExiste
           rewrite stat-jour
           end-rewrite
       else
           move 0 to nbVisitesStat
           move space to VisitesStat
           move space to AnoVisitesStat
           write stat-jour invalid continue
           end-write
       end-if
       move pretsOuvertsCS(kCat) to nbPretsOuvertsStat
       move pretsJourCS(kCat) to nbPretsJourStat
       move retoursJourCS(kCat) to nbRetoursJourStat
       move 0 to nbEvenementsStat
       move 0 to nbParticipantsStat
       move 0 to nbSessionsPosteStat
       move 0 to minutesPosteStat
       if statExiste
           rewrite stat-jour
           end-rewrite
       else
           move 0 to nbVisitesStat
           move space to VisitesStat
           move space to AnoVisitesStat
           write stat-jour invalid continue
           end-write
       end-if
       add 1 to nbSnapshots.

       8700-compter-participants.
       move 7 to colonne
       move CodeEvt to CodeEvtInsc
       start finscription key = CodeEvtInsc
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscription next record
               at end
                   set finFinsc to true
               not at end
                   if CodeEvtInsc not = CodeEvt
                       set finFinsc to true
                   else
                       if inscPresent
                           perform 8000-cumuler-site
                       end-if
                   end-if
           end-read
       end-perform.

       end program p-stats-snapshot.
