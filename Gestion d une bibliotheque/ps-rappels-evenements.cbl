       program-id. ps-rappels-evenements.

       select optional fevenement assign nf-evenement
       organization indexed access dynamic
       record key CodeEvt
       alternate record key DateEvt duplicates.

       select optional finscription assign nf-inscription-evt
       organization indexed access dynamic
       record key clefInsc = CodeEvtInsc CodeEInsc
       alternate record key CodeEvtInsc duplicates.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd fevenement.
       1 evenement.
               2 CodeEvt pic x(8).
               2 TitreEvt pic x(40).
               2 TypeEvt pic x.
               88 evtHeureConte value 'H'.
               88 evtRencontre value 'R'.
               88 evtAtelier value 'A'.
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

       working-storage section.
       1 nf-evenement pic x(30) value 'evenement.dat'.
       1 nf-inscription-evt pic x(30) value 'inscription-evt.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       1 dateJour pic 9(8).
       1 dateCible pic 9(8).
       1 fin-fevt pic x value 'n'.
       88 finFevt value 'o' false 'n'.
       1 fin-finsc pic x value 'n'.
       88 finFinsc value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 q-dest pic x(40).
       1 q-type pic x.
       1 q-resume pic x(80).
       1 q-tel pic x(15).

       linkage section.
       01 nbRappels pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 20 col 1 'Rappels d evenements mis en file : '.
           2 a-nb line 20 col 37 pic zz9 from nbRappels.

       procedure division using nbRappels.
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
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move 0 to nbRappels
       move function current-date(1:8) to dateJour
       compute dateCible = function date-of-integer(
           function integer-of-date(dateJour) + 2)

       open input fevenement
       open i-o finscription
       open input fadherent

       move dateCible to DateEvt
       start fevenement key = DateEvt
           invalid key
               set finFevt to true
           not invalid key
               set finFevt to false
       end-start
       perform until finFevt
           read fevenement next record
               at end
                   set finFevt to true
               not at end
                   if DateEvt not = dateCible
                       set finFevt to true
                   else
                       if evtOuvert
                           perform 8000-rappeler-inscrits
                       end-if
                   end-if
           end-read
       end-perform

       close fevenement
       close finscription
       close fadherent
       display a-plg-termine
       goback.

       8000-rappeler-inscrits.
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
                       if inscConfirmee and (DateRappelInsc = 0)
                           perform 8100-envoyer-rappel
                       end-if
                   end-if
           end-read
       end-perform.

       8100-envoyer-rappel.
       move CodeEInsc to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if (not adherentExiste) or (decedeE = 'O') or (canalE = 'N')
           exit paragraph
       end-if
       move 'V' to q-type
       move spaces to q-resume
       string 'Rappel : ' TitreEvt ' le ' DateEvt ' a ' HeureEvt
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
           when other
               exit paragraph
       end-evaluate
       move dateJour to DateRappelInsc
       rewrite inscription-evt invalid continue
       end-rewrite
       add 1 to nbRappels.

       end program ps-rappels-evenements.
