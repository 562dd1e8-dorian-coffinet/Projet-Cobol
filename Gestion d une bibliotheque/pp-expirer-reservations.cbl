       program-id. pp-expirer-reservations.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

       fd freserve.
       1 reservation.
               2 RefRes pic x(8).
               2 DateRes pic 9(8).
               2 HeureRes pic 9(6).
               2 CodeRes pic x(8).
               2 StatutRes pic x.
               88 resEnAttente value 'E'.
               88 resNotifiee value 'N'.
               88 resRetiree value 'F'.
               88 resExpiree value 'X'.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.

       1 dateJour pic 9(8).
       1 fin-freserve pic x value 'n'.
       88 finFreserve value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'E'.
       1 q-resume pic x(80).
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'reservation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 nbExpirees pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Reservations expirees (date limite '
           & 'depassee) : '.
           2 a-nb line 21 col 50 pic zz9 from nbExpirees.

       procedure division using nbExpirees.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       move 0 to nbExpirees
       move function current-date(1:8) to dateJour

       open i-o freserve
       open input fadherent
       read freserve next record at end set finFreserve to true
       end-read
       perform until finFreserve
           if resEnAttente and (DateLimiteRes not = 0)
           and (DateLimiteRes <= dateJour)
               perform 8000-expirer-reservation
           end-if
           read freserve next record at end set finFreserve to true
           end-read
       end-perform
       close freserve
       close fadherent
       display a-plg-termine
       goback.

       8000-expirer-reservation.
       set resExpiree to true
       rewrite reservation
       end-rewrite
       add 1 to nbExpirees
       move RefRes to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call

       move CodeRes to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if (not adherentExiste) or (decedeE = 'O') or (canalE = 'N')
           exit paragraph
       end-if
       move spaces to q-resume
       string 'Reservation ' RefRes ' annulee : date limite du '
           DateLimiteRes ' atteinte' delimited by size
           into q-resume
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

       end program pp-expirer-reservations.
