               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fsupport.
       1 livre.
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

       fd fsite.
       1 site-enr.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 siteTrouve value 'o' false 'n'.
       1 canalEnvoi pic x.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       1 q-tel pic x(15).
       1 dateJour pic 9(8).
       1 nomSiteAvis pic x(33).
       1 ligne-texte pic x(120).
           read fadherent invalid set adherentExiste to false
                          not invalid set adherentExiste to true
           end-read
           perform 8100-choisir-canal

           move SiteCU to CodeSite
           read fsite invalid set siteTrouve to false
               call 'Ecrirecourriel' using q-dest q-type q-resume
               end-call
           end-if
           if aSms
               move telE to q-tel
               move 'A' to q-type
               move spaces to q-resume
               string 'Reservation disponible : ' LibS
                   ' avant le ' DateLimiteRetrait
                   delimited by size into q-resume
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           end-if

           move dateJour to DateAvis
           rewrite reservation
           end-call
       end-if.

       8100-choisir-canal.
       if not adherentExiste
           set aCourrier to true
           exit paragraph
       end-if
       evaluate canalE
           when 'M'
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
           when 'S'
               if telE not = spaces
                   set aSms to true
               else
                   set aCourrier to true
               end-if
           when 'P'
               set aCourrier to true
           when 'N'
               set sansEnvoi to true
           when other
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
       end-evaluate
       if aCourrier and (adrInvalideE = 'O')
           if mailE not = spaces
               set aEmail to true
           else
               set sansEnvoi to true
           end-if
       end-if.

       8200-verifier-modele.
       set modeleExiste to false
       open input fmodele
       if aEmail
           move ligne-texte to ligne-courriel
           write ligne-courriel
       end-if
       if aCourrier
           move ligne-texte to ligne-avis
           write ligne-avis
       end-if.
