               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd freserve.
       1 reservation.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

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

       fd flettre.
       01 ligne-lettre pic x(120).
       1 q-dest pic x(40).
       1 q-type pic x.
       1 q-resume pic x(80).
       1 q-tel pic x(15).
       1 canalEnvoi pic x.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       88 courrierEtEmail value 'L'.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'pret'.
       1 h-cleprim pic x(15).
       if not supportExistant
           move spaces to LibS
       end-if
       perform 9100-choisir-canal
       if aCourrier or courrierEtEmail
           perform 9200-ecrire-lettre
       end-if
       if (aEmail or courrierEtEmail) and (mailE not = spaces)
           move mailE to q-dest
           move 'R' to q-type
           string 'Rappel anticipe du pret ' ref ' pour le '
               dateRappel into q-resume
           call 'Ecrirecourriel' using q-dest q-type q-resume
           end-call
       end-if
       if aSms
           move telE to q-tel
           move 'R' to q-type
           move spaces to q-resume
           string 'Document ' ref ' attendu par un autre lecteur, '
               'a rendre le ' dateRappel
               delimited by size into q-resume
           call 'Ecriresms' using q-tel q-type q-resume
           end-call
       end-if.

       9100-choisir-canal.
       if not adherentTrouve
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
               set courrierEtEmail to true
       end-evaluate
       if (aCourrier or courrierEtEmail) and (adrInvalideE = 'O')
           if mailE not = spaces
               set aEmail to true
           else
               set sansEnvoi to true
           end-if
       end-if.

       9200-ecrire-lettre.
       open extend flettre
       move 'Bibliothèque INFOrmatique - rappel anticipe'
           to ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       write ligne-lettre
       close flettre.

       end program pp-rappeler.
