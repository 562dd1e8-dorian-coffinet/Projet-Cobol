       program-id. pp-avis-courtoisie.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

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

       fd fparametres.
       1 parametresEnr.
               2 CodeParam pic x(1).
               2 TauxAmende pic 9v99.
               2 DelaiGrace pic 9(3).
               2 MaxPrets pic 9(2).
               2 MaxEchecs pic 9(2).
               2 PlafondAmende pic 9(3).
               2 PlafondDette pic 9(3).
               2 DelaiRemplacement pic 9(3).
               2 DureeMotPasse pic 9(3).
               2 SeuilSuggestion pic 9(2).
               2 TauxAmendeHoraire pic 9v99.
               2 DelaiRappel1 pic 9(3).
               2 DelaiRappel2 pic 9(3).
               2 DelaiRappel3 pic 9(3).
               2 DelaiCourtoisie pic 9(3).
               2 DelaiReclamation pic 9(3).
               2 SeuilReclamation pic 9(2).
               2 SeuilManquant pic 9(2).
               2 SeuilRemise pic 9(3).
               2 SeuilCredit pic 9(3).
               2 SeuilSuppression pic 9(3).
               2 DelaiInactivite pic 9(3).
               2 SeuilExcepNombre pic 9(3).
               2 SeuilExcepMontant pic 9(4).
               2 SeuilExcepTaux pic 9(3).
               2 ToleranceQteFac pic 9(2).
               2 TolerancePrixFac pic 9(2).
               2 SeuilReco pic 9(2).

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
       1 nf-pret pic x(30) value 'pret.dat'.

       1 dateJour pic 9(8).
       1 delaiAvis pic 9(3).
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 joursAvantEcheance pic s9(4).
       1 nbJoursFermes pic 9(3).
       1 codeCourant pic x(8) value spaces.
       1 nbPretsAvis pic 9(2) value 0.
       1 premiereEcheance pic 9(8).
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'C'.
       1 q-resume pic x(80).

       linkage section.
       01 nbAvis pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Avis de courtoisie mis en file : '.
           2 a-nb line 21 col 36 pic zz9 from nbAvis.

       procedure division using nbAvis.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       move 0 to nbAvis
       move function current-date(1:8) to dateJour

       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 3 to DelaiCourtoisie
       end-read
       if DelaiCourtoisie not numeric
           move 3 to DelaiCourtoisie
       end-if
       move DelaiCourtoisie to delaiAvis
       close fparametres
       if delaiAvis = 0
           display a-plg-termine
           goback
       end-if

       open input fpret
       open input fadherent
       move low-values to CodeE
       start fpret key >= CodeE
           invalid key
               set finFpret to true
           not invalid key
               set finFpret to false
       end-start
       perform until finFpret
           read fpret next record
               at end
                   set finFpret to true
               not at end
                   if CodeE not = codeCourant
                       perform 8100-envoyer-avis
                       move CodeE to codeCourant
                   end-if
                   if (DateRetour = 0) and (DateEcheance > dateJour)
                   and (HeureEcheance = 0)
                       perform 8000-examiner-pret
                   end-if
           end-read
       end-perform
       perform 8100-envoyer-avis

       close fpret
       close fadherent
       display a-plg-termine
       goback.

       8000-examiner-pret.
       compute joursAvantEcheance = function integer-of-date(
           DateEcheance) - function integer-of-date(dateJour)
       call 'Compterfermetures' using dateJour DateEcheance
            SiteC nbJoursFermes
       end-call
       subtract nbJoursFermes from joursAvantEcheance
       if joursAvantEcheance = delaiAvis
           if (nbPretsAvis = 0) or (DateEcheance < premiereEcheance)
               move DateEcheance to premiereEcheance
           end-if
           add 1 to nbPretsAvis
       end-if.

       8100-envoyer-avis.
       if nbPretsAvis = 0
           exit paragraph
       end-if
       move codeCourant to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if adherentExiste and (decedeE not = 'O') and (canalE not = 'N')
           move spaces to q-resume
           string 'Avis de courtoisie : ' nbPretsAvis
               ' document(s) a rendre le ' premiereEcheance
               delimited by size into q-resume
           evaluate true
               when (canalE = 'S') and (telE not = spaces)
                   move telE to q-tel
                   call 'Ecriresms' using q-tel q-type q-resume
                   end-call
                   add 1 to nbAvis
               when mailE not = spaces
                   move mailE to q-dest
                   call 'Ecrirecourriel' using q-dest q-type q-resume
                   end-call
                   add 1 to nbAvis
           end-evaluate
       end-if
       move 0 to nbPretsAvis.

       end program pp-avis-courtoisie.
