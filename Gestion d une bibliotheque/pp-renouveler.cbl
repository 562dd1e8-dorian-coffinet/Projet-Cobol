       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fplan assign nf-plan
       organization indexed record key CodePlan
       access dynamic.

       select optional fpretdom assign nf-pret-domicile
       organization indexed access dynamic
       record key clefPretDom = DatePretDom RefSDom ExemplaireDom
           CodeEDom.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.


       fd frenouv.
       1 pret.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fcategorie.
       1 categorie.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fadherent.
       1 adherent.
               2 categorieEE pic x(10).
               2 creditEE pic 9(4)v99.
               2 codeGarantEE pic x(8).
               2 canalEE pic x.
               2 consentLettreEE pic x.
               2 dateConsentLettreEE pic 9(8).
               2 consentEvenementEE pic x.
               2 dateConsentEvenementEE pic 9(8).
               2 adrInvalideEE pic x.
               2 dateAdrInvalideEE pic 9(8).
               2 decedeEE pic x.
               2 dateDecesEE pic 9(8).
               2 refusRecoEE pic x.


       fd fsuspension.
               88 suspActive value 'A'.
               88 suspLevee value 'L'.

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

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

       fd fplan.
       1 plan-enr.
               2 CodePlan pic x(8).
               2 MontantMensuelPlan pic 9(3)v99.
               2 DateDebutPlan pic 9(8).
               2 DateProchainePlan pic 9(8).
               2 SoldeInitialPlan pic 9(5)v99.
               2 CumulVersePlan pic 9(5)v99.
               2 StatutPlan pic x.
               88 planActif value 'A'.
               88 planTermine value 'T'.
               88 planRompu value 'R'.
               2 LoginPlan pic 9(5).

       fd fpretdom.
       1 pret-domicile.
               2 DatePretDom pic 9(8).
               2 RefSDom pic x(8).
               2 ExemplaireDom pic 9(3).
               2 CodeEDom pic x(8).
               2 SiteDomP pic x(3).
               2 TourneeDomP pic x(4).

       fd fpretclasse.
       1 pret-classe.
               2 DatePretPC pic 9(8).
               2 RefPC pic x(8).
               2 ExemplairePC pic 9(3).
               2 CodeEPC pic x(8).
               2 CodeClassePC pic x(8).
               2 DateEcheancePC pic 9(8).

       working-storage section.
       1 nf-suspension pic x(30) value 'suspension.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-plan pic x(30) value 'plan.dat'.
       1 nf-pret-domicile pic x(30) value 'pret-domicile.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
        1 hf-nomfich pic x(15) value 'pret'.
        1 hf-cleprim pic x(15).
        1 hf-opereu pic x value 'O'.
        1 journalTypeRenouv pic x value 'N'.
        1 totalDette pic 9(6)v99 value 0.
        1 fin-famende pic x value 'n'.
        88 finFamende value 'o' false 'n'.
        1 pic x.
        88 detteDepassee value 'o' false 'n'.
        1 pic x.
        88 planEnRegle value 'o' false 'n'.
        1 pic x.
        88 planExiste value 'o' false 'n'.
        1 actionSuivi pic x value 'V'.
        1 reclame pic x.
        88 pretEnReclamation value 'O'.
        1 incomplet pic x.
        88 pretRenduIncomplet value 'O'.
        1 ancienneDatePret pic 9(8).
        1 pic x.
        88 suiviExiste value 'o' false 'n'.

       screen section.

       1 a-plg-limiteRenouv.
           2 line 9 col 1 'Limite de renouvellements atteinte pour '
           & 'ce pret.'.
       1 a-plg-detteDepassee.
           2 line 10 col 1 'Les amendes impayees de cet adherent '
           & 'depassent le plafond de dette, renouvellement refuse.'.
       1 a-plg-reservationAttente.
           2 line 10 col 1 'Des adherents attendent ce titre en '
           & 'reservation, renouvellement refuse.'.
       1 a-plg-pretSuivi.
           2 line 10 col 1 'Pret en reclamation ou rendu incomplet, '
           & 'renouvellement refuse.'.
       1 s-plg-forcer.
           2 line 11 col 1 'Forcer le renouvellement '
           & '(superviseur) ? O/N : '.
       else
           move 'suspension.dat' to nf-suspension
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-plan.dat' to nf-plan
       else
           move 'plan.dat' to nf-plan
       end-if
       if mode-formation = 'O'
           move 'formation-pret-domicile.dat' to nf-pret-domicile
       else
           move 'pret-domicile.dat' to nf-pret-domicile
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
       end-if

       if not clefexiste
           display ' Le pret n existe pas ou renouvellement '
           & 'abandonne'
       else
           perform 7500-renouveler-pret
       end-if

       close frenouv
       close fcherche
       close fadherent
       goback.

       7500-renouveler-pret.
       if DateRetour not = 0
           display a-plg-dejaRendu
           exit paragraph
       end-if
       if NbRenouv >= 2
           display a-plg-limiteRenouv
           exit paragraph
       end-if
       perform 8600-verifier-dette
       if detteDepassee
           display a-plg-detteDepassee
           exit paragraph
       end-if
       perform 8500-verifier-reservations
       if reservationEnAttente
           display a-plg-reservationAttente
           exit paragraph
       end-if
       call 'Verifreclamation' using actionSuivi DatePret RefS
            Exemplaire CodeE reclame
       end-call
       call 'Verifincomplet' using actionSuivi DatePret RefS
            Exemplaire CodeE incomplet
       end-call
       if pretEnReclamation or pretRenduIncomplet
           display a-plg-pretSuivi
           exit paragraph
       end-if

       move DatePret to ancienneDatePret
       move NbRenouv to ancienNbRenouv
       delete frenouv invalid set erreur to true
                      not invalid set erreur to false
       end-delete
       if erreur
           display ' erreur decriture'
           exit paragraph
       end-if
       move function current-date(1:8) to DatePret
       move 0 to DateRetour
       add 1 to ancienNbRenouv giving NbRenouv
       perform 8000-calculer-echeance
       write pret
           invalid set erreur to true
           not invalid set erreur to false
       end-write
       move RefS to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim h-opereu
       end-call
       if erreur
           display ' erreur decriture'
           exit paragraph
       end-if
       display ' pret renouvele'
       call 'Ecrirejournal' using RefS CodeE journalTypeRenouv
       end-call
       perform 7600-reporter-pret-domicile
       perform 7650-reporter-pret-classe.

      *    la cle du pret change avec la date : le portage et la
      *    classe suivent le pret renouvele
       7600-reporter-pret-domicile.
       open i-o fpretdom
       move ancienneDatePret to DatePretDom
       move RefS to RefSDom
       move Exemplaire to ExemplaireDom
       move CodeE to CodeEDom
       read fpretdom invalid set suiviExiste to false
                     not invalid set suiviExiste to true
       end-read
       if suiviExiste
           delete fpretdom invalid continue
           end-delete
           move DatePret to DatePretDom
           write pret-domicile invalid continue
           end-write
       end-if
       close fpretdom.

       7650-reporter-pret-classe.
       open i-o fpretclasse
       move ancienneDatePret to DatePretPC
       move RefS to RefPC
       move Exemplaire to ExemplairePC
       move CodeE to CodeEPC
       read fpretclasse invalid set suiviExiste to false
                        not invalid set suiviExiste to true
       end-read
       if suiviExiste
           delete fpretclasse invalid continue
           end-delete
           move DatePret to DatePretPC
           move DateEcheance to DateEcheancePC
           write pret-classe invalid continue
           end-write
       end-if
       close fpretclasse.

       8780-verifier-suspension.
       set adherentSuspendu to false
       move function current-date(1:8) to dateJourSusp
           end-if
       end-if.

       8600-verifier-dette.
       set detteDepassee to false
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 0 to PlafondDette
       end-read
       close fparametres
       if PlafondDette = 0
           exit paragraph
       end-if
       move 0 to totalDette
       open input famende
       move CodeE to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFamende to true
           not invalid key
               set finFamende to false
       end-start
       perform until finFamende
           read famende next record
               at end
                   set finFamende to true
               not at end
                   if CodeAm not = CodeE
                       set finFamende to true
                   else
                       if amendeImpayee
                           add MontantAm to totalDette
                       end-if
                   end-if
           end-read
       end-perform
       close famende
       if totalDette > PlafondDette
           set planEnRegle to false
           open input fplan
           move CodeE to CodePlan
           read fplan invalid set planExiste to false
                      not invalid set planExiste to true
           end-read
           close fplan
           if planExiste and planActif
           and (DateProchainePlan >= dateJourSusp)
               set planEnRegle to true
           end-if
           if not planEnRegle
               set detteDepassee to true
           end-if
       end-if.

       8000-calculer-echeance.
       move 21 to delaiPret
       move RefS to RefSu
