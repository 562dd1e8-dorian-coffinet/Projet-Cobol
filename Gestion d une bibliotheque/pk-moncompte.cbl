       organization indexed access dynamic
       record key NumSugg.

       select fcategorie assign 'categorie.dat'
       organization indexed record key LibCat
       access dynamic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select optional fplan assign nf-plan
       organization indexed record key CodePlan
       access dynamic.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.

       select optional fsuspension assign nf-suspension
       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
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

       fd fpret.
       1 pret.
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

       fd famende.
       1 amende.
               2 MotifRefusSugg pic x(40).
               2 NumCmdSugg pic 9(5).

       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
               2 DureePretCat pic 9(3).
               2 MaxPretsCat pic 9(2).
               2 AgeMinCat pic 9(2).
               2 PretHoraireCat pic x.
               2 DureeHeuresCat pic 9(2).
               2 TarifPretCat pic 9(2)v99.

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

       fd fsuspension.
       1 suspension-enr.
               2 CodeSusp pic x(8).
               2 DateDebutSusp pic 9(8).
               2 DateFinSusp pic 9(8).
               2 MotifSusp pic x(30).
               2 LoginSusp pic 9(5).
               2 StatutSusp pic x.
               88 suspActive value 'A'.
               88 suspLevee value 'L'.

       fd fpretclasse.
       1 pret-classe.
               2 DatePretPC pic 9(8).
               2 RefPC pic x(8).
               2 ExemplairePC pic 9(3).
               2 CodeEPC pic x(8).
               2 CodeClassePC pic x(8).
               2 DateEcheancePC pic 9(8).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-suggestion pic x(30) value 'suggestion.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-plan pic x(30) value 'plan.dat'.
       1 nf-suspension pic x(30) value 'suspension.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.
       1 actionSuivi pic x value 'V'.
       1 reclame pic x.
       1 incomplet pic x.
       1 domicile pic x.
       1 pic x.
       88 pretDeClasse value 'o' false 'n'.

       1 cod pic x(8).
       1 pinSaisi pic x(4).
       1 fin-fsugg pic x value 'n'.
       88 finFsugg value 'o' false 'n'.
       1 libStatutSugg pic x(12).
       1 canalSaisi pic x.
       1 lettreSaisie pic x.
       1 evenementSaisi pic x.
       1 pic x.
       88 consentModifie value 'o' false 'n'.
       1 h-nomfichConsent pic x(15) value 'consentement'.
       1 refRenouv pic x(8).
       1 expRenouv pic 999.
       1 dateJour pic 9(8).
       1 ancienNbRenouv pic 9.
       1 delaiPret pic 9(3).
       1 dateFinAffichee pic 9(8).
       1 fin-fsusp pic x value 'n'.
       88 finFsusp value 'o' false 'n'.
       1 pic x.
       88 pretTrouve value 'o' false 'n'.
       1 pic x.
       88 adherentSuspendu value 'o' false 'n'.
       1 pic x.
       88 reservationEnAttente value 'o' false 'n'.
       1 pic x.
       88 planEnRegle value 'o' false 'n'.
       1 pic x.
       88 planExiste value 'o' false 'n'.
       1 pic x.
       88 categorieExistante value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 journalTypeRenouvBorne pic x value 'B'.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'pret'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.

           2 line 7 col 1 'Abonnement valable jusqu''au : '.
           2 a-expiration line 7 col 35 pic 9(8) from
           dateExpirationE.
           2 line 8 col 1 'Avis par M-courriel S-SMS P-courrier '
           & 'N-aucun (actuel :  ) : '.
           2 a-canal line 8 col 56 pic x from canalE.
           2 s-canal line 8 col 62 pic x to canalSaisi.
           2 line 9 col 1 'Accord lettre d info (actuel : '.
           2 a-consentLettre line 9 col 32 pic x from consentLettreE.
           2 line 9 col 33 ') : '.
           2 s-consentLettre line 9 col 37 pic x to lettreSaisie.
           2 line 9 col 41 'evenements (actuel : '.
           2 a-consentEvenement line 9 col 62 pic x from
           consentEvenementE.
           2 line 9 col 63 ') : '.
           2 s-consentEvenement line 9 col 67 pic x to
           evenementSaisi.

       1 a-plg-entetePrets.
           2 line 10 col 1 'Vos prets en cours (a rendre pour le) :'.
       1 a-plg-pret.
           2 line n col 3 pic x(8) from RefS.
           2 col 9 pic zz9 from Exemplaire.
       1 a-plg-suggestion.
           2 line n col 3 pic x(30) from TitreSugg.
           2 col 35 pic x(12) from libStatutSugg.
       1 s-plg-renouv.
           2 line 22 col 1 'Renouveler un pret ? Reference (vide = '
           & 'non) : '.
           2 s-refRenouv line 22 col 48 pic x(8) to refRenouv.
           2 line 22 col 58 'Ex : '.
           2 s-expRenouv line 22 col 63 pic 999 to expRenouv.
       1 a-plg-renEfface.
           2 line 23 col 1 pic x(79) value spaces.
       1 a-plg-renFait.
           2 line 23 col 1 'Pret renouvele, a rendre le : '.
           2 a-renEcheance line 23 col 32 pic 9(8) from DateEcheance.
       1 a-plg-renInconnu.
           2 line 23 col 1 'Ce pret n est pas a votre nom ou est deja '
           & 'rendu.'.
       1 a-plg-renSuspendu.
           2 line 23 col 1 'Compte suspendu jusqu au '.
           2 a-renFinSusp line 23 col 26 pic 9(8) from dateFinAffichee.
           2 line 23 col 35 ': renouvellement impossible.'.
       1 a-plg-renLimite.
           2 line 23 col 1 'Limite de renouvellements atteinte pour '
           & 'ce pret.'.
       1 a-plg-renDette.
           2 line 23 col 1 'Amendes impayees au dela du plafond : '
           & 'adressez-vous a l accueil.'.
       1 a-plg-renReserve.
           2 line 23 col 1 'Ce titre est reserve par d autres '
           & 'lecteurs, renouvellement impossible.'.
       1 a-plg-renAccueil.
           2 line 23 col 1 'Ce pret ne peut etre renouvele qu a '
           & 'l accueil.'.
       1 a-plg-renErreur.
           2 line 23 col 1 'Renouvellement impossible pour le moment, '
           & 'adressez-vous a l accueil.'.
       1 s-plg-suite.
           2 line 24 col 1 'Appuyer sur une touche pour revenir a '
           & 'l accueil '.
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-plan.dat' to nf-plan
       else
           move 'plan.dat' to nf-plan
       end-if
       if mode-formation = 'O'
           move 'formation-suspension.dat' to nf-suspension
       else
           move 'suspension.dat' to nf-suspension
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
       end-if
       move function current-date(1:8) to dateJour
       open i-o fadherent
       display s-plg-titre
       accept s-code
       accept s-pin
           display a-plg-refus
       else
           display a-plg-compte
           move spaces to canalSaisi
           accept s-canal
           perform 8800-changer-canal
           move spaces to lettreSaisie
           move spaces to evenementSaisi
           accept s-consentLettre
           accept s-consentEvenement
           perform 8850-changer-consentement
           open i-o fpret
           open input fsupport
           open input freserve
           open input famende

           display a-plg-entetePrets
           move 11 to n
           perform 8000-lister-prets
           add 1 to n
           display a-plg-enteteRes
           add 1 to n
           perform 8700-lister-suggestions
           close fsuggestion
           perform 9000-proposer-renouvellement

           close fpret
           close fsupport
       close fadherent
       goback.

       8800-changer-canal.
       move function upper-case(canalSaisi) to canalSaisi
       if (canalSaisi = 'P' or 'N')
       or (canalSaisi = 'M' and mailE not = spaces)
       or (canalSaisi = 'S' and telE not = spaces)
           move canalSaisi to canalE
           rewrite adherent
           end-rewrite
       end-if.

       8850-changer-consentement.
       set consentModifie to false
       move function upper-case(lettreSaisie) to lettreSaisie
       move function upper-case(evenementSaisi) to evenementSaisi
       if (lettreSaisie = 'O' or 'N')
       and (lettreSaisie not = consentLettreE)
           move lettreSaisie to consentLettreE
           move dateJour to dateConsentLettreE
           set consentModifie to true
       end-if
       if (evenementSaisi = 'O' or 'N')
       and (evenementSaisi not = consentEvenementE)
           move evenementSaisi to consentEvenementE
           move dateJour to dateConsentEvenementE
           set consentModifie to true
       end-if
       if consentModifie
           rewrite adherent invalid set erreur to true
                            not invalid set erreur to false
           end-rewrite
           move codeE to h-cleprim
           if erreur
               move 'N' to h-opereu
           else
               move 'O' to h-opereu
           end-if
           call 'Ecrirehisto' using h-codeope h-nomfichConsent
                                    h-cleprim h-opereu
           end-call
       end-if.

       8000-lister-prets.
       move cod to CodeE2
       start fpret key = CodeE2
           end-read
       end-perform.

       9000-proposer-renouvellement.
       open input fcategorie
       move spaces to refRenouv
       move 0 to expRenouv
       display s-plg-renouv
       accept s-refRenouv
       accept s-expRenouv
       perform until refRenouv = spaces
           display a-plg-renEfface
           perform 9100-renouveler
           move spaces to refRenouv
           move 0 to expRenouv
           display s-plg-renouv
           accept s-refRenouv
           accept s-expRenouv
       end-perform
       close fcategorie.

       9100-renouveler.
       perform 9200-chercher-pret
       if not pretTrouve
           display a-plg-renInconnu
           exit paragraph
       end-if
       perform 9300-verifier-suspension
       if adherentSuspendu
           display a-plg-renSuspendu
           exit paragraph
       end-if
       if NbRenouv >= 2
           display a-plg-renLimite
           exit paragraph
       end-if
       perform 8600-calculer-dette
       perform 9400-verifier-plan
       if (PlafondDette > 0) and (totalDette > PlafondDette)
       and (not planEnRegle)
           display a-plg-renDette
           exit paragraph
       end-if
       perform 9500-verifier-reservations
       if reservationEnAttente
           display a-plg-renReserve
           exit paragraph
       end-if

       perform 9200-chercher-pret
       perform 9150-verifier-suivi-pret
       if (reclame = 'O') or (incomplet = 'O') or (domicile = 'O')
       or pretDeClasse
           display a-plg-renAccueil
           exit paragraph
       end-if
       move NbRenouv to ancienNbRenouv
       delete fpret invalid set erreur to true
                    not invalid set erreur to false
       end-delete
       if erreur
           display a-plg-renErreur
           exit paragraph
       end-if
       move dateJour to DatePret
       move 0 to DateRetour
       add 1 to ancienNbRenouv giving NbRenouv
       perform 9600-calculer-echeance
       write pret invalid set erreur to true
                  not invalid set erreur to false
       end-write
       move RefS to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       if erreur
           display a-plg-renErreur
       else
           call 'Ecrirejournal' using RefS cod journalTypeRenouvBorne
           end-call
           display a-plg-renFait
       end-if.

       9150-verifier-suivi-pret.
       call 'Verifreclamation' using actionSuivi DatePret RefS
            Exemplaire CodeE2 reclame
       end-call
       call 'Verifincomplet' using actionSuivi DatePret RefS
            Exemplaire CodeE2 incomplet
       end-call
       call 'Verifdomicile' using DatePret RefS Exemplaire CodeE2
            domicile
       end-call
       open input fpretclasse
       move DatePret to DatePretPC
       move RefS to RefPC
       move Exemplaire to ExemplairePC
       move CodeE2 to CodeEPC
       read fpretclasse invalid set pretDeClasse to false
                        not invalid set pretDeClasse to true
       end-read
       close fpretclasse.

       9200-chercher-pret.
       set pretTrouve to false
       move cod to CodeE2
       start fpret key = CodeE2
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fpret next record
               at end
                   set finFich to true
               not at end
                   if CodeE2 not = cod
                       set finFich to true
                   else
                       if (RefS = refRenouv)
                       and (Exemplaire = expRenouv)
                       and (DateRetour = 0)
                           set pretTrouve to true
                           set finFich to true
                       end-if
                   end-if
           end-read
       end-perform.

       9300-verifier-suspension.
       set adherentSuspendu to false
       open input fsuspension
       move cod to CodeSusp
       move 0 to DateDebutSusp
       start fsuspension key >= clefSusp
           invalid key
               set finFsusp to true
           not invalid key
               set finFsusp to false
       end-start
       perform until finFsusp
           read fsuspension next record
               at end
                   set finFsusp to true
               not at end
                   if CodeSusp not = cod
                       set finFsusp to true
                   else
                       if suspActive
                       and (DateDebutSusp <= dateJour)
                       and (DateFinSusp >= dateJour)
                           set adherentSuspendu to true
                           move DateFinSusp to dateFinAffichee
                           set finFsusp to true
                       end-if
                   end-if
           end-read
       end-perform
       close fsuspension.

       9400-verifier-plan.
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 0 to PlafondDette
       end-read
       close fparametres
       set planEnRegle to false
       open input fplan
       move cod to CodePlan
       read fplan invalid set planExiste to false
                  not invalid set planExiste to true
       end-read
       close fplan
       if planExiste and planActif
       and (DateProchainePlan >= dateJour)
           set planEnRegle to true
       end-if.

       9500-verifier-reservations.
       set reservationEnAttente to false
       move RefS to RefRes
       start freserve key = RefRes
           invalid key
               set finFqueue to true
           not invalid key
               set finFqueue to false
       end-start
       perform until finFqueue
           read freserve next end set finFqueue to true
           not at end
               if RefRes not = RefS
                   set finFqueue to true
               else
                   if resEnAttente
                       set reservationEnAttente to true
                       set finFqueue to true
                   end-if
               end-if
           end-read
       end-perform.

       9600-calculer-echeance.
       move 21 to delaiPret
       move RefS to RefSu
       move Exemplaire to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if supportExistant
           move LibC to LibCat
           read fcategorie invalid set categorieExistante to false
                           not invalid set categorieExistante to true
           end-read
           if categorieExistante
               move DureePretCat to delaiPret
           end-if
       end-if
       compute DateEcheance = function date-of-integer(function
           integer-of-date(DatePret) + delaiPret)
       move 0 to HeureEcheance
       if supportExistant
           call 'Ajusterecheance' using DateEcheance SiteCU
           end-call
       else
           call 'Ajusterecheance' using DateEcheance SiteC2
           end-call
       end-if.

       end program pk-moncompte.
