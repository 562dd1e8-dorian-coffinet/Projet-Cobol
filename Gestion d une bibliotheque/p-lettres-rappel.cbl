       organization indexed access dynamic
       record key clefRap = DatePretR RefR ExpR CodeR.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.

       select courriel assign nf-courriel
       organization line sequential.

           2 PrixS pic 9(3)v99.
           2 CoteS pic x(10).
           2 NumDonS pic 9(5).
           2 NbPiecesS pic 9(2).
           2 DescPiecesS pic x(40).

       fd adherent.
       1 adherents.
           2 CategorieE pic x(10).
           2 CreditE pic 9(4)v99.
           2 CodeGarantE pic x(8).
           2 CanalE pic x.
           2 ConsentLettreE pic x.
           2 DateConsentLettreE pic 9(8).
           2 ConsentEvenementE pic x.
           2 DateConsentEvenementE pic 9(8).
           2 AdrInvalideE pic x.
           2 DateAdrInvalideE pic 9(8).
           2 DecedeE pic x.
           2 DateDecesE pic 9(8).
           2 refusRecoE pic x.

       fd parametres.
       01 parametresEnr.
           02 DelaiRappel1 pic 9(3).
           02 DelaiRappel2 pic 9(3).
           02 DelaiRappel3 pic 9(3).
           02 DelaiCourtoisie pic 9(3).
           02 DelaiReclamation pic 9(3).
           02 SeuilReclamation pic 9(2).
           02 SeuilManquant pic 9(2).
           02 SeuilRemise pic 9(3).
           02 SeuilCredit pic 9(3).
           02 SeuilSuppression pic 9(3).
           02 DelaiInactivite pic 9(3).
           02 SeuilExcepNombre pic 9(3).
           02 SeuilExcepMontant pic 9(4).
           02 SeuilExcepTaux pic 9(3).
           02 ToleranceQteFac pic 9(2).
           02 TolerancePrixFac pic 9(2).
           02 SeuilReco pic 9(2).
       fd checkpoint.
       01 checkpointEnr.
           02 CodeCheckpoint pic x(1).
           02 DateNiveau2 pic 9(8).
           02 DateNiveau3 pic 9(8).

       fd fpretclasse.
       01 pret-classe.
           02 DatePretPC pic 9(8).
           02 RefPC pic x(8).
           02 ExemplairePC pic 9(3).
           02 CodeEPC pic x(8).
           02 CodeClassePC pic x(8).
           02 DateEcheancePC pic 9(8).

       fd courriel.
       01 ligne-courriel pic x(800).

       1 nf-checkpoint pic x(30) value 'checkpoint.dat'.
       1 nf-courriel pic x(30) value 'courriel.dat'.
       1 nf-rappel pic x(30) value 'rappel.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       88 finPretTous value 'O' false 'N'.
       01 fin-pret pic x value 'N'.
       88 finPret value 'O' false 'N'.
       01 v-canalEnvoi pic x value 'P'.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       01 v-supportExistant pic x value 'N'.
       88 supportExistant value 'O' false 'N'.
       01 v-categorieExistante pic x value 'N'.
       88 finFmodele value 'O' false 'N'.
       01 niveauLettre pic 9.
       01 kNiveau pic 9(3).
       01 v-pretClasse pic x value 'N'.
       88 pretClasse value 'O' false 'N'.
       01 v-rappelExiste pic x value 'N'.
       88 rappelExiste value 'O' false 'N'.
       01 nb-codes-imprimes pic 9(3) value 0.
       01 q-dest pic x(40).
       01 q-type pic x.
       01 q-resume pic x(80).
       01 q-tel pic x(15).

       linkage section.
       01 nbLettresImprimees pic 9(3).
       else
           move 'rappel.dat' to nf-rappel
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
       open input pret
       open input livre
       open input categorie
       open input fpretclasse
       read pret next record
           at end set finPretTous to true
       end-read
               end-if
               if nivCalcule > 0
                   perform 8600-historiser-niveau
                   perform 8650-verifier-pret-classe
                   if pretClasse
                       move 0 to nivCalcule
                   end-if
               end-if
               if nivCalcule > 0
                   set dejaImprime to false
                   move 0 to kNiveau
                   perform test after
       close pret
       close livre
       close categorie
       close fpretclasse
       close frappel

       perform 8700-charger-cles-tri
           read adherent key CodeE
           end-read
           perform 9040-substituer-garant
           perform 9030-ouvrir-canal
           move 'Bibliothèque INFOrmatique' to ligne
           perform 9050-ecrire-ligne-lettre
           evaluate niveauLettre
           perform 9170-ecrire-date-lettre
           perform 9060-terminer-lettre.

       9030-ouvrir-canal.
           evaluate CanalE
               when 'M'
                   if MailE not = spaces
                       set aEmail to true
                   else
                       set aCourrier to true
                   end-if
               when 'S'
                   if TelE not = spaces
                       set aSms to true
                   else
                       set aCourrier to true
                   end-if
               when 'P'
                   set aCourrier to true
               when 'N'
                   set sansEnvoi to true
               when other
                   if MailE not = spaces
                       set aEmail to true
                   else
                       set aCourrier to true
                   end-if
           end-evaluate
           if sansEnvoi and (niveauLettre = 3)
               set aCourrier to true
           end-if
           if aCourrier and (AdrInvalideE = 'O')
               if MailE not = spaces
                   set aEmail to true
               else
                   set sansEnvoi to true
               end-if
           end-if
           if aEmail
               open extend courriel
           end-if
           if aCourrier
               open extend fich
           end-if.

       9060-terminer-lettre.
           if aEmail
               close courriel
                   into q-resume
               call 'Ecrirecourriel' using q-dest q-type q-resume
               end-call
           end-if
           if aCourrier
               close fich
           end-if
           if aSms
               move TelE to q-tel
               move 'R' to q-type
               move spaces to q-resume
               string 'Bibliotheque : documents en retard, merci de '
                   'les rapporter. Rappel ' niveauLettre
                   delimited by size into q-resume
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           end-if
           close adherent.

       9070-resoudre-site.
           read adherent key CodeE
           end-read
           perform 9040-substituer-garant
           perform 9030-ouvrir-canal
           perform 9070-resoudre-site
           perform 9160-calculer-amende-lettre
           move amende to amende-ed
       9150-lister-prets-lettre.
           open input pret
           open input livre
           open input fpretclasse
           move codeAdher to codeP
           set finFich to false
           start pret key = codeP
                   read pret next end
                   set finFich to true not end
                   if(DateRetour=0)and(CodeP=codeAdher)
                   then
                       perform 8650-verifier-pret-classe
                   end-if
                   if(DateRetour=0)and(CodeP=codeAdher)
                   and(not pretClasse)
                   then
                       move RefP to RefS
                       read livre key RefS
               end-read
           end-perform
           end-start
           close fpretclasse
           close livre
           close pret.

       8650-verifier-pret-classe.
           move DatePret to DatePretPC
           move RefP to RefPC
           move ExemplaireP to ExemplairePC
           move CodeP to CodeEPC
           read fpretclasse
               invalid set pretClasse to false
               not invalid set pretClasse to true
           end-read.

       9160-calculer-amende-lettre.
           open input pret
           move 0 to amende
           if aEmail
               move ligne to ligne-courriel
               write ligne-courriel
           end-if
           if aCourrier
               write ligne
           end-if.

