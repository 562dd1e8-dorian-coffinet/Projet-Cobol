           02 verrou      pic x.
           88 compteVerrouille value 'O' false 'N'.
           02 dateMotPasse pic 9(8).
           02 SiteUtil    pic x(3).
           02 PorteeUtil  pic x.
           88 porteeSite value 'S'.
           88 porteeTous value 'T'.



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



           2 PrixS pic 9(3)v99.
           2 CoteS pic x(10).
           2 NumDonS pic 9(5).
           2 NbPiecesS pic 9(2).
           2 DescPiecesS pic x(40).



           02 cleprim pic x(15).
           02 opereu pic x.
           02 typeope pic x.
           02 loginDemandeur pic 9(5).
           02 empreinte pic 9(9).

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
           02 nbPretsOuvertsStat pic 9(5).
           02 nbPretsJourStat pic 9(5).
           02 nbRetoursJourStat pic 9(5).
           02 nbEvenementsStat pic 9(3).
           02 nbParticipantsStat pic 9(5).
           02 nbSessionsPosteStat pic 9(4).
           02 minutesPosteStat pic 9(6).
           02 nbVisitesStat pic 9(6).
           02 VisitesStat pic x.
           02 AnoVisitesStat pic x.


       working-storage section.
       88 statutUtil1 value '1'.
       88 statutUtil2 value '2'.
       88 statutAdminist value '3'.
       01 nbApprobAttente pic 9(3) value 0.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       01 modeSession pic x.
       01 fonctionDroit pic x(20).
       01 defautDroit pic x.
       01 autoriseDroit pic x.
       01 q-dest pic x(40).
       01 q-type pic x.
       01 q-resume pic x(80).
       01 q-tel pic x(15).

       01 fin-fich pic x value 'N'.
       88 finFich value 'O' false 'N'.
       88 finPret value 'O' false 'N'.
       01 nbJours pic 9(3).
       01 montantPret pic 9(3)v99.
       01 v-canalEnvoi pic x value 'P'.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       01 continuer5 pic x.
       01 fin-pret-tous pic x value 'N'.
       88 finPretTous value 'O' false 'N'.
           02 line 4 col 10 'Vous êtes sur la page d''administration'.
       01 a-plg-formation.
           02 line 4 col 55 '*** MODE FORMATION ***'.
       01 a-plg-approbAttente.
           02 line 6 col 10 'Operations en attente d approbation : '.
           02 a-nbApprob line 6 col 49 pic zz9 from nbApprobAttente.
           02 line 6 col 53 '(choix 61)'.
       01 a-plg-administration.
           02 line 8 col 5 '0- Quitter la page d''administration'.
           02 line 10 col 5 '1- Ajouter un utilisateur'.
           02 line 39 col 55 '44- Valorisation de la collection'.
           02 line 40 col 55 '45- Matrice des droits'.
           02 line 41 col 55 '46- Convertir les cles (7 chiffres)'.
           02 line 42 col 55 '47- File des SMS'.
           02 line 43 col 55 '48- Bareme des degats'.
           02 line 44 col 55 '49- Horaires d ouverture'.
           02 line 45 col 55 '50- Releves de compte'.
           02 line 46 col 55 '51- Droit d acces (donnees perso.)'.
           02 line 47 col 55 '52- Liste de diffusion'.
           02 line 48 col 55 '53- Courrier revenu'.
           02 line 49 col 55 '54- Mouvements de l etat civil'.
           02 line 50 col 55 '55- Recouvrement par le Tresor'.
           02 line 51 col 55 '56- Prelevement des cotisations'.
           02 line 52 col 55 '57- Rapprochement des cartes'.
           02 line 53 col 55 '58- Audit des recus'.
           02 line 54 col 55 '59- Articles vendus a l accueil'.
           02 line 55 col 55 '60- Campagnes d amnistie'.
           02 line 56 col 55 '61- Approbation des operations'.
           02 line 57 col 55 '62- Declaration du droit de pret'.
           02 line 58 col 55 '63- Rotation et cout par pret'.
           02 line 59 col 55 '64- Charge des accueils'.
           02 line 60 col 55 '65- Import des compteurs d entree'.
           02 line 61 col 55 '66- Diffusion des rapports'.
           02 line 62 col 55 '67- Cloture budgetaire annuelle'.
           02 line 63 col 55 '68- Archiver amendes et paiements'.
           02 line 64 col 55 '69- Convertir les formats allonges'.
       01 s-plg-choix.
           02 line 30 col 10 'Que voulez-vous faire ? (entrer un '
           & 'chiffre)'.
           02 line 18 col 1 'Statut d''utilisateur (1 pour util1,'
           & '2 pour util2, 3 pour administ) : '.
           02 s-astatut pic x to astatut.
           02 line 20 col 1 'Site de rattachement : '.
           02 s-asite pic x(3) to SiteUtil.
           02 line 22 col 1 'Portee des modifications (S pour son '
           & 'site, T pour tous les sites) : '.
           02 s-aportee pic x to PorteeUtil.
       01 s-plg-continuer1.
           02 blank screen.
           02 line 15 col 5'Voulez-vous ajouter un autre utilisateur'
           02 s-amotpasse2 pic x(15) to amotpasse2.
           02 line 16 col 1 'Statut d''utilisateur : '.
           02 s-astatut2 pic x using statut.
           02 line 17 col 1 'Site de rattachement : '.
           02 s-asite2 pic x(3) using SiteUtil.
           02 line 18 col 1 'Portee des modifications (S/T) : '.
           02 s-aportee2 pic x using PorteeUtil.
       01 a-plg-siteUtilInvalide.
           02 line 24 col 1 'Site inconnu, entrer un code de site '
           & 'existant ou laisser vide.'.
       01 s-plg-afichisto.
           02 blank screen.
           02 line 5 col 1 'date de l''operation : '.
           02 line 35 col 62 'mise en demeure : '.
           02 s-delaiR3 line 35 col 80 pic 999 to DelaiRappel3
           required.
           02 line 36 col 1 'Jours avant echeance pour l avis de '
           & 'courtoisie (0 = aucun avis) : '.
           02 s-delaiCourt line 36 col 68 pic 999 to DelaiCourtoisie
           required.
           02 line 37 col 1 'Jours avant perte d un document '
           & 'reclame : '.
           02 s-delaiRecl line 37 col 43 pic 999 to DelaiReclamation
           required.
           02 line 37 col 48 'seuil de reclamations : '.
           02 s-seuilRecl line 37 col 72 pic 99 to SeuilReclamation
           required.
           02 line 38 col 1 'Recherches infructueuses avant perte d un '
           & 'manquant : '.
           02 s-seuilManq line 38 col 55 pic 99 to SeuilManquant
           required.
           02 line 39 col 1 'Double validation au-dela de (euros, '
           & '0 = aucune) remise : '.
           02 s-seuilRemise line 39 col 59 pic 999 to SeuilRemise
           required.
           02 line 39 col 63 'credit : '.
           02 s-seuilCredit line 39 col 72 pic 999 to SeuilCredit
           required.
           02 line 40 col 1 'Double validation d une suppression '
           & 'd adherent (amendes dues et credit) : '.
           02 s-seuilSuppr line 40 col 75 pic 999 to
           SeuilSuppression required.
           02 line 41 col 1 'Minutes d inactivite avant retour a la '
           & 'connexion (0 = jamais) : '.
           02 s-delaiInact line 41 col 66 pic 999 to DelaiInactivite
           required.
           02 line 42 col 1 'Exceptions du personnel signalees '
           & 'au-dela de (par mois) operations : '.
           02 s-seuilExcNb line 42 col 70 pic 999 to SeuilExcepNombre
           required.
           02 line 43 col 1 'montant (euros) : '.
           02 s-seuilExcMt line 43 col 20 pic 9999 to
           SeuilExcepMontant required.
           02 line 43 col 26 'taux des transactions normales (%) : '.
           02 s-seuilExcTx line 43 col 64 pic 999 to SeuilExcepTaux
           required.
           02 line 44 col 1 'Ecart admis facture / reception : '
           & 'quantite (unites) : '.
           02 s-tolQteFac line 44 col 56 pic 99 to ToleranceQteFac
           required.
           02 line 44 col 60 'prix (%) : '.
           02 s-tolPrixFac line 44 col 72 pic 99 to TolerancePrixFac
           required.
           02 line 45 col 1 'Suggestions de lecture : lecteurs '
           & 'communs au minimum : '.
           02 s-seuilReco line 45 col 56 pic 99 to SeuilReco
           required.


       procedure division using typeutil.                                ** logutil
                       move 7 to DelaiRappel1
                       move 21 to DelaiRappel2
                       move 45 to DelaiRappel3
                       move 3 to DelaiCourtoisie
                       move 60 to DelaiReclamation
                       move 3 to SeuilReclamation
                       move 3 to SeuilManquant
                       move 50 to SeuilRemise
                       move 100 to SeuilCredit
                       move 50 to SeuilSuppression
                       move 15 to DelaiInactivite
                       move 10 to SeuilExcepNombre
                       move 200 to SeuilExcepMontant
                       move 10 to SeuilExcepTaux
                       move 0 to ToleranceQteFac
                       move 5 to TolerancePrixFac
                       move 5 to SeuilReco
                       write parametresEnr
                       end-write
               end-read

               perform until (choix2 = 'bonchoix')
                   move 'A' to modeSession
                   call 'Suivisession' using modeSession
                   end-call
                   display a-plg-titre
                   if mode-formation = 'O'
                       display a-plg-formation
                   end-if
                   call 'Compterapprob' using nbApprobAttente
                   end-call
                   if nbApprobAttente > 0
                       display a-plg-approbAttente
                   end-if
                   display a-plg-administration
                   display s-plg-choix
                   accept s-choix
                   move 'C' to modeSession
                   call 'Suivisession' using modeSession
                   end-call
                   if not sessionOuverte
                       move 0 to choix
                   end-if
                   evaluate choix
                   when 0
                       move 'bonchoix' to choix2
                       move 0 to nbEchecs
                       move 'N' to verrou
                       move 0 to dateMotPasse
                       move spaces to SiteUtil
                       move space to PorteeUtil
                       accept s-asite
                       perform 9560-verifier-site-util
                       perform until siteTrouve
                           display a-plg-siteUtilInvalide
                           accept s-asite
                           perform 9560-verifier-site-util
                       end-perform
                       accept s-aportee
                       move function upper-case(PorteeUtil)
                           to PorteeUtil
                       if not porteeSite
                           set porteeTous to true
                       end-if
                       start utilisateur key = login
                           invalid
                               write utilisateurs
                                   move 0 to dateMotPasse
                               end-if
                               accept s-astatut2
                               accept s-asite2
                               perform 9560-verifier-site-util
                               perform until siteTrouve
                                   display a-plg-siteUtilInvalide
                                   accept s-asite2
                                   perform 9560-verifier-site-util
                               end-perform
                               accept s-aportee2
                               move function upper-case(PorteeUtil)
                                   to PorteeUtil
                               if not porteeSite
                                   set porteeTous to true
                               end-if
                               move 0 to nbEchecs
                               move 'N' to verrou
                               rewrite utilisateurs
                       accept s-delaiR1
                       accept s-delaiR2
                       accept s-delaiR3
                       accept s-delaiCourt
                       accept s-delaiRecl
                       accept s-seuilRecl
                       accept s-seuilManq
                       accept s-seuilRemise
                       accept s-seuilCredit
                       accept s-seuilSuppr
                       accept s-delaiInact
                       accept s-seuilExcNb
                       accept s-seuilExcMt
                       accept s-seuilExcTx
                       accept s-tolQteFac
                       accept s-tolPrixFac
                       accept s-seuilReco
                       rewrite parametresEnr
                       end-rewrite
                       perform 9700-historiser-parametres
                       end-call
                     end-if

                   when 47
                     move 'p-gerer-sms' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'p-gerer-sms'
                       end-call
                     end-if

                   when 48
                     move 'pa-degats' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-degats'
                       end-call
                     end-if

                   when 49
                     move 'ps-horaires' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'ps-horaires'
                       end-call
                     end-if

                   when 50
                     move 'pa-releves' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-releves'
                       end-call
                     end-if

                   when 51
                     move 'pa-droit-acces' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-droit-acces'
                       end-call
                     end-if

                   when 52
                     move 'pa-liste-diffusion' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-liste-diffusion'
                       end-call
                     end-if

                   when 53
                     move 'pa-courrier-retour' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-courrier-retour'
                       end-call
                     end-if

                   when 54
                     move 'pa-etat-civil' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-etat-civil'
                       end-call
                     end-if

                   when 55
                     move 'pa-tresor' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-tresor'
                       end-call
                     end-if

                   when 56
                     move 'pa-prelevements' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-prelevements'
                       end-call
                     end-if

                   when 57
                     move 'pa-rapprochement-cb' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-rapprochement-cb'
                       end-call
                     end-if

                   when 58
                     move 'pa-audit-recus' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-audit-recus'
                       end-call
                     end-if

                   when 59
                     move 'pa-articles' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-articles'
                       end-call
                     end-if

                   when 60
                     move 'pa-amnisties' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-amnisties'
                       end-call
                     end-if

                   when 61
                     move 'pa-approbations' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-approbations'
                       end-call
                     end-if

                   when 62
                     move 'p-droit-pret' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'p-droit-pret'
                       end-call
                     end-if

                   when 63
                     move 'p-rotation-collection' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'p-rotation-collection'
                       end-call
                     end-if
                   when 64
                     move 'p-charge-accueil' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'p-charge-accueil'
                       end-call
                     end-if
                   when 65
                     move 'p-import-compteurs' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'p-import-compteurs'
                       end-call
                     end-if
                   when 66
                     move 'ps-diffusion-rapports' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'ps-diffusion-rapports'
                       end-call
                     end-if
                   when 67
                     move 'pc-cloture-budget' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pc-cloture-budget'
                       end-call
                     end-if
                   when 68
                     move 'pa-archiver-caisse' to fonctionDroit
                     perform 9550-verifier-droit-admin
                     if not accesAutorise then
                       display a-plg-accesrefuse
                     else
                       call 'pa-archiver-caisse'
                       end-call
                     end-if
                   when 69
                     if not statutAdminist then
                       display a-plg-accesrefuse
                     else
                       call 'p-convertir-formats'
                       end-call
                     end-if

                   when other
                       display a-plg-choixinv
                           display a-plg-administration
                                   defautDroit autoriseDroit
           end-call.

       9560-verifier-site-util.
           move function upper-case(SiteUtil) to SiteUtil
           if SiteUtil = spaces
               set siteTrouve to true
           else
               move SiteUtil to CodeSite
               open input fsite
               read fsite invalid set siteTrouve to false
                          not invalid set siteTrouve to true
               end-read
               close fsite
           end-if.

       9700-historiser-parametres.
           open i-o fparamhisto
           move function current-date to dhParam
           open input adherent
           read adherent key CodeE
           end-read
           evaluate CanalE
               when 'P'
                   set aCourrier to true
               when 'S'
                   if TelE not = spaces
                       set aSms to true
                   else
                       set aCourrier to true
                   end-if
               when other
                   if MailE not = spaces
                       set aEmail to true
                   else
                       set aCourrier to true
                   end-if
           end-evaluate
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
           end-if
           move 'Bibliothèque INFOrmatique' to ligne
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
                   'les rapporter. Amende ' amende-ed ' euros.'
                   delimited by size into q-resume
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           end-if
           close adherent.

       9050-ecrire-ligne-lettre.
           if aEmail
               move ligne to ligne-courriel
               write ligne-courriel
           end-if
           if aCourrier
               write ligne
           end-if.

