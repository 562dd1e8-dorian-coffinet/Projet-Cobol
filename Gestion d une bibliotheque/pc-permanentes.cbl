       program-id. pc-permanentes.

       select optional fpermanente assign nf-permanente
       organization indexed access dynamic
       record key clefPerm = CodeFourPerm NumPerm.

       select optional fnouveautes assign 'nouveautes-fournisseur.csv'
       organization line sequential.

       select optional fcommande assign nf-commande
       organization indexed access dynamic
       record key NumCmd.

       select optional ffournisseur assign 'fournisseur.dat'
       organization indexed record key CodeFour
       access dynamic.

       select fcategorie assign 'categorie.dat'
       organization indexed record key LibCat
       access dynamic.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional fbudget assign 'budget.dat'
       organization indexed access dynamic
       record key clefBud = AnneeBud SiteBud LibCBud.

       fd fpermanente.
       1 permanente.
               2 CodeFourPerm pic x(5).
               2 NumPerm pic 9(3).
               2 TypeCritPerm pic x.
               88 critAuteur value 'A'.
               88 critSerie value 'S'.
               88 critEditeur value 'E'.
               88 critMotCle value 'M'.
               88 typeCritValide value 'A' 'S' 'E' 'M'.
               2 CritPerm pic x(30).
               2 LibCPerm pic x(30).
               2 sitesPerm occurs 5.
                  3 SitePerm pic x(3).
                  3 QtePerm pic 9(2).
               2 ActifPerm pic x.
               88 permActive value 'O'.
               2 DateCreationPerm pic 9(8).
               2 DateDerniereCmdPerm pic 9(8).

       fd fnouveautes.
       01 ligneNouv pic x(300).

       fd fcommande.
       1 commande.
               2 NumCmd pic 9(5).
               2 Fournisseur pic x(30).
               2 LibCmd pic x(30).
               2 AuteurCmd pic x(30).
               2 IsbnCmd pic x(13).
               2 QteCmd pic 9(2).
               2 PrixCmd pic 9(3)v99.
               2 DateCmd pic 9(8).
               2 DateAttendue pic 9(8).
               2 SiteCmd pic x(3).
               2 LibCCmd pic x(30).
               2 StatutCmd pic x.
               88 cmdOuverte value 'O'.
               88 cmdPartielle value 'P'.
               88 cmdRecue value 'R'.
               88 cmdBrouillon value 'B'.
               2 CodeFourCmd pic x(5).
               2 DateTransmiseCmd pic 9(8).
               2 QteRecueCmd pic 9(2).
               2 DateReceptionCmd pic 9(8).

       fd ffournisseur.
       1 fournisseur-enr.
               2 CodeFour pic x(5).
               2 NomFour pic x(30).
               2 AdrFour pic x(150).
               2 ContactFour pic x(30).
               2 TelFour pic x(15).
               2 MailFour pic x(40).
               2 DelaiFour pic 9(3).

       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
               2 DureePretCat pic 9(3).
               2 MaxPretsCat pic 9(2).
               2 AgeMinCat pic 9(2).
               2 PretHoraireCat pic x.
               2 DureeHeuresCat pic 9(2).
               2 TarifPretCat pic 9(2)v99.

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd fbudget.
       1 budget-enr.
               2 AnneeBud pic 9(4).
               2 SiteBud pic x(3).
               2 LibCBud pic x(30).
               2 AllocationBud pic 9(6)v99.
               2 EngageBud pic 9(6)v99.
               2 DepenseBud pic 9(6)v99.
               2 VoteSuivBud pic 9(6)v99.
               2 ReportBud pic x.
               88 annulerEngagements value 'A'.
               2 StatutBud pic x.
               88 budgetCloture value 'C'.
               2 ReporteBud pic 9(6)v99.
               2 DateClotureBud pic 9(8).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-permanente pic x(30) value 'permanente.dat'.
       1 nf-commande pic x(30) value 'commande.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 fourExiste value 'o' false 'n'.
       1 pic x.
       88 permExiste value 'o' false 'n'.
       1 pic x.
       88 catexiste value 'o' false 'n'.
       1 pic x.
       88 siteValide value 'o' false 'n'.
       1 pic x.
       88 budgetExiste value 'o' false 'n'.
       1 pic x.
       88 dejaCommande value 'o' false 'n'.
       1 pic x.
       88 critRetenu value 'o' false 'n'.
       1 pic x.
       88 premiereLigne value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fperm pic x value 'n'.
       88 finFperm value 'o' false 'n'.
       1 fin-fcommande pic x value 'n'.
       88 finFcommande value 'o' false 'n'.
       1 fin-fnouv pic x value 'n'.
       88 finFnouv value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 codeFourSaisi pic x(5).
       1 numPermSaisi pic 9(3).
       1 typeCritSaisi pic x.
       1 critSaisi pic x(30).
       1 categSaisie pic x(30).
       1 actifSaisi pic x.
       1 tab-sitesSaisis.
           2 siteSaisi-t occurs 5.
              3 siteSaisi pic x(3).
              3 qteSaisie pic 9(2).
       1 kSite pic 9.
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.

       1 tab-perm.
           2 perm-t occurs 200.
              3 numPermT pic 9(3).
              3 typeCritT pic x.
              3 critT pic x(30).
              3 libCT pic x(30).
              3 utiliseeT pic x.
              3 sitesT occurs 5.
                 4 siteT pic x(3).
                 4 qteT pic 9(2).
       1 nbPerm pic 999 value 0.
       1 kPerm pic 999.

       1 champ-isbn pic x(13).
       1 champ-titre pic x(30).
       1 champ-auteur pic x(30).
       1 champ-serie pic x(30).
       1 champ-editeur pic x(30).
       1 champ-prix pic x(10).
       1 champ-mots pic x(150).
       1 prixNouv pic 9(3)v99.
       1 critMaj pic x(30).
       1 valeurMaj pic x(30).
       1 zoneRecherche pic x(250).
       1 lgCrit pic 99.
       1 nbOcc pic 999.

       1 nouveauNumCmd pic 9(5).
       1 nbLignesLues pic 9(5) value 0.
       1 nbBrouillons pic 9(4) value 0.
       1 nbDoublons pic 9(4) value 0.
       1 engagement pic 9(6)v99.
       1 disponibleBud pic s9(7)v99.
       1 anneeBudCmd pic 9(4).
       1 decision pic x.
       1 forcerBud pic x.
       1 nbValidees pic 9(4) value 0.
       1 nbSupprimees pic 9(4) value 0.
       1 h-codeope pic x.
       1 h-nomfich pic x(15).
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Commandes permanentes'.
           2 line 3 col 1 '1-Creer ou modifier une commande '
           & 'permanente'.
           2 line 4 col 1 '2-Lister les commandes permanentes'.
           2 line 5 col 1 '3-Traiter les nouveautes d un fournisseur'.
           2 line 6 col 1 '4-Revoir les commandes en brouillon'.
           2 line 7 col 1 '5-Quitter'.
           2 line 8 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 8 col 32 pic 9 to choix required.

       1 s-plg-cle.
           2 blank screen.
           2 line 1 col 1 'Commande permanente'.
           2 line 3 col 1 'Code fournisseur : '.
           2 s-four line 3 col 40 pic x(5) using codeFourSaisi
           required.
           2 line 4 col 1 'Numero (0 = nouvelle commande) : '.
           2 s-numPerm line 4 col 40 pic 999 using numPermSaisi
           required.
       1 s-plg-fiche.
           2 line 6 col 1 'Critere A-auteur S-serie E-editeur '
           & 'M-mot cle : '.
           2 s-typeCrit line 6 col 50 pic x using typeCritSaisi
           required.
           2 line 7 col 1 'Valeur recherchee : '.
           2 s-crit line 7 col 40 pic x(30) using critSaisi required.
           2 line 8 col 1 'Categorie prevue : '.
           2 s-categ line 8 col 40 pic x(30) using categSaisie
           required.
           2 line 9 col 1 'Active O/N : '.
           2 s-actif line 9 col 40 pic x using actifSaisi required.
           2 line 11 col 1 'Site   Quantite (site vide = aucun)'.
           2 s-site1 line 12 col 1 pic x(3) using siteSaisi(1).
           2 s-qte1 line 12 col 8 pic 99 using qteSaisie(1).
           2 s-site2 line 13 col 1 pic x(3) using siteSaisi(2).
           2 s-qte2 line 13 col 8 pic 99 using qteSaisie(2).
           2 s-site3 line 14 col 1 pic x(3) using siteSaisi(3).
           2 s-qte3 line 14 col 8 pic 99 using qteSaisie(3).
           2 s-site4 line 15 col 1 pic x(3) using siteSaisi(4).
           2 s-qte4 line 15 col 8 pic 99 using qteSaisie(4).
           2 s-site5 line 16 col 1 pic x(3) using siteSaisi(5).
           2 s-qte5 line 16 col 8 pic 99 using qteSaisie(5).

       1 a-plg-fourInexistant.
           2 line 18 col 1 'Fournisseur inconnu, utilisez un code '
           & 'du fichier des fournisseurs.'.
       1 a-plg-permInexistante.
           2 line 18 col 1 'Aucune commande permanente avec ce '
           & 'numero pour ce fournisseur.'.
       1 a-plg-critInvalide.
           2 line 18 col 1 'Type de critere invalide, A, S, E ou M.'.
       1 a-plg-catInexistante.
           2 line 18 col 1 'Categorie inconnue, utilisez une '
           & 'categorie existante.'.
       1 a-plg-siteInvalide.
           2 line 18 col 1 'Site inconnu, utilisez un code du '
           & 'fichier des sites.'.
       1 a-plg-fait.
           2 line 18 col 1 'Commande permanente enregistree, '
           & 'numero '.
           2 a-numPerm line 18 col 42 pic 999 from NumPerm.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Four. Num C Valeur recherchee'.
           2 line 1 col 38 'Sites/quantites'.
           2 line 1 col 72 'Active'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(5) from CodeFourPerm.
           2 col 7 pic 999 from NumPerm.
           2 col 11 pic x from TypeCritPerm.
           2 col 13 pic x(24) from CritPerm.
           2 col 38 pic x(3) from SitePerm(1).
           2 col 42 pic z9 from QtePerm(1).
           2 col 45 pic x(3) from SitePerm(2).
           2 col 49 pic z9 from QtePerm(2).
           2 col 52 pic x(3) from SitePerm(3).
           2 col 56 pic z9 from QtePerm(3).
           2 col 59 pic x(3) from SitePerm(4).
           2 col 63 pic z9 from QtePerm(4).
           2 col 66 pic x(3) from SitePerm(5).
           2 col 70 pic z9 from QtePerm(5).
           2 col 74 pic x from ActifPerm.

       1 s-plg-traitement.
           2 blank screen.
           2 line 1 col 1 'Nouveautes fournisseur depuis '
           & 'nouveautes-fournisseur.csv'.
           2 line 3 col 1 'Colonnes attendues : Isbn,Titre,Auteur,'
           & 'Serie,Editeur,Prix,MotsCles'.
           2 line 5 col 1 'Code fournisseur : '.
           2 s-fourNouv line 5 col 30 pic x(5) to codeFourSaisi
           required.
       1 a-plg-aucunePerm.
           2 line 7 col 1 'Aucune commande permanente active pour ce '
           & 'fournisseur.'.
       1 a-plg-traite.
           2 line 7 col 1 'Traitement termine.'.
           2 line 9 col 1 'Titres lus : '.
           2 a-lues line 9 col 35 pic zzzz9 from nbLignesLues.
           2 line 10 col 1 'Commandes brouillon creees : '.
           2 a-brouillons line 10 col 35 pic zzz9 from nbBrouillons.
           2 line 11 col 1 'Deja commandes, ignores : '.
           2 a-doublons line 11 col 35 pic zzz9 from nbDoublons.
           2 line 13 col 1 'Revoir les brouillons avant la '
           & 'transmission au fournisseur.'.

       1 a-plg-brouillon.
           2 blank screen.
           2 line 1 col 1 'Commande en brouillon'.
           2 line 3 col 1 'Numero : '.
           2 a-numCmd line 3 col 25 pic 9(5) from NumCmd.
           2 line 4 col 1 'Fournisseur : '.
           2 a-fournisseur line 4 col 25 pic x(30) from Fournisseur.
           2 line 5 col 1 'Titre : '.
           2 a-lib line 5 col 25 pic x(30) from LibCmd.
           2 line 6 col 1 'Auteur : '.
           2 a-auteur line 6 col 25 pic x(30) from AuteurCmd.
           2 line 7 col 1 'ISBN : '.
           2 a-isbn line 7 col 25 pic x(13) from IsbnCmd.
           2 line 8 col 1 'Quantite : '.
           2 a-qte line 8 col 25 pic z9 from QteCmd.
           2 line 9 col 1 'Prix unitaire : '.
           2 a-prix line 9 col 25 pic zz9.99 from PrixCmd.
           2 line 10 col 1 'Site : '.
           2 a-site line 10 col 25 pic x(3) from SiteCmd.
           2 line 11 col 1 'Categorie : '.
           2 a-categ line 11 col 25 pic x(30) from LibCCmd.
       1 s-plg-decision.
           2 line 13 col 1 'V-valider  S-supprimer  F-fin  '
           & 'autre-garder : '.
           2 s-decision line 13 col 48 pic x to decision required.
       1 a-plg-budgetDepasse.
           2 line 15 col 1 'Attention : cette commande depasse la '
           & 'ligne budgetaire, disponible : '.
           2 a-dispoBud line 15 col 70 pic -(6)9.99 from
           disponibleBud.
       1 s-plg-forcerBud.
           2 line 16 col 1 'Passer outre le budget ? O/N : '.
           2 s-forcerBud line 16 col 35 pic x to forcerBud required.
       1 a-plg-revue.
           2 blank screen.
           2 line 1 col 1 'Revue des commandes en brouillon '
           & 'terminee.'.
           2 line 3 col 1 'Commandes validees : '.
           2 a-validees line 3 col 30 pic zzz9 from nbValidees.
           2 line 4 col 1 'Commandes supprimees : '.
           2 a-supprimees line 4 col 30 pic zzz9 from nbSupprimees.

       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-permanente.dat' to nf-permanente
       else
           move 'permanente.dat' to nf-permanente
       end-if
       if mode-formation = 'O'
           move 'formation-commande.dat' to nf-commande
       else
           move 'commande.dat' to nf-commande
       end-if
       move function current-date(1:8) to dateJour
       open i-o fpermanente
       display s-plg-titre
       accept s-choix

       perform until choix = 5
           evaluate choix
               when 1 perform 8000-saisir-permanente
               when 2 perform 8300-lister
               when 3 perform 8500-traiter-nouveautes
               when 4 perform 8800-revoir-brouillons
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fpermanente
       goback.

       8000-saisir-permanente.
       move spaces to codeFourSaisi
       move 0 to numPermSaisi
       display s-plg-cle
       accept s-four
       accept s-numPerm
       perform 8900-lire-fournisseur
       if not fourExiste
           display a-plg-fourInexistant
           accept s-plg-suite
           exit paragraph
       end-if

       if numPermSaisi = 0
           set permExiste to false
           move 'A' to typeCritSaisi
           move spaces to critSaisi
           move spaces to categSaisie
           move 'O' to actifSaisi
           move spaces to tab-sitesSaisis
           perform varying kSite from 1 by 1 until kSite > 5
               move 0 to qteSaisie(kSite)
           end-perform
       else
           move codeFourSaisi to CodeFourPerm
           move numPermSaisi to NumPerm
           read fpermanente invalid set permExiste to false
                            not invalid set permExiste to true
           end-read
           if not permExiste
               display a-plg-permInexistante
               accept s-plg-suite
               exit paragraph
           end-if
           move TypeCritPerm to typeCritSaisi
           move CritPerm to critSaisi
           move LibCPerm to categSaisie
           move ActifPerm to actifSaisi
           perform varying kSite from 1 by 1 until kSite > 5
               move SitePerm(kSite) to siteSaisi(kSite)
               move QtePerm(kSite) to qteSaisie(kSite)
           end-perform
       end-if

       display s-plg-fiche
       accept s-typeCrit
       accept s-crit
       accept s-categ
       accept s-actif
       accept s-site1
       accept s-qte1
       accept s-site2
       accept s-qte2
       accept s-site3
       accept s-qte3
       accept s-site4
       accept s-qte4
       accept s-site5
       accept s-qte5
       move function upper-case(typeCritSaisi) to typeCritSaisi
       move function upper-case(actifSaisi) to actifSaisi

       move typeCritSaisi to TypeCritPerm
       if not typeCritValide
           display a-plg-critInvalide
           accept s-plg-suite
           exit paragraph
       end-if

       open input fcategorie
       move categSaisie to LibCat
       read fcategorie invalid set catexiste to false
                       not invalid set catexiste to true
       end-read
       close fcategorie
       if not catexiste
           display a-plg-catInexistante
           accept s-plg-suite
           exit paragraph
       end-if

       set siteValide to true
       open input fsite
       perform varying kSite from 1 by 1 until kSite > 5
           if siteSaisi(kSite) not = spaces
               move siteSaisi(kSite) to CodeSite
               read fsite invalid set siteValide to false
               end-read
           end-if
       end-perform
       close fsite
       if not siteValide
           display a-plg-siteInvalide
           accept s-plg-suite
           exit paragraph
       end-if

       if not permExiste
           perform 8100-prochain-numero
           move codeFourSaisi to CodeFourPerm
           move numPermSaisi to NumPerm
           move dateJour to DateCreationPerm
           move 0 to DateDerniereCmdPerm
       end-if
       move typeCritSaisi to TypeCritPerm
       move critSaisi to CritPerm
       move categSaisie to LibCPerm
       if actifSaisi = 'N'
           move 'N' to ActifPerm
       else
           move 'O' to ActifPerm
       end-if
       perform varying kSite from 1 by 1 until kSite > 5
           move siteSaisi(kSite) to SitePerm(kSite)
           if siteSaisi(kSite) = spaces
               move 0 to QtePerm(kSite)
           else
               move qteSaisie(kSite) to QtePerm(kSite)
           end-if
       end-perform
       if permExiste
           rewrite permanente invalid continue
           end-rewrite
           move 'M' to h-codeope
       else
           write permanente invalid continue
           end-write
           move 'A' to h-codeope
       end-if
       move 'permanente' to h-nomfich
       move spaces to h-cleprim
       string CodeFourPerm NumPerm delimited by size into h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-fait
       accept s-plg-suite.

       8100-prochain-numero.
       move 1 to numPermSaisi
       move codeFourSaisi to CodeFourPerm
       move 0 to NumPerm
       start fpermanente key >= clefPerm
           invalid key
               set finFperm to true
           not invalid key
               set finFperm to false
       end-start
       perform until finFperm
           read fpermanente next record
               at end
                   set finFperm to true
               not at end
                   if CodeFourPerm not = codeFourSaisi
                       set finFperm to true
                   else
                       compute numPermSaisi = NumPerm + 1
                   end-if
           end-read
       end-perform.

       8300-lister.
       display a-plg-enteteListe
       move 3 to n
       move 0 to nbSurPage
       move low-values to CodeFourPerm
       move 0 to NumPerm
       start fpermanente key >= clefPerm
           invalid key
               set finFperm to true
           not invalid key
               set finFperm to false
       end-start
       perform until finFperm
           read fpermanente next record
               at end
                   set finFperm to true
               not at end
                   display a-plg-ligneListe
                   add 1 to n
                   add 1 to nbSurPage
                   if nbSurPage = 18
                       display s-plg-pageSuite
                       accept s-suitePage
                       display a-plg-enteteListe
                       move 3 to n
                       move 0 to nbSurPage
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8500-traiter-nouveautes.
       move 0 to nbLignesLues
       move 0 to nbBrouillons
       move 0 to nbDoublons
       display s-plg-traitement
       accept s-fourNouv
       perform 8900-lire-fournisseur
       if not fourExiste
           display a-plg-fourInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8550-charger-permanentes
       if nbPerm = 0
           display a-plg-aucunePerm
           accept s-plg-suite
           exit paragraph
       end-if

       open i-o fcommande
       move 1 to nouveauNumCmd
       set finFcommande to false
       read fcommande next record at end set finFcommande to true
       end-read
       perform until finFcommande
           if NumCmd >= nouveauNumCmd
               compute nouveauNumCmd = NumCmd + 1
           end-if
           read fcommande next record at end set finFcommande to true
           end-read
       end-perform

       open input fnouveautes
       set premiereLigne to true
       set finFnouv to false
       read fnouveautes at end set finFnouv to true end-read
       perform until finFnouv
           if premiereLigne and (ligneNouv(1:5) = 'Isbn,')
               set premiereLigne to false
           else
               set premiereLigne to false
               if ligneNouv not = spaces
                   add 1 to nbLignesLues
                   perform 8600-traiter-ligne
               end-if
           end-if
           read fnouveautes at end set finFnouv to true end-read
       end-perform
       close fnouveautes
       close fcommande

       perform 8590-dater-permanentes
       display a-plg-traite
       accept s-plg-suite.

       8550-charger-permanentes.
       move 0 to nbPerm
       move codeFourSaisi to CodeFourPerm
       move 0 to NumPerm
       start fpermanente key >= clefPerm
           invalid key
               set finFperm to true
           not invalid key
               set finFperm to false
       end-start
       perform until finFperm
           read fpermanente next record
               at end
                   set finFperm to true
               not at end
                   if CodeFourPerm not = codeFourSaisi
                       set finFperm to true
                   else
                       if permActive and (nbPerm < 200)
                           add 1 to nbPerm
                           move NumPerm to numPermT(nbPerm)
                           move TypeCritPerm to typeCritT(nbPerm)
                           move CritPerm to critT(nbPerm)
                           move LibCPerm to libCT(nbPerm)
                           move 'n' to utiliseeT(nbPerm)
                           perform varying kSite from 1 by 1
                               until kSite > 5
                               move SitePerm(kSite)
                                   to siteT(nbPerm, kSite)
                               move QtePerm(kSite)
                                   to qteT(nbPerm, kSite)
                           end-perform
                       end-if
                   end-if
           end-read
       end-perform.

       8590-dater-permanentes.
       if nbBrouillons > 0
           perform varying kPerm from 1 by 1 until kPerm > nbPerm
               if utiliseeT(kPerm) = 'o'
                   move codeFourSaisi to CodeFourPerm
                   move numPermT(kPerm) to NumPerm
                   read fpermanente
                       invalid continue
                       not invalid
                           move dateJour to DateDerniereCmdPerm
                           rewrite permanente
                           end-rewrite
                   end-read
               end-if
           end-perform
       end-if.

       8600-traiter-ligne.
       move spaces to champ-isbn champ-titre champ-auteur champ-serie
       move spaces to champ-editeur champ-prix champ-mots
       unstring ligneNouv delimited by ','
           into champ-isbn champ-titre champ-auteur champ-serie
                champ-editeur champ-prix champ-mots
       end-unstring
       if champ-prix = spaces
           move 0 to prixNouv
       else
           compute prixNouv = function numval(champ-prix)
               on size error move 0 to prixNouv
           end-compute
       end-if
       move spaces to zoneRecherche
       string champ-titre ' ' champ-serie ' ' champ-mots
           delimited by size into zoneRecherche
       move function upper-case(zoneRecherche) to zoneRecherche

       perform varying kPerm from 1 by 1 until kPerm > nbPerm
           perform 8650-comparer-critere
           if critRetenu
               perform varying kSite from 1 by 1 until kSite > 5
                   if (siteT(kPerm, kSite) not = spaces)
                   and (qteT(kPerm, kSite) > 0)
                       perform 8700-creer-brouillon
                   end-if
               end-perform
           end-if
       end-perform.

       8650-comparer-critere.
       set critRetenu to false
       move function upper-case(critT(kPerm)) to critMaj
       if critMaj = spaces
           exit paragraph
       end-if
       evaluate typeCritT(kPerm)
           when 'A'
               move function upper-case(champ-auteur) to valeurMaj
               if valeurMaj = critMaj
                   set critRetenu to true
               end-if
           when 'S'
               move function upper-case(champ-serie) to valeurMaj
               if valeurMaj = critMaj
                   set critRetenu to true
               end-if
           when 'E'
               move function upper-case(champ-editeur) to valeurMaj
               if valeurMaj = critMaj
                   set critRetenu to true
               end-if
           when 'M'
               move function length(function trim(critMaj))
                   to lgCrit
               move 0 to nbOcc
               inspect zoneRecherche tallying nbOcc
                   for all critMaj(1:lgCrit)
               if nbOcc > 0
                   set critRetenu to true
               end-if
       end-evaluate.

       8700-creer-brouillon.
       perform 8750-chercher-commande
       if dejaCommande
           add 1 to nbDoublons
           exit paragraph
       end-if
       move nouveauNumCmd to NumCmd
       move NomFour to Fournisseur
       move champ-titre to LibCmd
       move champ-auteur to AuteurCmd
       move champ-isbn to IsbnCmd
       move qteT(kPerm, kSite) to QteCmd
       move prixNouv to PrixCmd
       move dateJour to DateCmd
       compute DateAttendue = function date-of-integer(function
           integer-of-date(dateJour) + DelaiFour)
       move siteT(kPerm, kSite) to SiteCmd
       move libCT(kPerm) to LibCCmd
       set cmdBrouillon to true
       move codeFourSaisi to CodeFourCmd
       move 0 to DateTransmiseCmd
       move 0 to QteRecueCmd
       move 0 to DateReceptionCmd
       write commande invalid set erreur to true
                      not invalid set erreur to false
       end-write
       if not erreur
           add 1 to nouveauNumCmd
           add 1 to nbBrouillons
           move 'o' to utiliseeT(kPerm)
           move 'A' to h-codeope
           move 'commande' to h-nomfich
           move NumCmd to h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
       end-if.

       8750-chercher-commande.
       set dejaCommande to false
       move 0 to NumCmd
       start fcommande key >= NumCmd
           invalid key
               set finFcommande to true
           not invalid key
               set finFcommande to false
       end-start
       perform until finFcommande or dejaCommande
           read fcommande next record
               at end
                   set finFcommande to true
               not at end
                   if (CodeFourCmd = codeFourSaisi)
                   and (SiteCmd = siteT(kPerm, kSite))
                       if ((champ-isbn not = spaces)
                         and (IsbnCmd = champ-isbn))
                       or ((champ-isbn = spaces)
                         and (LibCmd = champ-titre))
                           set dejaCommande to true
                       end-if
                   end-if
           end-read
       end-perform.

       8800-revoir-brouillons.
       move 0 to nbValidees
       move 0 to nbSupprimees
       move space to decision
       open i-o fcommande
       open i-o fbudget
       move 0 to NumCmd
       start fcommande key >= NumCmd
           invalid key
               set finFcommande to true
           not invalid key
               set finFcommande to false
       end-start
       perform until finFcommande
           read fcommande next record
               at end
                   set finFcommande to true
               not at end
                   if cmdBrouillon
                       perform 8850-decider-brouillon
                   end-if
           end-read
       end-perform
       close fbudget
       close fcommande
       display a-plg-revue
       accept s-plg-suite.

       8850-decider-brouillon.
       display a-plg-brouillon
       display s-plg-decision
       accept s-decision
       move 'commande' to h-nomfich
       move NumCmd to h-cleprim
       evaluate function upper-case(decision)
           when 'V'
               move dateJour to DateCmd
               perform 8860-verifier-budget
               if function upper-case(forcerBud) = 'O'
                   if budgetExiste
                       add engagement to EngageBud
                       rewrite budget-enr
                       end-rewrite
                   end-if
                   set cmdOuverte to true
                   rewrite commande
                   end-rewrite
                   add 1 to nbValidees
                   move 'M' to h-codeope
                   call 'Ecrirehisto' using h-codeope h-nomfich
                                            h-cleprim h-opereu
                   end-call
               end-if
           when 'S'
               delete fcommande
               end-delete
               add 1 to nbSupprimees
               move 'S' to h-codeope
               call 'Ecrirehisto' using h-codeope h-nomfich
                                        h-cleprim h-opereu
               end-call
           when 'F'
               set finFcommande to true
       end-evaluate.

       8860-verifier-budget.
       move 'O' to forcerBud
       compute engagement = QteCmd * PrixCmd
       move DateCmd(1:4) to AnneeBud
       move SiteCmd to SiteBud
       move LibCCmd to LibCBud
       read fbudget invalid set budgetExiste to false
                    not invalid set budgetExiste to true
       end-read
       if budgetExiste and budgetCloture
           compute anneeBudCmd = AnneeBud + 1
           move anneeBudCmd to AnneeBud
           move SiteCmd to SiteBud
           move LibCCmd to LibCBud
           read fbudget invalid set budgetExiste to false
                        not invalid set budgetExiste to true
           end-read
       end-if
       if budgetExiste
           compute disponibleBud = AllocationBud - EngageBud
               - DepenseBud - engagement
           if disponibleBud < 0
               display a-plg-budgetDepasse
               display s-plg-forcerBud
               accept s-forcerBud
           end-if
       end-if.

       8900-lire-fournisseur.
       open input ffournisseur
       move codeFourSaisi to CodeFour
       read ffournisseur invalid set fourExiste to false
                         not invalid set fourExiste to true
       end-read
       close ffournisseur.

       end program pc-permanentes.
