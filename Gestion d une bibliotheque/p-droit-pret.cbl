       program-id. p-droit-pret.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fcommande assign nf-commande
       organization indexed access dynamic
       record key NumCmd.

       select optional fdon assign nf-don
       organization indexed access dynamic
       record key NumDon.

       select optional fabonnement assign 'abonnement.dat'
       organization indexed access dynamic
       record key NumAbo.

       select ftrav assign 'droit-pret.tmp'.

       select fdeclaration assign 'droit-pret-declaration.txt'
       organization line sequential.

       select fresume assign 'droit-pret-fournisseurs.txt'
       organization line sequential.

       sd ftrav.
       1 enr-achat.
               2 isbnTri pic x(13).
               2 codeFourTri pic x(5).
               2 prixTri pic 9(3)v99.
               2 nomFourTri pic x(30).
               2 libTri pic x(30).

       fd fsupport.
       1 livre.
                2 RefS pic x(8).
                2 Exemplaire pic 9(3).
                2 LibS pic x(30).
                2 DesignS pic x(50).
                2 Dispo pic x.
                2 LibC pic x(30).
                2 AuteurS pic x(30).
                2 IsbnS pic x(13).
                2 tab.
                   3 motscles pic x(20) occurs 20.
                2 SiteC pic x(3).
                2 DateAjoutS pic 9(8).
                2 DateLimiteRetrait pic 9(8).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

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

       fd fdon.
       1 don.
               2 NumDon pic 9(5).
               2 NomDonateur pic x(30).
               2 AdrDonateur pic x(150).
               2 DateDon pic 9(8).
               2 NbItemsDon pic 9(3).
               2 ValeurEstimee pic 9(5)v99.

       fd fabonnement.
       1 abonnement.
               2 NumAbo pic 9(5).
               2 TitreAbo pic x(30).
               2 FournisseurAbo pic x(30).
               2 PeriodiciteJours pic 9(3).
               2 DateDebutAbo pic 9(8).
               2 DateFinAbo pic 9(8).
               2 SiteAbo pic x(3).
               2 RefAbo pic x(8).
               2 DernierNumRecu pic 9(3).
               2 DateDernierRecu pic 9(8).
               2 CodeFourAbo pic x(5).
               2 TypeConservAbo pic x.
               2 DureeConservAbo pic 9(3).
               2 ReliureAbo pic x.

       fd fdeclaration.
       01 ligne-declaration.
           02 typeDpp pic x(3).
           02 anneeDpp pic 9(4).
           02 pic x.
           02 isbnDpp pic x(13).
           02 pic x.
           02 codeFourDpp pic x(5).
           02 pic x.
           02 nomFourDpp pic x(30).
           02 pic x.
           02 qteDpp pic 9(5).
           02 pic x.
           02 prixUnitDpp pic 9(5)v99.
           02 pic x.
           02 montantDpp pic 9(7)v99.
           02 pic x.
           02 titreDpp pic x(30).

       fd fresume.
       01 ligne-resume pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-commande pic x(30) value 'commande.dat'.
       1 nf-don pic x(30) value 'don.dat'.

       1 anneeDemandee pic 9(4).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 pic x.
       88 donTrouve value 'o' false 'n'.
       1 pic x.
       88 periodique value 'o' false 'n'.
       1 pic x.
       88 receptionTrouvee value 'o' false 'n'.

       1 tab-receptions.
           2 reception occurs 2000.
              3 isbnRec pic x(13).
              3 codeFourRec pic x(5).
              3 nomFourRec pic x(30).
              3 qteRestanteRec pic 9(2).
       1 nbReceptions pic 9(4) value 0.
       1 kRec pic 9(4).
       1 tab-abonnements.
           2 refAboTab pic x(8) occurs 500.
       1 nbAbonnements pic 9(3) value 0.
       1 kAbo pic 9(3).
       1 tab-fournisseurs.
           2 fourn-ligne occurs 100.
              3 codeFourTab pic x(5).
              3 nomFourTab pic x(30).
              3 nbExFourTab pic 9(6).
              3 montantFourTab pic 9(7)v99.
       1 nbFournisseurs pic 9(3) value 0.
       1 kFour pic 9(3).

       1 codeHorsCommande pic x(5) value '*****'.
       1 nbDeclares pic 9(6) value 0.
       1 montantDeclare pic 9(7)v99 value 0.
       1 nbLignesDecl pic 9(6) value 0.
       1 nbDonsExclus pic 9(6) value 0.
       1 nbDonsInconnus pic 9(6) value 0.
       1 nbPeriodiquesExclus pic 9(6) value 0.
       1 nbSansPrix pic 9(6) value 0.
       1 nbSansIsbn pic 9(6) value 0.
       1 nbHorsCommande pic 9(6) value 0.
       1 nbReceptionsIgnorees pic 9(4) value 0.
       1 nbFournIgnores pic 9(4) value 0.

       1 isbnGroupe pic x(13).
       1 codeFourGroupe pic x(5).
       1 prixGroupe pic 9(3)v99.
       1 nomFourGroupe pic x(30).
       1 libGroupe pic x(30).
       1 qteGroupe pic 9(5).
       1 montantTrav pic 9(7)v99.
       1 nbEd pic zzzzz9.
       1 montantEd pic z(6)9.99.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Declaration annuelle du droit de pret'.
           2 line 3 col 1 'Annee des achats : '.
           2 s-annee line 3 col 25 pic 9(4) to anneeDemandee
           required.
       1 a-plg-termine.
           2 line 5 col 1 'Declaration ecrite dans '
           & 'droit-pret-declaration.txt'.
           2 line 6 col 1 'Recapitulatif par fournisseur dans '
           & 'droit-pret-fournisseurs.txt'.
           2 line 8 col 1 'Exemplaires declares : '.
           2 a-nbDeclares line 8 col 30 pic zzzzz9 from nbDeclares.
           2 line 9 col 1 'Montant declare : '.
           2 a-montant line 9 col 30 pic z(6)9.99 from
           montantDeclare.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-commande.dat' to nf-commande
       else
           move 'commande.dat' to nf-commande
       end-if
       if mode-formation = 'O'
           move 'formation-don.dat' to nf-don
       else
           move 'don.dat' to nf-don
       end-if
       display s-plg-titre
       accept s-annee

       perform 7000-charger-receptions
       perform 7100-charger-abonnements

       open output fdeclaration
       sort ftrav on ascending key isbnTri codeFourTri prixTri
           input procedure 7200-collecter-achats
           output procedure 7500-ecrire-declaration
       move spaces to ligne-declaration
       move 'TOT' to typeDpp
       move anneeDemandee to anneeDpp
       move nbDeclares to qteDpp
       move montantDeclare to montantDpp
       write ligne-declaration
       close fdeclaration

       perform 8000-ecrire-resume

       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-charger-receptions.
       open input fcommande
       set finFich to false
       read fcommande next record at end set finFich to true
       end-read
       perform until finFich
           if (QteRecueCmd > 0) and (not cmdBrouillon)
           and ((DateReceptionCmd(1:4) = anneeDemandee)
               or (cmdPartielle
                   and (DateCmd(1:4) <= anneeDemandee)))
               if nbReceptions < 2000
                   add 1 to nbReceptions
                   move IsbnCmd to isbnRec(nbReceptions)
                   move CodeFourCmd to codeFourRec(nbReceptions)
                   move Fournisseur to nomFourRec(nbReceptions)
                   move QteRecueCmd to qteRestanteRec(nbReceptions)
               else
                   add 1 to nbReceptionsIgnorees
               end-if
           end-if
           read fcommande next record at end set finFich to true
           end-read
       end-perform
       close fcommande.

       7100-charger-abonnements.
       open input fabonnement
       set finFich to false
       read fabonnement next record at end set finFich to true
       end-read
       perform until finFich
           if nbAbonnements < 500
               add 1 to nbAbonnements
               move RefAbo to refAboTab(nbAbonnements)
           end-if
           read fabonnement next record at end set finFich to true
           end-read
       end-perform
       close fabonnement.

       7200-collecter-achats.
       open input fsupport
       open input fdon
       set finFich to false
       read fsupport next record at end set finFich to true
       end-read
       perform until finFich
           if DateAjoutS(1:4) = anneeDemandee
               perform 7250-retenir-exemplaire
           end-if
           read fsupport next record at end set finFich to true
           end-read
       end-perform
       close fdon
       close fsupport.

       7250-retenir-exemplaire.
       if NumDonS > 0
           add 1 to nbDonsExclus
           move NumDonS to NumDon
           read fdon invalid set donTrouve to false
                     not invalid set donTrouve to true
           end-read
           if not donTrouve
               add 1 to nbDonsInconnus
           end-if
           exit paragraph
       end-if
       set periodique to false
       perform varying kAbo from 1 by 1
           until (kAbo > nbAbonnements) or periodique
           if refAboTab(kAbo) = RefS
               set periodique to true
           end-if
       end-perform
       if periodique
           add 1 to nbPeriodiquesExclus
           exit paragraph
       end-if
       if PrixS = 0
           add 1 to nbSansPrix
           exit paragraph
       end-if
       if IsbnS = spaces
           add 1 to nbSansIsbn
           exit paragraph
       end-if

       set receptionTrouvee to false
       perform varying kRec from 1 by 1
           until (kRec > nbReceptions) or receptionTrouvee
           if (isbnRec(kRec) = IsbnS) and (qteRestanteRec(kRec) > 0)
               set receptionTrouvee to true
               subtract 1 from qteRestanteRec(kRec)
               move codeFourRec(kRec) to codeFourTri
               move nomFourRec(kRec) to nomFourTri
           end-if
       end-perform
       if not receptionTrouvee
           add 1 to nbHorsCommande
           move codeHorsCommande to codeFourTri
           move 'Achat hors commande' to nomFourTri
       end-if
       move IsbnS to isbnTri
       move PrixS to prixTri
       move LibS to libTri
       release enr-achat.

       7500-ecrire-declaration.
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           move isbnTri to isbnGroupe
           move codeFourTri to codeFourGroupe
           move prixTri to prixGroupe
           move nomFourTri to nomFourGroupe
           move libTri to libGroupe
           move 0 to qteGroupe
           perform until finFtrav
               or (isbnTri not = isbnGroupe)
               or (codeFourTri not = codeFourGroupe)
               or (prixTri not = prixGroupe)
               add 1 to qteGroupe
               return ftrav at end set finFtrav to true
               end-return
           end-perform
           perform 7600-ecrire-ligne
       end-perform.

       7600-ecrire-ligne.
       compute montantTrav = qteGroupe * prixGroupe
       move spaces to ligne-declaration
       move 'DPP' to typeDpp
       move anneeDemandee to anneeDpp
       move isbnGroupe to isbnDpp
       move codeFourGroupe to codeFourDpp
       move nomFourGroupe to nomFourDpp
       move qteGroupe to qteDpp
       move prixGroupe to prixUnitDpp
       move montantTrav to montantDpp
       move libGroupe to titreDpp
       write ligne-declaration
       add 1 to nbLignesDecl
       add qteGroupe to nbDeclares
       add montantTrav to montantDeclare

       perform varying kFour from 1 by 1
           until (kFour > nbFournisseurs)
           or (codeFourTab(kFour) = codeFourGroupe)
           continue
       end-perform
       if kFour > nbFournisseurs
           if nbFournisseurs >= 100
               add 1 to nbFournIgnores
               exit paragraph
           end-if
           add 1 to nbFournisseurs
           move nbFournisseurs to kFour
           move codeFourGroupe to codeFourTab(kFour)
           move nomFourGroupe to nomFourTab(kFour)
           move 0 to nbExFourTab(kFour)
           move 0 to montantFourTab(kFour)
       end-if
       add qteGroupe to nbExFourTab(kFour)
       add montantTrav to montantFourTab(kFour).

       8000-ecrire-resume.
       open output fresume
       move spaces to ligne-resume
       string 'Droit de pret - achats de livres de l annee '
           anneeDemandee delimited by size into ligne-resume
       write ligne-resume
       move spaces to ligne-resume
       write ligne-resume
       move 'Code  Fournisseur                     Exemplaires'
       & '        Montant' to ligne-resume
       write ligne-resume
       perform varying kFour from 1 by 1 until kFour > nbFournisseurs
           move nbExFourTab(kFour) to nbEd
           move montantFourTab(kFour) to montantEd
           move spaces to ligne-resume
           string codeFourTab(kFour) ' ' nomFourTab(kFour) '  '
               nbEd '  ' montantEd delimited by size
               into ligne-resume
           write ligne-resume
       end-perform
       move nbDeclares to nbEd
       move montantDeclare to montantEd
       move spaces to ligne-resume
       string 'Total                                   ' nbEd '  '
           montantEd delimited by size into ligne-resume
       write ligne-resume
       move spaces to ligne-resume
       write ligne-resume

       move 'Exemplaires de l annee non declares :' to ligne-resume
       write ligne-resume
       move nbDonsExclus to nbEd
       move spaces to ligne-resume
       string '  dons                          ' nbEd
           delimited by size into ligne-resume
       write ligne-resume
       if nbDonsInconnus > 0
           move nbDonsInconnus to nbEd
           move spaces to ligne-resume
           string '    dont don absent du registre ' nbEd
               delimited by size into ligne-resume
           write ligne-resume
       end-if
       move nbPeriodiquesExclus to nbEd
       move spaces to ligne-resume
       string '  numeros de periodiques        ' nbEd
           delimited by size into ligne-resume
       write ligne-resume
       move nbSansPrix to nbEd
       move spaces to ligne-resume
       string '  sans prix d achat             ' nbEd
           delimited by size into ligne-resume
       write ligne-resume
       move nbSansIsbn to nbEd
       move spaces to ligne-resume
       string '  sans ISBN, a completer        ' nbEd
           delimited by size into ligne-resume
       write ligne-resume
       if nbHorsCommande > 0
           move nbHorsCommande to nbEd
           move spaces to ligne-resume
           string 'Exemplaires achetes hors commande (code '
               codeHorsCommande ') : ' nbEd
               delimited by size into ligne-resume
           write ligne-resume
       end-if
       if nbReceptionsIgnorees > 0 or nbFournIgnores > 0
           move 'Attention : tables pleines, recapitulatif '
           & 'incomplet' to ligne-resume
           write ligne-resume
       end-if
       close fresume.

       end program p-droit-pret.
