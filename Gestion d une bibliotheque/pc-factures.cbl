       program-id. pc-factures.

       select optional ffacture assign nf-facture
       organization indexed access dynamic
       record key clefFac = CodeFourFac NumFac.

       select optional fligne assign nf-facture-ligne
       organization indexed access dynamic
       record key clefLF = CodeFourLF NumFacLF NumLigneLF
       alternate record key NumCmdLF duplicates.

       select optional fcommande assign nf-commande
       organization indexed access dynamic
       record key NumCmd.

       select optional ffournisseur assign 'fournisseur.dat'
       organization indexed record key CodeFour
       access dynamic.

       select optional fbudget assign 'budget.dat'
       organization indexed access dynamic
       record key clefBud = AnneeBud SiteBud LibCBud.

       select optional fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       fd ffacture.
       1 facture.
               2 CodeFourFac pic x(5).
               2 NumFac pic x(12).
               2 DateFac pic 9(8).
               2 DateSaisieFac pic 9(8).
               2 MontantFac pic 9(6)v99.
               2 MontantLignesFac pic 9(6)v99.
               2 NbLignesFac pic 9(3).
               2 StatutFac pic x.
               88 facEcart value 'E'.
               88 facConforme value 'C'.
               88 facApprouvee value 'A'.
               88 facRejetee value 'X'.
               88 facEnAttente value 'E' 'C'.
               2 LoginSaisieFac pic 9(5).
               2 DateApprobFac pic 9(8).
               2 LoginApprobFac pic 9(5).
               2 SiteFac pic x(3).

       fd fligne.
       1 ligne-facture.
               2 CodeFourLF pic x(5).
               2 NumFacLF pic x(12).
               2 NumLigneLF pic 9(3).
               2 NumCmdLF pic 9(5).
               2 QteFactLF pic 9(3).
               2 PrixFactLF pic 9(3)v99.
               2 MontantLF pic 9(6)v99.
               2 EcartLF pic x.
               88 ligneConforme value ' '.
               88 ecartQuantite value 'Q'.
               88 ecartPrix value 'P'.
               88 ecartQuantitePrix value 'B'.
               88 ecartCommande value 'C'.
               2 SiteLF pic x(3).
               2 StatutLF pic x.

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

       fd fparametres.
       01 parametresEnr.
           02 CodeParam pic x(1).
           02 TauxAmende pic 9v99.
           02 DelaiGrace pic 9(3).
           02 MaxPrets pic 9(2).
           02 MaxEchecs pic 9(2).
           02 PlafondAmende pic 9(3).
           02 PlafondDette pic 9(3).
           02 DelaiRemplacement pic 9(3).
           02 DureeMotPasse pic 9(3).

           02 SeuilSuggestion pic 9(2).
           02 TauxAmendeHoraire pic 9v99.
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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-facture pic x(30) value 'facture.dat'.
       1 nf-facture-ligne pic x(30) value 'facture-ligne.dat'.
       1 nf-commande pic x(30) value 'commande.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 fourExiste value 'o' false 'n'.
       1 pic x.
       88 factureExiste value 'o' false 'n'.
       1 pic x.
       88 cmdExiste value 'o' false 'n'.
       1 pic x.
       88 budgetExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fligne pic x value 'n'.
       88 finFligne value 'o' false 'n'.
       1 fin-ffacture pic x value 'n'.
       88 finFfacture value 'o' false 'n'.
       1 codeFourSaisi pic x(5).
       1 numFacSaisi pic x(12).
       1 dateFacSaisie pic 9(8).
       1 montantFacSaisi pic 9(6)v99.
       1 numCmdSaisi pic 9(5).
       1 qteSaisie pic 9(3).
       1 prixSaisi pic 9(3)v99.
       1 numLigneSaisie pic 9(2).
       1 toleranceQte pic 9(2).
       1 tolerancePrix pic 9(2).

       1 tab-lignes.
           2 ligne-t occurs 50.
              3 numCmdT pic 9(5).
              3 qteT pic 9(3).
              3 prixT pic 9(3)v99.
              3 montantT pic 9(6)v99.
              3 ecartT pic x.
              3 siteT pic x(3).
       1 nbLignesT pic 9(2) value 0.
       1 kT pic 9(2).
       1 kAutre pic 9(2).
       1 qteDejaFacturee pic 9(4).
       1 qteTotale pic 9(4).
       1 qteAdmise pic 9(4).
       1 ecartPrixUnit pic 9(3)v99.
       1 totalLignes pic 9(6)v99.
       1 nbEcarts pic 9(2).
       1 pic x.
       88 ecartTotal value 'o' false 'n'.
       1 engagementLibere pic 9(6)v99.
       1 anneeImputation pic 9(4).
       1 pic x.
       88 engagementAnnule value 'o' false 'n'.
       1 libEcart pic x(30).
       1 libStatut pic x(12).
       1 action pic x.
       1 confirmation pic x.
       1 n pic 99.
       1 nbSurPage pic 99.
       1 suitePage pic x.
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'facture'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Factures fournisseurs'.
           2 line 3 col 1 '1-Saisir une facture'.
           2 line 4 col 1 '2-Rapprocher et approuver une facture'.
           2 line 5 col 1 '3-Factures en attente d approbation'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-cle.
           2 blank screen.
           2 line 1 col 1 'Facture fournisseur'.
           2 line 3 col 1 'Code fournisseur : '.
           2 s-four line 3 col 35 pic x(5) using codeFourSaisi
           required.
           2 line 4 col 1 'Numero de facture : '.
           2 s-numFac line 4 col 35 pic x(12) using numFacSaisi
           required.
       1 s-plg-entete.
           2 line 5 col 1 'Date de facture (AAAAMMJJ) : '.
           2 s-dateFac line 5 col 35 pic 9(8) to dateFacSaisie
           required.
           2 line 6 col 1 'Montant total (euros.cc) : '.
           2 s-montantFac line 6 col 35 pic 999999.99 to
           montantFacSaisi required.

       1 s-plg-ligne.
           2 line 8 col 1 'Ligne '.
           2 a-numLigne line 8 col 7 pic z9 from numLigneSaisie.
           2 line 9 col 1 'Numero de commande (0 = fin) : '.
           2 s-numCmd line 9 col 40 pic 9(5) to numCmdSaisi
           required.
       1 s-plg-detailLigne.
           2 line 10 col 1 'Quantite facturee : '.
           2 s-qte line 10 col 40 pic 999 to qteSaisie required.
           2 line 11 col 1 'Prix unitaire facture (euros.cc) : '.
           2 s-prix line 11 col 40 pic 999.99 to prixSaisi required.
       1 a-plg-resultatLigne.
           2 line 13 col 1 'Ligne '.
           2 line 13 col 7 pic z9 from nbLignesT.
           2 line 13 col 10 ': '.
           2 line 13 col 12 pic x(30) from libEcart.
       1 a-plg-effacerLigne.
           2 line 9 col 1 blank line.
           2 line 10 col 1 blank line.
           2 line 11 col 1 blank line.

       1 a-plg-fourInexistant.
           2 line 6 col 1 'Fournisseur inconnu, utilisez un code '
           & 'du fichier des fournisseurs.'.
       1 a-plg-dejaSaisie.
           2 line 6 col 1 'Cette facture est deja enregistree.'.
       1 a-plg-introuvable.
           2 line 6 col 1 'Aucune facture avec ce numero pour ce '
           & 'fournisseur.'.
       1 a-plg-tropDeLignes.
           2 line 15 col 1 'Nombre maximum de lignes atteint.'.
       1 a-plg-sansLigne.
           2 line 15 col 1 'Facture sans ligne, non enregistree.'.
       1 a-plg-enregistree.
           2 line 15 col 1 'Facture enregistree, statut : '.
           2 a-statut line 15 col 32 pic x(12) from libStatut.
           2 line 16 col 1 'Lignes en ecart : '.
           2 a-nbEcarts line 16 col 32 pic z9 from nbEcarts.
       1 a-plg-ecartTotal.
           2 line 17 col 1 'Le total des lignes differe du montant '
           & 'de la facture : '.
           2 a-totalLignes line 17 col 57 pic zzzzz9.99 from
           totalLignes.

       1 a-plg-fiche.
           2 line 5 col 1 'Date : '.
           2 a-dateFac line 5 col 10 pic 9(8) from DateFac.
           2 line 5 col 22 'Montant : '.
           2 a-montantFac line 5 col 32 pic zzzzz9.99 from
           MontantFac.
           2 line 5 col 45 'Lignes : '.
           2 a-montantLignes line 5 col 54 pic zzzzz9.99 from
           MontantLignesFac.
           2 line 6 col 1 'Statut : '.
           2 a-statutFac line 6 col 10 pic x(12) from libStatut.
           2 line 7 col 1 'Lg Commande Qte   Prix u.   Montant  '
           & 'Rapprochement'.
       1 a-plg-ligneFac.
           2 line n col 1 pic z9 from kT.
           2 col 4 pic 9(5) from numCmdT(kT).
           2 col 13 pic zz9 from qteT(kT).
           2 col 17 pic zz9.99 from prixT(kT).
           2 col 25 pic zzzzz9.99 from montantT(kT).
           2 col 37 pic x(30) from libEcart.
       1 s-plg-action.
           2 line 21 col 1 'A-approuver  X-rejeter  autre-retour : '.
           2 s-action line 21 col 42 pic x to action required.
       1 s-plg-forcer.
           2 line 22 col 1 'Facture en ecart, approuver quand meme '
           & '? O/N : '.
           2 s-forcer line 22 col 50 pic x to confirmation required.
       1 a-plg-dejaTraitee.
           2 line 21 col 1 'Facture deja traitee, aucune action '
           & 'possible.'.
       1 a-plg-approuvee.
           2 line 23 col 1 'Facture approuvee, montant passe de '
           & 'l engage au depense.'.
       1 a-plg-rejetee.
           2 line 23 col 1 'Facture rejetee.'.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Four. Numero       Date       Montant'
           & '  Statut'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(5) from CodeFourFac.
           2 col 7 pic x(12) from NumFac.
           2 col 20 pic 9(8) from DateFac.
           2 col 30 pic zzzzz9.99 from MontantFac.
           2 col 41 pic x(12) from libStatut.
       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-facture.dat' to nf-facture
       else
           move 'facture.dat' to nf-facture
       end-if
       if mode-formation = 'O'
           move 'formation-facture-ligne.dat' to nf-facture-ligne
       else
           move 'facture-ligne.dat' to nf-facture-ligne
       end-if
       if mode-formation = 'O'
           move 'formation-commande.dat' to nf-commande
       else
           move 'commande.dat' to nf-commande
       end-if
       perform 8000-lire-tolerances
       open i-o ffacture
       open i-o fligne
       open input fcommande
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8100-saisir-facture
               when 2 perform 8500-approuver-facture
               when 3 perform 8800-lister-attente
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fcommande
       close fligne
       close ffacture
       goback.

       8000-lire-tolerances.
       move 0 to toleranceQte
       move 5 to tolerancePrix
       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid continue
           not invalid
               if ToleranceQteFac numeric
                   move ToleranceQteFac to toleranceQte
               end-if
               if TolerancePrixFac numeric
                   move TolerancePrixFac to tolerancePrix
               end-if
       end-read
       close fparametres.

       8100-saisir-facture.
       display s-plg-cle
       accept s-four
       accept s-numFac
       open input ffournisseur
       move codeFourSaisi to CodeFour
       read ffournisseur invalid set fourExiste to false
                         not invalid set fourExiste to true
       end-read
       close ffournisseur
       if not fourExiste
           display a-plg-fourInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move codeFourSaisi to CodeFourFac
       move numFacSaisi to NumFac
       read ffacture invalid set factureExiste to false
                     not invalid set factureExiste to true
       end-read
       if factureExiste
           display a-plg-dejaSaisie
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-entete
       accept s-dateFac
       accept s-montantFac

       move 0 to nbLignesT
       perform 8200-saisir-lignes
       if nbLignesT = 0
           display a-plg-sansLigne
           accept s-plg-suite
           exit paragraph
       end-if

       perform 8300-rapprocher-lignes
       move codeFourSaisi to CodeFourFac
       move numFacSaisi to NumFac
       move dateFacSaisie to DateFac
       move function current-date(1:8) to DateSaisieFac
       move montantFacSaisi to MontantFac
       move totalLignes to MontantLignesFac
       move nbLignesT to NbLignesFac
       if (nbEcarts > 0) or ecartTotal
           set facEcart to true
       else
           set facConforme to true
       end-if
       move logutil-courant to LoginSaisieFac
       move 0 to DateApprobFac
       move 0 to LoginApprobFac
       move siteT(1) to SiteFac
       write facture invalid set erreur to true
                     not invalid set erreur to false
       end-write
       if not erreur
           perform varying kT from 1 by 1 until kT > nbLignesT
               perform 8400-ecrire-ligne
           end-perform
       end-if
       move 'A' to h-codeope
       perform 8900-historiser
       perform 8950-libeller-statut
       display a-plg-enregistree
       if ecartTotal
           display a-plg-ecartTotal
       end-if
       accept s-plg-suite.

       8200-saisir-lignes.
       move 1 to numLigneSaisie
       display s-plg-ligne
       accept s-numCmd
       perform until numCmdSaisi = 0
           display s-plg-detailLigne
           accept s-qte
           accept s-prix
           add 1 to nbLignesT
           move numCmdSaisi to numCmdT(nbLignesT)
           move qteSaisie to qteT(nbLignesT)
           move prixSaisi to prixT(nbLignesT)
           compute montantT(nbLignesT) = qteSaisie * prixSaisi
           move nbLignesT to kT
           perform 8350-rapprocher-une-ligne
           perform 8960-libeller-ecart
           display a-plg-resultatLigne
           if nbLignesT = 50
               display a-plg-tropDeLignes
               move 0 to numCmdSaisi
           else
               display a-plg-effacerLigne
               compute numLigneSaisie = nbLignesT + 1
               display s-plg-ligne
               accept s-numCmd
           end-if
       end-perform.

       8300-rapprocher-lignes.
       move 0 to totalLignes
       move 0 to nbEcarts
       perform varying kT from 1 by 1 until kT > nbLignesT
           perform 8350-rapprocher-une-ligne
           add montantT(kT) to totalLignes
           if ecartT(kT) not = space
               add 1 to nbEcarts
           end-if
       end-perform
       if totalLignes = montantFacSaisi
           set ecartTotal to false
       else
           set ecartTotal to true
       end-if.

       8350-rapprocher-une-ligne.
       move numCmdT(kT) to NumCmd
       read fcommande invalid set cmdExiste to false
                      not invalid set cmdExiste to true
       end-read
       if (not cmdExiste) or (CodeFourCmd not = codeFourSaisi)
           move 'C' to ecartT(kT)
           move spaces to siteT(kT)
       else
           move SiteCmd to siteT(kT)
           perform 8360-cumuler-deja-facture
           compute qteTotale = qteDejaFacturee + qteT(kT)
           compute qteAdmise = QteRecueCmd + toleranceQte
           if prixT(kT) > PrixCmd
               compute ecartPrixUnit = prixT(kT) - PrixCmd
           else
               compute ecartPrixUnit = PrixCmd - prixT(kT)
           end-if
           evaluate true
               when (qteTotale > qteAdmise)
               and (ecartPrixUnit * 100 > PrixCmd * tolerancePrix)
                   move 'B' to ecartT(kT)
               when qteTotale > qteAdmise
                   move 'Q' to ecartT(kT)
               when ecartPrixUnit * 100 > PrixCmd * tolerancePrix
                   move 'P' to ecartT(kT)
               when other
                   move space to ecartT(kT)
           end-evaluate
       end-if.

       8360-cumuler-deja-facture.
       move 0 to qteDejaFacturee
       move numCmdT(kT) to NumCmdLF
       start fligne key = NumCmdLF
           invalid key
               set finFligne to true
           not invalid key
               set finFligne to false
       end-start
       perform until finFligne
           read fligne next record
               at end
                   set finFligne to true
               not at end
                   if NumCmdLF not = numCmdT(kT)
                       set finFligne to true
                   else
                       if (StatutLF not = 'X')
                       and ((CodeFourLF not = codeFourSaisi)
                         or (NumFacLF not = numFacSaisi))
                           add QteFactLF to qteDejaFacturee
                       end-if
                   end-if
           end-read
       end-perform
       perform varying kAutre from 1 by 1 until kAutre >= kT
           if numCmdT(kAutre) = numCmdT(kT)
               add qteT(kAutre) to qteDejaFacturee
           end-if
       end-perform.

       8400-ecrire-ligne.
       move codeFourSaisi to CodeFourLF
       move numFacSaisi to NumFacLF
       move kT to NumLigneLF
       move numCmdT(kT) to NumCmdLF
       move qteT(kT) to QteFactLF
       move prixT(kT) to PrixFactLF
       move montantT(kT) to MontantLF
       move ecartT(kT) to EcartLF
       move siteT(kT) to SiteLF
       move StatutFac to StatutLF
       write ligne-facture invalid continue
       end-write.

       8450-reecrire-lignes.
       perform varying kT from 1 by 1 until kT > nbLignesT
           move codeFourSaisi to CodeFourLF
           move numFacSaisi to NumFacLF
           move kT to NumLigneLF
           read fligne
               invalid continue
               not invalid
                   move ecartT(kT) to EcartLF
                   move siteT(kT) to SiteLF
                   move StatutFac to StatutLF
                   rewrite ligne-facture
                   end-rewrite
           end-read
       end-perform.

       8500-approuver-facture.
       display s-plg-cle
       accept s-four
       accept s-numFac
       move codeFourSaisi to CodeFourFac
       move numFacSaisi to NumFac
       read ffacture invalid set factureExiste to false
                     not invalid set factureExiste to true
       end-read
       if not factureExiste
           display a-plg-introuvable
           accept s-plg-suite
           exit paragraph
       end-if
       move MontantFac to montantFacSaisi
       perform 8600-charger-lignes
       if facEnAttente
           perform 8300-rapprocher-lignes
           move totalLignes to MontantLignesFac
           if (nbEcarts > 0) or ecartTotal
               set facEcart to true
           else
               set facConforme to true
           end-if
           rewrite facture invalid continue
           end-rewrite
           perform 8450-reecrire-lignes
       end-if
       perform 8650-afficher-facture
       if not facEnAttente
           display a-plg-dejaTraitee
           accept s-plg-suite
           exit paragraph
       end-if

       display s-plg-action
       accept s-action
       evaluate function upper-case(action)
           when 'A'
               if facEcart
                   display s-plg-forcer
                   accept s-forcer
                   if function upper-case(confirmation) not = 'O'
                       exit paragraph
                   end-if
               end-if
               perform 8700-imputer-budget
               set facApprouvee to true
               move function current-date(1:8) to DateApprobFac
               move logutil-courant to LoginApprobFac
               rewrite facture invalid continue
               end-rewrite
               perform 8450-reecrire-lignes
               move 'M' to h-codeope
               perform 8900-historiser
               display a-plg-approuvee
           when 'X'
               set facRejetee to true
               move function current-date(1:8) to DateApprobFac
               move logutil-courant to LoginApprobFac
               rewrite facture invalid continue
               end-rewrite
               perform 8450-reecrire-lignes
               move 'S' to h-codeope
               perform 8900-historiser
               display a-plg-rejetee
           when other
               exit paragraph
       end-evaluate
       accept s-plg-suite.

       8600-charger-lignes.
       move 0 to nbLignesT
       move codeFourSaisi to CodeFourLF
       move numFacSaisi to NumFacLF
       move 0 to NumLigneLF
       start fligne key >= clefLF
           invalid key
               set finFligne to true
           not invalid key
               set finFligne to false
       end-start
       perform until finFligne
           read fligne next record
               at end
                   set finFligne to true
               not at end
                   if (CodeFourLF not = codeFourSaisi)
                   or (NumFacLF not = numFacSaisi)
                   or (nbLignesT = 50)
                       set finFligne to true
                   else
                       add 1 to nbLignesT
                       move NumCmdLF to numCmdT(nbLignesT)
                       move QteFactLF to qteT(nbLignesT)
                       move PrixFactLF to prixT(nbLignesT)
                       move MontantLF to montantT(nbLignesT)
                       move EcartLF to ecartT(nbLignesT)
                       move SiteLF to siteT(nbLignesT)
                   end-if
           end-read
       end-perform.

       8650-afficher-facture.
       display s-plg-cle
       perform 8950-libeller-statut
       display a-plg-fiche
       move 8 to n
       perform varying kT from 1 by 1
           until (kT > nbLignesT) or (n > 19)
           perform 8960-libeller-ecart
           display a-plg-ligneFac
           add 1 to n
       end-perform.

       8700-imputer-budget.
       open i-o fbudget
       perform varying kT from 1 by 1 until kT > nbLignesT
           if ecartT(kT) not = 'C'
               move numCmdT(kT) to NumCmd
               read fcommande invalid set cmdExiste to false
                              not invalid set cmdExiste to true
               end-read
               if cmdExiste
                   move DateCmd(1:4) to AnneeBud
                   move SiteCmd to SiteBud
                   move LibCCmd to LibCBud
                   read fbudget invalid set budgetExiste to false
                                not invalid set budgetExiste to true
                   end-read
                   perform 8710-chercher-annee-ouverte
                   if budgetExiste
                       compute engagementLibere = qteT(kT) * PrixCmd
                       if engagementAnnule
                           continue
                       else
                           if engagementLibere > EngageBud
                               move 0 to EngageBud
                           else
                               subtract engagementLibere from EngageBud
                           end-if
                       end-if
                       add montantT(kT) to DepenseBud
                       rewrite budget-enr
                       end-rewrite
                   end-if
               end-if
           end-if
       end-perform
       close fbudget.

       8710-chercher-annee-ouverte.
       set engagementAnnule to false
       perform until (not budgetExiste) or (not budgetCloture)
           if annulerEngagements and (DateCmd <= DateClotureBud)
               set engagementAnnule to true
           end-if
           compute anneeImputation = AnneeBud + 1
           move anneeImputation to AnneeBud
           move SiteCmd to SiteBud
           move LibCCmd to LibCBud
           read fbudget invalid set budgetExiste to false
                        not invalid set budgetExiste to true
           end-read
       end-perform.

       8800-lister-attente.
       display a-plg-enteteListe
       move 3 to n
       move 0 to nbSurPage
       move low-values to CodeFourFac
       move low-values to NumFac
       start ffacture key >= clefFac
           invalid key
               set finFfacture to true
           not invalid key
               set finFfacture to false
       end-start
       perform until finFfacture
           read ffacture next record
               at end
                   set finFfacture to true
               not at end
                   if facEnAttente
                       perform 8950-libeller-statut
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
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8900-historiser.
       move spaces to h-cleprim
       string CodeFourFac NumFac delimited by size into h-cleprim
       move 'O' to h-opereu
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       8950-libeller-statut.
       evaluate true
           when facEcart move 'en ecart' to libStatut
           when facConforme move 'conforme' to libStatut
           when facApprouvee move 'approuvee' to libStatut
           when facRejetee move 'rejetee' to libStatut
           when other move spaces to libStatut
       end-evaluate.

       8960-libeller-ecart.
       evaluate ecartT(kT)
           when space move 'conforme' to libEcart
           when 'Q' move 'ECART quantite > recue' to libEcart
           when 'P' move 'ECART prix unitaire' to libEcart
           when 'B' move 'ECART quantite et prix' to libEcart
           when 'C' move 'ECART commande inconnue' to libEcart
           when other move spaces to libEcart
       end-evaluate.

       end program pc-factures.
