       organization indexed access dynamic
       record key clefGL = TypeGL ModeGL.

       select optional frappro assign nf-rapprochement-cb
       organization indexed record key NumLigneCb
       access dynamic.

       select optional fvente assign nf-vente
       organization indexed access dynamic
       record key NumRecuV.

       select optional ffacture assign nf-facture
       organization indexed access dynamic
       record key clefFac = CodeFourFac NumFac.

       select fexport assign 'export-comptable.txt'
       organization line sequential.

               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               88 typePayVente value 'V'.
               2 LoginValidPay pic 9(5).

       fd fcomptes.
       1 compte-gl.
               2 CompteGL pic x(8).
               2 LibCompteGL pic x(30).

       fd frappro.
       1 ligne-cb.
               2 NumLigneCb pic 9(6).
               2 TypeLigneCb pic x.
               88 ligneRapprochee value 'R'.
               88 ecartMontant value 'M'.
               88 terminalSeul value 'T'.
               88 caisseSeule value 'C'.
               2 SiteCb pic x(3).
               2 DateCb pic 9(8).
               2 TerminalCb pic x(8).
               2 HeureTpeCb pic 9(6).
               2 MontantTpeCb pic 9(5)v99.
               2 NumAutoCb pic x(6).
               2 NumRecuCb pic 9(6).
               2 HeureCaisseCb pic 9(6).
               2 MontantCaisseCb pic 9(5)v99.
               2 StatutCb pic x.
               88 ecartOuvert value 'O'.
               88 ecartSolde value 'S'.
               2 DateImportCb pic 9(8).
               2 DateSoldeCb pic 9(8).
               2 LoginSoldeCb pic 9(5).
               2 CommentaireCb pic x(40).

       fd fvente.
       1 vente.
               2 NumRecuV pic 9(6).
               2 CodeArticleV pic x(8).
               2 QuantiteV pic 9(3).
               2 PrixUnitaireV pic 9(3)v99.
               2 CompteV pic x(8).
               2 RefVendueV pic x(8).
               2 ExpVenduV pic 9(3).

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
               88 facApprouvee value 'A'.
               2 LoginSaisieFac pic 9(5).
               2 DateApprobFac pic 9(8).
               2 LoginApprobFac pic 9(5).
               2 SiteFac pic x(3).

       fd fexport.
       01 ligne-export pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-rapprochement-cb pic x(30) value 'rapprochement-cb.dat'.
       1 nf-vente pic x(30) value 'vente.dat'.
       1 nf-facture pic x(30) value 'facture.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 dateDebut pic 9(8).
       1 dateFin pic 9(8).
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-ffacture pic x value 'n'.
       88 finFfacture value 'o' false 'n'.
       1 fin-frappro pic x value 'n'.
       88 finFrappro value 'o' false 'n'.
       1 nbEcartsCarte pic 9(5) value 0.
       1 pic x.
       88 compteExiste value 'o' false 'n'.
       1 pic x.
       88 venteExiste value 'o' false 'n'.
       1 pic x.
       88 bucketTrouve value 'o' false 'n'.
       1 tab-buckets.
           2 bucket occurs 2000.
              3 siteB pic x(3).
              3 modeB pic x.
              3 typeB pic x.
              3 compteB pic x(8).
              3 montantB pic 9(7)v99.
              3 nbB pic 9(5).
       1 nbBuckets pic 9(4) value 0.
       1 montantNonExporte pic 9(7)v99 value 0.
       1 nonExporte-ed pic zzzzzz9.99.
       1 typeNormalise pic x.
       1 compteCourant pic x(8).
       1 montant-ed pic zzzzzz9.99.
       1 totalExporte pic 9(8)v99 value 0.
       1 total-ed pic zzzzzzz9.99.
       1 totalFactures pic 9(8)v99 value 0.
       1 nbFactures pic 9(5) value 0.
       1 nbLignes pic 9(4) value 0.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
           2 a-nonExp line 9 col 58 pic zzzz9 from nbNonExportes.
           2 line 10 col 1 'Relancer l export sur une periode plus '
           & 'courte.'.
       1 a-plg-ecartsCarte.
           2 line 12 col 1 'ATTENTION : ecarts de carte non soldes '
           & 'sur la periode : '.
           2 a-ecartsCarte line 12 col 57 pic zzzz9 from
           nbEcartsCarte.
           2 line 13 col 1 'Voir le rapprochement des paiements par '
           & 'carte.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-rapprochement-cb.dat'
               to nf-rapprochement-cb
       else
           move 'rapprochement-cb.dat' to nf-rapprochement-cb
       end-if
       if mode-formation = 'O'
           move 'formation-vente.dat' to nf-vente
       else
           move 'vente.dat' to nf-vente
       end-if
       if mode-formation = 'O'
           move 'formation-facture.dat' to nf-facture
       else
           move 'facture.dat' to nf-facture
       end-if
       display s-plg-titre
       accept s-debut
       accept s-fin
       perform 7000-compter-ecarts-carte

       open input fpaiement
       open input fvente
       set finFpaiement to false
       read fpaiement next record at end set finFpaiement to true
       end-read
           read fpaiement next record at end set finFpaiement to true
           end-read
       end-perform
       close fvente
       close fpaiement
       perform 8200-cumuler-factures

       open input fcomptes
       open output fexport
       if nbNonExportes > 0
           display a-plg-nonExportes
       end-if
       if nbEcartsCarte > 0
           display a-plg-ecartsCarte
       end-if
       accept s-plg-suite
       goback.

       7000-compter-ecarts-carte.
       move 0 to nbEcartsCarte
       open input frappro
       set finFrappro to false
       read frappro next record at end set finFrappro to true
       end-read
       perform until finFrappro
           if ecartOuvert and (DateCb >= dateDebut)
           and (DateCb <= dateFin)
               add 1 to nbEcartsCarte
           end-if
           read frappro next record at end set finFrappro to true
           end-read
       end-perform
       close frappro.

       8000-cumuler.
       move TypePay to typeNormalise
       if typeNormalise = space
           move 'A' to typeNormalise
       end-if
       move spaces to compteCourant
       if typePayVente
           move NumRecu to NumRecuV
           read fvente invalid set venteExiste to false
                       not invalid set venteExiste to true
           end-read
           if venteExiste
               move CompteV to compteCourant
           end-if
       end-if
       set bucketTrouve to false
       perform varying kCherche from 1 by 1 until kCherche > nbBuckets
           if (dateB(kCherche) = DatePay)
           and (siteB(kCherche) = SitePay)
           and (modeB(kCherche) = ModePay)
           and (typeB(kCherche) = typeNormalise)
           and (compteB(kCherche) = compteCourant)
               set bucketTrouve to true
               add MontantPay to montantB(kCherche)
               add 1 to nbB(kCherche)
           move SitePay to siteB(nbBuckets)
           move ModePay to modeB(nbBuckets)
           move typeNormalise to typeB(nbBuckets)
           move compteCourant to compteB(nbBuckets)
           move MontantPay to montantB(nbBuckets)
           move 1 to nbB(nbBuckets)
       end-if
           add MontantPay to montantNonExporte
       end-if.

       8200-cumuler-factures.
       open input ffacture
       set finFfacture to false
       read ffacture next record at end set finFfacture to true
       end-read
       perform until finFfacture
           if facApprouvee and (DateApprobFac >= dateDebut)
           and (DateApprobFac <= dateFin)
               add 1 to nbFactures
               set bucketTrouve to false
               perform varying kCherche from 1 by 1
                   until kCherche > nbBuckets
                   if (dateB(kCherche) = DateApprobFac)
                   and (siteB(kCherche) = SiteFac)
                   and (typeB(kCherche) = 'F')
                       set bucketTrouve to true
                       add MontantLignesFac to montantB(kCherche)
                       add 1 to nbB(kCherche)
                   end-if
               end-perform
               if (not bucketTrouve) and (nbBuckets < 2000)
                   add 1 to nbBuckets
                   move DateApprobFac to dateB(nbBuckets)
                   move SiteFac to siteB(nbBuckets)
                   move 'F' to modeB(nbBuckets)
                   move 'F' to typeB(nbBuckets)
                   move spaces to compteB(nbBuckets)
                   move MontantLignesFac to montantB(nbBuckets)
                   move 1 to nbB(nbBuckets)
               end-if
               if (not bucketTrouve) and (nbBuckets >= 2000)
                   add 1 to nbNonExportes
                   add MontantLignesFac to montantNonExporte
               end-if
           end-if
           read ffacture next record at end set finFfacture to true
           end-read
       end-perform
       close ffacture.

       8500-ecrire-bucket.
       move typeB(k) to TypeGL
       move modeB(k) to ModeGL
           move 'NONMAPPE' to CompteGL
           move spaces to LibCompteGL
       end-if
       if compteB(k) not = spaces
           move compteB(k) to CompteGL
       end-if
       move montantB(k) to montant-ed
       string dateB(k) ';' siteB(k) ';' CompteGL ';'
           typeB(k) modeB(k) ';' montant-ed ';' nbB(k)
           into ligne-export
       write ligne-export
       add 1 to nbLignes
       if typeB(k) = 'F'
           add montantB(k) to totalFactures
       else
           add montantB(k) to totalExporte
       end-if.

       9000-imprimer-controle.
       move 'CONTROLE' to typeDocSpool
       move totalExporte to total-ed
       string 'Total exporte : ' total-ed ' euros' into ligne-spool
       write ligne-spool
       move totalFactures to total-ed
       move spaces to ligne-spool
       string 'Factures fournisseurs : ' nbFactures ' pour '
           total-ed ' euros' into ligne-spool
       write ligne-spool
       if nbNonExportes > 0
           move montantNonExporte to nonExporte-ed
           string 'ATTENTION : ' nbNonExportes ' paiement(s) non '
               to ligne-spool
           write ligne-spool
       end-if
       if nbEcartsCarte > 0
           move spaces to ligne-spool
           string 'ATTENTION : ' nbEcartsCarte ' ecart(s) de carte '
               'non solde(s) sur la periode.' into ligne-spool
           write ligne-spool
       end-if
       close fspool.

       end program p-export-comptable.
