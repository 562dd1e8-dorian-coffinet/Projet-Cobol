       program-id. pc-cloture-budget.

       select optional fbudget assign 'budget.dat'
       organization indexed access dynamic
       record key clefBud = AnneeBud SiteBud LibCBud.

       select optional fcommande assign nf-commande
       organization indexed access dynamic
       record key NumCmd.

       select frapport assign nomRapport
       organization line sequential.

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

       fd frapport.
       01 ligne-rapport pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-commande pic x(30) value 'commande.dat'.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 dateJour-r redefines dateJour.
           2 anneeJour pic 9(4).
           2 moisJour pic 99.
           2 jourJour pic 99.
       1 anneeCloture pic 9(4).
       1 anneeSuivante pic 9(4).
       1 confirmation pic x.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 budgetExiste value 'o' false 'n'.
       1 pic x.
       88 ligneCreee value 'o' false 'n'.

       1 tab-lignes.
           2 ligne-t occurs 300.
              3 siteLigneT pic x(3).
              3 libcLigneT pic x(30).
       1 nbLignesOuvertes pic 9(3) value 0.
       1 nbLignesCloturees pic 9(3) value 0.
       1 kLigne pic 9(3).

       1 allocationAnc pic 9(6)v99.
       1 engageAnc pic 9(6)v99.
       1 depenseAnc pic 9(6)v99.
       1 voteAnc pic 9(6)v99.
       1 reportAnc pic x.
       1 resteCmd pic 9(6)v99.
       1 totalOuvertLigne pic 9(7)v99.
       1 montantReporte pic 9(6)v99.
       1 montantAnnule pic 9(6)v99.
       1 disponibleAnc pic s9(7)v99.
       1 totalReporte pic 9(8)v99 value 0.
       1 totalAnnule pic 9(8)v99 value 0.
       1 nbCmdReportees pic 9(5) value 0.
       1 nbCmdAnnulees pic 9(5) value 0.
       1 nbLignesCreees pic 9(3) value 0.

       1 montant-ed pic zzzzzz9.99.
       1 montant2-ed pic zzzzzz9.99.
       1 montant3-ed pic zzzzzz9.99.
       1 disponible-ed pic -zzzzzz9.99.
       1 qte-ed pic z9.

       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'budget'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Cloture budgetaire de fin d annee'.
           2 line 3 col 1 'Annee a cloturer : '.
           2 s-annee line 3 col 25 pic 9(4) using anneeCloture
           required.
       1 a-plg-prematuree.
           2 line 5 col 1 'L annee ne peut etre cloturee qu a partir '
           & 'de decembre.'.
       1 a-plg-aucune.
           2 line 5 col 1 'Aucune ligne budgetaire pour cette annee.'.
       1 a-plg-dejaFaite.
           2 line 5 col 1 'Cloture deja faite pour cette annee : '
           & 'toutes les lignes sont cloturees.'.
       1 s-plg-confirmation.
           2 line 5 col 1 'Lignes a cloturer : '.
           2 a-ouvertes line 5 col 22 pic zz9 from nbLignesOuvertes.
           2 line 6 col 1 'Les lignes de l annee suivante seront '
           & 'creees avec les montants votes.'.
           2 line 7 col 1 'Confirmer la cloture (O/N) : '.
           2 s-confirmation line 7 col 31 pic x to confirmation
           required.
       1 a-plg-termine.
           2 line 9 col 1 'Lignes cloturees : '.
           2 a-cloturees line 9 col 30 pic zz9 from nbLignesOuvertes.
           2 line 10 col 1 'Lignes creees pour l annee suivante : '.
           2 a-creees line 10 col 40 pic zz9 from nbLignesCreees.
           2 line 11 col 1 'Commandes reportees : '.
           2 a-reportees line 11 col 30 pic zzzz9 from nbCmdReportees.
           2 line 12 col 1 'Commandes dont l engagement est annule : '.
           2 a-annulees line 12 col 43 pic zzzz9 from nbCmdAnnulees.
           2 line 14 col 1 'Rapport d audit : '.
           2 a-rapport line 14 col 20 pic x(30) from nomRapport.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-commande.dat' to nf-commande
       else
           move 'commande.dat' to nf-commande
       end-if
       move function current-date(1:8) to dateJour
       if moisJour = 12
           move anneeJour to anneeCloture
       else
           compute anneeCloture = anneeJour - 1
       end-if
       display s-plg-titre
       accept s-annee
       if (anneeCloture > anneeJour)
       or ((anneeCloture = anneeJour) and (moisJour < 12))
           display a-plg-prematuree
           accept s-plg-suite
           goback
       end-if
       compute anneeSuivante = anneeCloture + 1

       open i-o fbudget
       perform 7000-relever-lignes
       if (nbLignesOuvertes = 0) and (nbLignesCloturees = 0)
           display a-plg-aucune
           accept s-plg-suite
           close fbudget
           goback
       end-if
       if nbLignesOuvertes = 0
           display a-plg-dejaFaite
           accept s-plg-suite
           close fbudget
           goback
       end-if
       display s-plg-confirmation
       accept s-confirmation
       if function upper-case(confirmation) not = 'O'
           close fbudget
           goback
       end-if

       move spaces to nomRapport
       string 'cloture-budget-' anneeCloture '.txt' delimited by size
           into nomRapport
       open input fcommande
       open output frapport
       move spaces to ligne-rapport
       string 'Cloture budgetaire ' anneeCloture ' du ' dateJour
           ' - report sur ' anneeSuivante delimited by size
           into ligne-rapport
       write ligne-rapport
       if nbLignesCloturees > 0
           move spaces to ligne-rapport
           string 'Reprise : ' nbLignesCloturees ' ligne(s) deja '
               'cloturee(s) ignoree(s)' delimited by size
               into ligne-rapport
           write ligne-rapport
       end-if

       perform varying kLigne from 1 by 1
           until kLigne > nbLignesOuvertes
           perform 7100-cloturer-ligne
       end-perform

       move spaces to ligne-rapport
       write ligne-rapport
       move totalReporte to montant-ed
       move totalAnnule to montant2-ed
       string 'Total reporte : ' montant-ed '   total annule : '
           montant2-ed delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Commandes reportees : ' nbCmdReportees
           '   engagements annules : ' nbCmdAnnulees
           '   lignes creees : ' nbLignesCreees
           delimited by size into ligne-rapport
       write ligne-rapport
       close frapport
       close fcommande
       close fbudget

       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-relever-lignes.
       move anneeCloture to AnneeBud
       move low-values to SiteBud
       move low-values to LibCBud
       start fbudget key >= clefBud
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fbudget next record
               at end
                   set finFich to true
               not at end
                   if AnneeBud not = anneeCloture
                       set finFich to true
                   else
                       if budgetCloture
                           add 1 to nbLignesCloturees
                       else
                           if nbLignesOuvertes < 300
                               add 1 to nbLignesOuvertes
                               move SiteBud
                                   to siteLigneT(nbLignesOuvertes)
                               move LibCBud
                                   to libcLigneT(nbLignesOuvertes)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       7100-cloturer-ligne.
       move anneeCloture to AnneeBud
       move siteLigneT(kLigne) to SiteBud
       move libcLigneT(kLigne) to LibCBud
       read fbudget invalid set budgetExiste to false
                    not invalid set budgetExiste to true
       end-read
       if not budgetExiste
           exit paragraph
       end-if
       move AllocationBud to allocationAnc
       move EngageBud to engageAnc
       move DepenseBud to depenseAnc
       move VoteSuivBud to voteAnc
       move ReportBud to reportAnc
       compute disponibleAnc = AllocationBud - EngageBud - DepenseBud

       move spaces to ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Ligne ' SiteBud ' ' LibCBud delimited by size
           into ligne-rapport
       write ligne-rapport
       move allocationAnc to montant-ed
       move engageAnc to montant2-ed
       move depenseAnc to montant3-ed
       move disponibleAnc to disponible-ed
       move spaces to ligne-rapport
       string '  Alloue ' montant-ed ' engage ' montant2-ed
           ' depense ' montant3-ed ' disponible ' disponible-ed
           delimited by size into ligne-rapport
       write ligne-rapport

       perform 7200-relever-commandes
       if reportAnc = 'A'
           move 0 to montantReporte
       else
           if totalOuvertLigne > engageAnc
               move engageAnc to montantReporte
           else
               move totalOuvertLigne to montantReporte
           end-if
       end-if
       compute montantAnnule = engageAnc - montantReporte
       add montantReporte to totalReporte
       add montantAnnule to totalAnnule

       perform 7400-ouvrir-annee-suivante

       move anneeCloture to AnneeBud
       move siteLigneT(kLigne) to SiteBud
       move libcLigneT(kLigne) to LibCBud
       read fbudget invalid continue
       end-read
       move montantReporte to ReporteBud
       set budgetCloture to true
       move dateJour to DateClotureBud
       rewrite budget-enr
       end-rewrite
       move 'M' to h-codeope
       move spaces to h-cleprim
       string anneeCloture SiteBud delimited by size into h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call

       move montantReporte to montant-ed
       move montantAnnule to montant2-ed
       move spaces to ligne-rapport
       string '  Engagement reporte ' montant-ed ' annule '
           montant2-ed delimited by size into ligne-rapport
       write ligne-rapport.

       7200-relever-commandes.
       move 0 to totalOuvertLigne
       move 0 to NumCmd
       start fcommande key >= NumCmd
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fcommande next record
               at end
                   set finFich to true
               not at end
                   if (cmdOuverte or cmdPartielle)
                   and (DateCmd(1:4) <= anneeCloture)
                   and (SiteCmd = siteLigneT(kLigne))
                   and (LibCCmd = libcLigneT(kLigne))
                       perform 7300-auditer-commande
                   end-if
           end-read
       end-perform.

       7300-auditer-commande.
       if cmdPartielle and (QteRecueCmd < QteCmd)
           compute resteCmd = (QteCmd - QteRecueCmd) * PrixCmd
           compute qte-ed = QteCmd - QteRecueCmd
       else
           compute resteCmd = QteCmd * PrixCmd
           move QteCmd to qte-ed
       end-if
       add resteCmd to totalOuvertLigne
       move resteCmd to montant-ed
       move spaces to ligne-rapport
       if reportAnc = 'A'
           add 1 to nbCmdAnnulees
           string '    Cmd ' NumCmd ' du ' DateCmd ' ' CodeFourCmd
               ' ' LibCmd(1:25) ' x' qte-ed ' ' montant-ed
               ' annule' delimited by size into ligne-rapport
       else
           add 1 to nbCmdReportees
           string '    Cmd ' NumCmd ' du ' DateCmd ' ' CodeFourCmd
               ' ' LibCmd(1:25) ' x' qte-ed ' ' montant-ed
               ' reporte' delimited by size into ligne-rapport
       end-if
       write ligne-rapport.

       7400-ouvrir-annee-suivante.
       move anneeSuivante to AnneeBud
       move siteLigneT(kLigne) to SiteBud
       move libcLigneT(kLigne) to LibCBud
       read fbudget invalid set budgetExiste to false
                    not invalid set budgetExiste to true
       end-read
       set ligneCreee to false
       if budgetExiste
           if (AllocationBud = 0) and (voteAnc > 0)
               move voteAnc to AllocationBud
           end-if
           add montantReporte to EngageBud
           rewrite budget-enr
           end-rewrite
       else
           move anneeSuivante to AnneeBud
           move siteLigneT(kLigne) to SiteBud
           move libcLigneT(kLigne) to LibCBud
           move voteAnc to AllocationBud
           move montantReporte to EngageBud
           move 0 to DepenseBud
           move 0 to VoteSuivBud
           move reportAnc to ReportBud
           move space to StatutBud
           move 0 to ReporteBud
           move 0 to DateClotureBud
           write budget-enr invalid continue
               not invalid
                   set ligneCreee to true
                   add 1 to nbLignesCreees
           end-write
       end-if
       move AllocationBud to montant-ed
       move EngageBud to montant2-ed
       move spaces to ligne-rapport
       if ligneCreee
           string '  Ligne ' anneeSuivante ' creee : alloue '
               montant-ed ' engage ' montant2-ed
               delimited by size into ligne-rapport
       else
           string '  Ligne ' anneeSuivante ' existante : alloue '
               montant-ed ' engage ' montant2-ed
               delimited by size into ligne-rapport
       end-if
       write ligne-rapport.

       end program pc-cloture-budget.
