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

       fd ffournisseur.
       1 fournisseur-enr.
       88 commandeAbandonnee value 'o' false 'n'.
       1 engagement pic 9(6)v99.
       1 disponibleBud pic s9(7)v99.
       1 anneeBudCmd pic 9(4).
       1 dispo-ed pic -(6)9.99.
       1 forcerBud pic x.
       1 codeFourSaisi pic x(5).
       set commandeAbandonnee to false
       compute engagement = QteCmd * PrixCmd
       open i-o fbudget
       move function current-date(1:4) to anneeBudCmd
       move anneeBudCmd to AnneeBud
       move SiteCmd to SiteBud
       move LibCCmd to LibCBud
       read fbudget invalid set budgetExiste to false
                    not invalid set budgetExiste to true
       end-read
       if budgetExiste and budgetCloture
           add 1 to anneeBudCmd
           move anneeBudCmd to AnneeBud
           move SiteCmd to SiteBud
           move LibCCmd to LibCBud
           read fbudget invalid set budgetExiste to false
                        not invalid set budgetExiste to true
           end-read
       end-if
       close fbudget
       if budgetExiste
           compute disponibleBud = AllocationBud - EngageBud
       8600-engager-budget.
       if budgetExiste
           open i-o fbudget
           move anneeBudCmd to AnneeBud
           move SiteCmd to SiteBud
           move LibCCmd to LibCBud
           read fbudget invalid continue
