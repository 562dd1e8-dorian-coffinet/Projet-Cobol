               2 refTri pic x(8).
               2 codeTri pic x(8).
               2 dateTri pic 9(8).
               2 etatTri pic x(10).

       fd fpret.
       1 pret.
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
       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nbSurPage pic 99.
       1 n pic 999.
       1 suitePage pic x.
       1 pretIncomplet pic x value 'N'.
       88 pretRenduIncomplet value 'O'.
       1 actionIncomplet pic x value 'V'.

       screen section.
       1 s-plg-titre.
           2 line 3 col 15 'Adherent'.
           2 line 3 col 28 'Date de pret'.
           2 line 3 col 45 'Jours de retard'.
           2 line 3 col 62 'Etat'.
       1 a-plg-ligne.
           2 line n col 1 pic x(8) from refTri.
           2 col 15 pic x(8) from codeTri.
           2 col 28 pic 9(8) from dateTri.
           2 col 45 pic zz9 from joursRetardTri.
           2 col 62 pic x(10) from etatTri.
       1 s-plg-pageSuite.
           2 line 23 col 1 'Affiches : '.
           2 a-nbAffiches line 23 col 12 pic zzzz9 from nbAffiches.
               else
                   compute joursRetard = nbJours - DelaiGrace
               end-if
               call 'Verifincomplet' using actionIncomplet DatePret
                    RefS Exemplaire CodeE pretIncomplet
               end-call
               if pretRenduIncomplet
                   move 'INCOMPLET' to etatTri
                   if joursRetard < 0
                       move 0 to joursRetard
                   end-if
               else
                   move spaces to etatTri
               end-if
               if (joursRetard > 0) or pretRenduIncomplet
                   add 1 to nbRetards
                   move joursRetard to joursRetardTri
                   move RefS to refTri
