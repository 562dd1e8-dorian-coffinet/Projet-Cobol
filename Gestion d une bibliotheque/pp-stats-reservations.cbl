               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fsupport.
       1 livre.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd frapport.
       01 ligne-rapport pic x(132).
              3 nbPlacees pic 9(5).
              3 nbRetirees pic 9(5).
              3 nbExpirees pic 9(5).
              3 nbNonVoulues pic 9(5).
              3 totalJours pic 9(7).
              3 maxJours pic 9(4).
       1 nbGroupes pic 9(3) value 0.
           move 0 to nbPlacees(k)
           move 0 to nbRetirees(k)
           move 0 to nbExpirees(k)
           move 0 to nbNonVoulues(k)
           move 0 to totalJours(k)
           move 0 to maxJours(k)
           set groupeTrouve to true
           end-if
           if resExpiree
               add 1 to nbExpirees(k)
               if (DateLimiteRes not = 0) and (DateAvis = 0)
                   add 1 to nbNonVoulues(k)
               end-if
           end-if
       end-if


       9000-ecrire-groupes.
       move 'Mois    Categorie                      Placees '
       & 'Retirees Expirees (date limite) Attente moy/max '
       & '(jours)'
       to ligne-rapport
       write ligne-rapport
       perform varying k from 1 by 1 until k > nbGroupes
               move 0 to moyenneJours
           end-if
           string moisStat(k) '  ' libcStat(k) ' ' nbPlacees(k)
               '   ' nbRetirees(k) '    ' nbExpirees(k) ' ('
               nbNonVoulues(k) ')         ' moyenneJours ' / '
               maxJours(k) into ligne-rapport
           write ligne-rapport
       end-perform
       move spaces to ligne-rapport
