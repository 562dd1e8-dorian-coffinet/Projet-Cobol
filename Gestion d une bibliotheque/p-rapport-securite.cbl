           02 verrou      pic x.
           88 compteVerrouille value 'O' false 'N'.
           02 dateMotPasse pic 9(8).
           02 SiteUtil    pic x(3).
           02 PorteeUtil  pic x.

       fd fparametres.
       1 parametresEnr.
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
       fd frapport.
       01 ligne-rapport pic x(100).

              3 dateSucces pic 9(8).
       1 nbLogins pic 9(3) value 0.
       1 seuilAlerte pic 9(2).
       1 tab-sessions.
           2 evt-session occurs 100.
              3 loginSession pic 9(5).
              3 nbInactivite pic 9(4).
              3 nbReprises pic 9(4).
              3 nbDoubles pic 9(4).
       1 nbLoginsSession pic 9(3) value 0.
       1 totalInactivite pic 9(5) value 0.
       1 totalReprises pic 9(5) value 0.
       1 totalDoubles pic 9(5) value 0.

       screen section.
       1 a-plg-termine.
       perform 8200-ecrire-echecs
       perform 8300-ecrire-comptes
       perform 8400-ecrire-inactifs
       perform 8500-ecrire-sessions

       close fconnexion
       close utilisateur
       read fconnexion next record at end set finFich to true
       end-read
       perform until finFich
           evaluate resultat
               when 'O'
               when 'R'
                   move cleheure(1:2) to heureConnexion
                   if (heureConnexion < 8) or (heureConnexion >= 19)
                       string '  ' cledate ' ' cleheure(1:6) ' login '
                           loginc into ligne-rapport
                       write ligne-rapport
                   end-if
                   perform 8150-noter-succes
                   if resultat = 'R'
                       perform 8160-noter-session
                   end-if
               when 'I'
               when 'D'
                   perform 8160-noter-session
               when other
                   perform 8100-cumuler-echec
           end-evaluate
           read fconnexion next record at end set finFich to true
           end-read
       end-perform
           move cledate to dateSucces(nbLogins)
       end-if.

       8160-noter-session.
       set entreeTrouvee to false
       perform varying k from 1 by 1
           until (k > nbLoginsSession) or entreeTrouvee
           if loginSession(k) = loginc
               set entreeTrouvee to true
           end-if
       end-perform
       if entreeTrouvee
           subtract 1 from k
       else
           if nbLoginsSession < 100
               add 1 to nbLoginsSession
               move nbLoginsSession to k
               move loginc to loginSession(k)
               move 0 to nbInactivite(k)
               move 0 to nbReprises(k)
               move 0 to nbDoubles(k)
               set entreeTrouvee to true
           end-if
       end-if
       evaluate resultat
           when 'I'
               add 1 to totalInactivite
               if entreeTrouvee
                   add 1 to nbInactivite(k)
               end-if
           when 'R'
               add 1 to totalReprises
               if entreeTrouvee
                   add 1 to nbReprises(k)
               end-if
           when 'D'
               add 1 to totalDoubles
               if entreeTrouvee
                   add 1 to nbDoubles(k)
               end-if
       end-evaluate.

       8200-ecrire-echecs.
       move 'Echecs de connexion par login et par jour :'
       to ligne-rapport
           write ligne-rapport
       end-if.

       8500-ecrire-sessions.
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Sessions : deconnexions forcees, reprises et doubles '
       & 'connexions refusees :' to ligne-rapport
       write ligne-rapport
       perform varying k from 1 by 1 until k > nbLoginsSession
           string '  login ' loginSession(k) ' : ' nbInactivite(k)
               ' inactivite(s), ' nbReprises(k) ' reprise(s), '
               nbDoubles(k) ' refus' into ligne-rapport
           write ligne-rapport
       end-perform
       string '  Total : ' totalInactivite
           ' deconnexion(s) inactivite, ' totalReprises
           ' reprise(s) de session, ' totalDoubles
           ' double(s) refusee(s)' into ligne-rapport
       write ligne-rapport.

       end program p-rapport-securite.
