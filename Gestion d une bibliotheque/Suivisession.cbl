       program-id. 'Suivisession'.

       select optional fsession assign 'session.dat'
       organization indexed
       access dynamic
       record key LoginSess
       sharing with all other
       lock mode is automatic.

       select parametres assign 'parametres.dat'
       organization indexed
       access dynamic
       record key CodeParam
       sharing with all other
       lock mode is automatic.

       fd fsession.
       1 session-enr.
               2 LoginSess pic 9(5).
               2 JetonSess pic x(16).
               2 DateConnexionSess pic 9(8).
               2 HeureConnexionSess pic 9(6).
               2 DateActiviteSess pic 9(8).
               2 HeureActiviteSess.
                  3 HhActiviteSess pic 99.
                  3 MnActiviteSess pic 99.
                  3 SsActiviteSess pic 99.

       fd parametres.
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
       01 logutil-courant pic 9(5) external value 0.
       01 jeton-session pic x(16) external value spaces.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       1 pic x.
       88 sessionTrouvee value 'o' false 'n'.
       1 delaiInactiviteCourant pic 9(3).
       1 minutesInactives pic s9(9).
       1 dh pic x(21).
       1 maintenant.
           2 dateMaintenant pic 9(8).
           2 hhMaintenant pic 99.
           2 mnMaintenant pic 99.
       1 resultatInactif pic x value 'I'.

       linkage section.
       01 lMode pic x.

       procedure division using lMode.
       if (lMode not = 'F') and (not sessionOuverte)
           goback
       end-if
       open i-o fsession
       move logutil-courant to LoginSess
       read fsession invalid set sessionTrouvee to false
                     not invalid set sessionTrouvee to true
       end-read
       if sessionTrouvee and (JetonSess not = jeton-session)
           set sessionTrouvee to false
       end-if

       evaluate lMode
           when 'F'
               if sessionTrouvee
                   delete fsession
                   end-delete
               end-if
               move 'N' to session-ouverte
           when 'A'
               if sessionTrouvee
                   perform 8100-noter-activite
               end-if
           when 'C'
               if not sessionTrouvee
                   move 'R' to session-ouverte
               else
                   perform 8000-lire-delai
                   perform 8200-calculer-inactivite
                   if (delaiInactiviteCourant > 0)
                   and (minutesInactives >= delaiInactiviteCourant)
                       delete fsession
                       end-delete
                       move 'I' to session-ouverte
                       call 'Ecrireconnexion' using logutil-courant
                                                    resultatInactif
                       end-call
                   else
                       perform 8100-noter-activite
                   end-if
               end-if
       end-evaluate
       close fsession
       goback.

       8000-lire-delai.
       move 15 to delaiInactiviteCourant
       open input parametres
       move '1' to CodeParam
       read parametres
           invalid continue
           not invalid
               if DelaiInactivite numeric
                   move DelaiInactivite to delaiInactiviteCourant
               end-if
       end-read
       close parametres.

       8100-noter-activite.
       move function current-date to dh
       move dh(1:8) to DateActiviteSess
       move dh(9:6) to HeureActiviteSess
       rewrite session-enr
       end-rewrite.

       8200-calculer-inactivite.
       move function current-date(1:12) to maintenant
       compute minutesInactives =
           (function integer-of-date(dateMaintenant)
          - function integer-of-date(DateActiviteSess)) * 1440
          + hhMaintenant * 60 + mnMaintenant
          - HhActiviteSess * 60 - MnActiviteSess
       end-compute.

       end program 'Suivisession'.
