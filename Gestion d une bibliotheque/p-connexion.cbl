       sharing with all other
       lock mode is automatic.

       select optional fsession assign 'session.dat'
       organization indexed
       access dynamic
       record key LoginSess
       sharing with all other
       lock mode is automatic.

       fd utilisateur.
       01 utilisateurs.
           02 nom         pic x(20).
           02 verrou      pic x.
           88 compteVerrouille value 'O' false 'N'.
           02 dateMotPasse pic 9(8).
           02 SiteUtil    pic x(3).
           02 PorteeUtil  pic x.
           88 porteeSite value 'S'.

       fd parametres.
       01 parametresEnr.
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

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       01 statut-courant pic x external value '3'.
       01 site-courant pic x(3) external value spaces.
       01 portee-courante pic x external value 'T'.
       01 jeton-session pic x(16) external value spaces.
       01 session-ouverte pic x external value 'N'.
       01 alogin pic 9(5).
       01 amotpasse pic x(15).
       01 mdp-hache pic x(15).
       01 h-resultat pic x.
       01 dateJour pic 9(8).
       01 ageMotPasse pic 9(5).
       01 v-sessionExistante pic x value 'N'.
       88 sessionExistante value 'O' false 'N'.
       01 finirAutreSession pic x.
       01 resultatInactif pic x value 'I'.
       01 minutesInactives pic s9(9).
       01 dh pic x(21).
       01 maintenant.
           02 dateMaintenant pic 9(8).
           02 hhMaintenant pic 99.
           02 mnMaintenant pic 99.

       linkage section.
       01 authOk pic x.
       01 s-plg-reessayer.
           02 line 13 col 1 'Reessayer ? O/N : '.
           02 s-continuerLogin pic x to continuerLogin.
       01 a-plg-finInactivite.
           02 line 2 col 10 'Session fermee apres inactivite, '
           & 'reconnectez-vous.'.
       01 a-plg-finReprise.
           02 line 2 col 10 'Session reprise sur un autre poste, '
           & 'reconnectez-vous.'.
       01 s-plg-sessionOuverte.
           02 line 17 col 1 'Ce login est deja connecte sur un autre '
           & 'poste depuis le '.
           02 a-dateSess line 17 col 58 pic 9(8) from
           DateConnexionSess.
           02 line 17 col 67 'a'.
           02 a-heureSess line 17 col 69 pic 9(6) from
           HeureConnexionSess.
           02 line 18 col 1 'Fermer l autre session et continuer ici '
           & '? O/N : '.
           02 s-finirAutre line 18 col 50 pic x to finirAutreSession
           required.
       01 a-plg-motPasseExpire.
           02 line 15 col 1 'Votre mot de passe doit etre change '
           & 'avant de continuer.'.
           invalid key
               move 3 to MaxEchecs
               move 0 to DureeMotPasse
               move 15 to DelaiInactivite
       end-read
       if DelaiInactivite not numeric
           move 15 to DelaiInactivite
       end-if

       move 'O' to continuerLogin
       perform until (authOk = 'O')
           or (function upper-case(continuerLogin) = 'N')
           display a-plg-titreLogin
           if session-ouverte = 'I'
               display a-plg-finInactivite
           end-if
           if session-ouverte = 'R'
               display a-plg-finReprise
           end-if
           move 'N' to session-ouverte
           display s-plg-login
           accept s-alogin
           accept s-amotpasse
                           end-rewrite
                           move login to logutil-courant
                           move statut to statut-courant
                           move SiteUtil to site-courant
                           if porteeSite
                               move 'S' to portee-courante
                           else
                               move 'T' to portee-courante
                           end-if
                           perform 8000-verifier-age-motpasse
                           if authOk = 'O'
                               perform 8500-ouvrir-session
                           end-if
                       else
                           add 1 to nbEchecs
                           if nbEchecs >= MaxEchecs
           end-if
       end-if.

       8500-ouvrir-session.
       open i-o fsession
       move login to LoginSess
       read fsession invalid set sessionExistante to false
                     not invalid set sessionExistante to true
       end-read
       if sessionExistante
           perform 8600-calculer-inactivite
           if (DelaiInactivite > 0)
           and (minutesInactives >= DelaiInactivite)
               call 'Ecrireconnexion' using alogin resultatInactif
               end-call
           else
               display s-plg-sessionOuverte
               accept s-finirAutre
               if function upper-case(finirAutreSession) = 'O'
                   move 'R' to h-resultat
               else
                   move 'D' to h-resultat
                   move 'N' to authOk
               end-if
           end-if
       end-if
       if authOk = 'O'
           move function current-date to dh
           move dh(1:16) to jeton-session
           move login to LoginSess
           move jeton-session to JetonSess
           move dh(1:8) to DateConnexionSess
           move dh(9:6) to HeureConnexionSess
           move dh(1:8) to DateActiviteSess
           move dh(9:6) to HeureActiviteSess
           if sessionExistante
               rewrite session-enr
               end-rewrite
           else
               write session-enr
               end-write
           end-if
           move 'O' to session-ouverte
       end-if
       close fsession.

       8600-calculer-inactivite.
       move function current-date(1:12) to maintenant
       compute minutesInactives =
           (function integer-of-date(dateMaintenant)
          - function integer-of-date(DateActiviteSess)) * 1440
          + hhMaintenant * 60 + mnMaintenant
          - HhActiviteSess * 60 - MnActiviteSess
       end-compute.

       end program p-connexion.
