       1 authOk pic x value 'N'.
       01 mode-formation pic x external value 'N'.
       1 sensFormation pic x.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       1 modeSession pic x.
       1 pic x.
       88 retourConnexion value 'o' false 'n'.

       screen section.
       1 a-plg-entete.


       procedure division.
       perform test after until not retourConnexion
       set retourConnexion to false
       call 'p-connexion' using authOk
       end-call

       if authOk = 'O'
        move 0 to bool
        perform test after until bool = 1
          move 'A' to modeSession
          call 'Suivisession' using modeSession
          end-call
          display a-plg-entete
          if mode-formation = 'O'
              display a-plg-formation
          display s-plg-choix

       accept s-choix
       move 'C' to modeSession
       call 'Suivisession' using modeSession
       end-call
       if not sessionOuverte
           move 0 to choix
       end-if
       evaluate choix

           when 1 call 'p-adherent' compute bool = 0
               compute bool = 0

       end-evaluate
       if (bool = 0) and (not sessionOuverte)
           set retourConnexion to true
           compute bool = 1
       end-if
       end-perform
       if not retourConnexion
           move 'F' to modeSession
           call 'Suivisession' using modeSession
           end-call
       end-if
       end-if
       end-perform.
       end program menu-principal.


