       write connexion invalid set erreurconnexion to true
                   not invalid set erreurconnexion to false
       end-write
       if erreurconnexion
           add 1 to cleheure
           write connexion invalid set erreurconnexion to true
                       not invalid set erreurconnexion to false
           end-write
       end-if

       close fconnexion
       goback.
