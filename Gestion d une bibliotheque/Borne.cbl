           2 line 9 col 1 '3-Emprunter en libre-service'.
           2 line 10 col 1 '4-Parcourir les sujets'.
           2 line 11 col 1 '5-Suggerer un achat'.
           2 line 12 col 1 '6-Mes alertes nouveautes'.
           2 line 13 col 1 '7-Listes de lecture'.
       1 s-plg-choix.
           2 line 14 col 1 'Veuillez taper votre choix : '.
           2 s-choix pic z to choix required.


               when 3 call 'pk-emprunter'
               when 4 call 'pk-sujets'
               when 5 call 'pk-suggerer'
               when 6 call 'pk-alertes'
               when 7 call 'pk-listes'
           end-evaluate
       end-perform.
       end program borne-accueil.
