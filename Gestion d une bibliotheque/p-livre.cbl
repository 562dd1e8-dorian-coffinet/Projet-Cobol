       1 nbListe pic 9(3).
       1 refNotice pic x(8).
       01 mode-formation pic x external value 'N'.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       1 modeSession pic x.
       01 statut-courant pic x external.
       88 statutUtil1 value '1'.
       1 fonctionDroit pic x(20).
           2 line 23 col 45 '39-Expositions'.
           2 line 24 col 45 '40-Reparations et reliure'.
           2 line 25 col 45 '41-Reequilibrage entre sites'.
           2 line 26 col 45 '42-Exemplaires manquants en rayon'.
           2 line 27 col 45 '43-Factures fournisseurs'.
           2 line 28 col 45 '44-Commandes permanentes'.
           2 line 29 col 1 '46-Listes de lecture'.
           2 line 29 col 45 '45-Series'.
           2 line 30 col 1 '99-Quitter'.
           2 line 30 col 45 '47-Retrait des periodiques'.
       1 s-plg-choix.
           2 line 31 col 1 'Veuillez taper votre choix : '.
           2 s-choix pic zz to choix required.

       1 s-plg-suite line 24 col 80 pic x to suite auto secure.

       procedure division.
        perform test after until bool = 1
        move 'A' to modeSession
        call 'Suivisession' using modeSession
        end-call
        display a-plg-entete
        if mode-formation = 'O'
            display a-plg-formation
        display a-plg-menu
        display s-plg-choix
        accept s-choix
        move 'C' to modeSession
        call 'Suivisession' using modeSession
        end-call
        if not sessionOuverte
            move 99 to choix
        end-if

        evaluate choix
            when 1
                    then display a-plg-accesrefuse
                else call 'p-reequilibrage' end-if
                compute bool = 0
            when 42
                move 'pl-manquants' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pl-manquants' end-if
                compute bool = 0
            when 43
                move 'pc-factures' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pc-factures' end-if
                compute bool = 0
            when 44
                move 'pc-permanentes' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pc-permanentes' end-if
                compute bool = 0
            when 45
                move 'pl-series' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pl-series' end-if
                compute bool = 0
            when 46
                move 'pl-listes-lecture' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pl-listes-lecture' end-if
                compute bool = 0
            when 47
                move 'ps-retraits-periodiques' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'ps-retraits-periodiques' end-if
                compute bool = 0
            when 99 compute bool = 1

         end-evaluate
