       1 suite pic x.
       1 nbAvis pic 9(3).
       01 mode-formation pic x external value 'N'.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       1 modeSession pic x.
       01 statut-courant pic x external.
       88 statutUtil1 value '1'.
       1 fonctionDroit pic x(20).
           2 line 13 col 45 '24-Depots aux collectivites'.
           2 line 14 col 45 '25-Materiel en pret court sorti'.
           2 line 15 col 45 '26-Consultations sur place'.
           2 line 16 col 45 '27-Reclamations de documents rendus'.
           2 line 17 col 45 '28-Entretien du materiel'.
           2 line 24 col 1 '99-Quitter'.



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
                    display a-plg-accesrefuse
                end-if
                compute bool = 0
            when 27
                move 'pp-reclamations' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pp-reclamations' end-if
                compute bool = 0
            when 28
                move 'pp-entretien-materiel' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pp-entretien-materiel' end-if
                compute bool = 0
            when 99 compute bool =1

            end-evaluate
