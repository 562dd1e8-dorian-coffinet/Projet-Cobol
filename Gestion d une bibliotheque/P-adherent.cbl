       1 bool pic 9 value 0.
       1 suite pic x.
       01 mode-formation pic x external value 'N'.
       01 session-ouverte pic x external value 'N'.
       88 sessionOuverte value 'O'.
       1 modeSession pic x.
       01 statut-courant pic x external.
       88 statutUtil1 value '1'.
       1 fonctionDroit pic x(20).
           2 line 8 col 45 '16-Credit du compte'.
           2 line 9 col 45 '17-Suspensions de pret'.
           2 line 10 col 45 '18-Notes de service'.
           2 line 11 col 45 '19-Reservation des salles'.
           2 line 12 col 45 '20-Programme culturel'.
           2 line 13 col 45 '21-Postes informatiques publics'.
           2 line 14 col 45 '22-Portage a domicile'.
           2 line 15 col 45 '23-Mandataires autorises'.
           2 line 16 col 45 '24-Prelevement de la cotisation'.
           2 line 17 col 45 '25-Vente a l accueil'.
           2 line 18 col 45 '26-Alertes nouveautes'.
           2 line 19 col 45 '27-Defi lecture d ete'.
           2 line 20 col 45 '28-Classes et enseignants'.
           2 line 21 col 1 '99-Quitter'.



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
                else call 'pa-notes' end-if
                compute bool = 0
            when 19
                move 'ps-salles' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'ps-salles' end-if
                compute bool = 0
            when 20
                move 'ps-evenements' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'ps-evenements' end-if
                compute bool = 0
            when 21
                move 'ps-postes' to fonctionDroit
                perform 8900-verifier-droit-libre
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'ps-postes' end-if
                compute bool = 0
            when 22
                move 'pa-domicile' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-domicile' end-if
                compute bool = 0
            when 23
                move 'pa-mandataires' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-mandataires' end-if
                compute bool = 0
            when 24
                move 'pa-mandats-sepa' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-mandats-sepa' end-if
                compute bool = 0
            when 25
                move 'pa-vente' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-vente' end-if
                compute bool = 0
            when 26
                move 'pa-alertes' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-alertes' end-if
                compute bool = 0
            when 27
                move 'ps-defis-lecture' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'ps-defis-lecture' end-if
                compute bool = 0
            when 28
                move 'pa-classes' to fonctionDroit
                perform 8800-verifier-droit-protege
                if not accesAutorise
                    then display a-plg-accesrefuse
                else call 'pa-classes' end-if
                compute bool = 0
            when 99 compute bool = 1
        end-evaluate

