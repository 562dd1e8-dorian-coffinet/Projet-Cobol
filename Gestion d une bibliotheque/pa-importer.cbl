                2 categorieE pic x(10).
                2 creditE pic 9(4)v99.
                2 codeGarantE pic x(8).
                2 canalE pic x.
                2 consentLettreE pic x.
                2 dateConsentLettreE pic 9(8).
                2 consentEvenementE pic x.
                2 dateConsentEvenementE pic 9(8).
                2 adrInvalideE pic x.
                2 dateAdrInvalideE pic 9(8).
                2 decedeE pic x.
                2 dateDecesE pic 9(8).
                2 refusRecoE pic x.

       fd fsite.
       1 site-enr.
       1 champ-mail pic x(40).
       1 champ-site pic x(3).
       1 champ-menage pic x(8).
       1 champ-lettre pic x.
       1 champ-evenement pic x.
       1 motifRejet pic x(40).
       1 nbImportes pic 9(4) value 0.
       1 nbRejets pic 9(4) value 0.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 h-nomfichConsent pic x(15) value 'consentement'.

       screen section.
       1 s-plg-titre.
           & 'l option 16 de l administration.'.
           2 line 3 col 1 'Colonnes attendues : Nom,Prenom,Adresse,'
           & 'Telephone,Mail,Site,Menage'.
           2 line 4 col 1 'puis, facultatives, Lettre,Evenements '
           & '(O/N : accord pour les messages hors service)'.
       1 a-plg-termine.
           2 line 5 col 1 'Import termine.'.
           2 line 7 col 1 'Adherents crees : '.
       8100-traiter-ligne.
       move spaces to champ-nom champ-prenom champ-adr champ-tel
       move spaces to champ-mail champ-site champ-menage
       move spaces to champ-lettre champ-evenement
       unstring ligneCsv delimited by ','
           into champ-nom champ-prenom champ-adr champ-tel
                champ-mail champ-site champ-menage
                champ-lettre champ-evenement
       end-unstring

       set ligneValide to true
       move champ-adr to adrE
       move champ-tel to telE
       move champ-mail to mailE
       if mailE not = spaces
           move 'M' to canalE
       else
           move 'P' to canalE
       end-if
       move champ-site to siteC
       move champ-menage to codeMenage
       if function upper-case(champ-lettre) = 'O'
           move 'O' to consentLettreE
       else
           move 'N' to consentLettreE
       end-if
       if function upper-case(champ-evenement) = 'O'
           move 'O' to consentEvenementE
       else
           move 'N' to consentEvenementE
       end-if
       move function current-date(1:8) to dateConsentLettreE
       move function current-date(1:8) to dateConsentEvenementE
       move '0000' to pinE
       move spaces to numCarteE
       move function current-date(1:8) to dateInscriptionE
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       if not erreur
           call 'Ecrirehisto' using h-codeope h-nomfichConsent
                                    h-cleprim h-opereu
           end-call
       end-if.

       9000-imprimer-carte.
       move 'Bibliothèque INFOrmatique - carte adherent'
