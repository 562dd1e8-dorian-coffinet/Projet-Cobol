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

       working-storage section.
       1 nf-resa-commande pic x(30) value 'resa-commande.dat'.
           2 s-code line 8 col 25 pic x(8) to cod required.
       1 a-plg-codeInconnu.
           2 line 10 col 1 'Adherent inconnu.'.
       1 a-plg-temporaire.
           2 line 10 col 1 'Adhesion temporaire : les reservations '
           & 'ne sont pas ouvertes.'.
       1 a-plg-fait.
           2 line 10 col 1 'Reservation sur commande enregistree, '
           & 'position dans la file : '.
           end-read
           if not codexiste
               display a-plg-codeInconnu
           else
           if categorieE = 'TEMPORAIRE'
               display a-plg-temporaire
           else
               move numDemande to NumCmdRC
               move function current-date(1:8) to DateRC
                   display a-plg-fait
               end-if
           end-if
           end-if
       end-if
       end-if

