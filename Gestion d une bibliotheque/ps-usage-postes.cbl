       program-id. ps-usage-postes.

       select optional fsession assign nf-session-poste
       organization indexed access dynamic
       record key clefPs = SitePs PostePs DatePs HeureDebPs
       alternate record key CodeEPs duplicates.

       select frapport assign 'usage-postes.txt'
       organization line sequential.

       fd fsession.
       1 session-poste.
               2 SitePs pic x(3).
               2 PostePs pic x(4).
               2 DatePs pic 9(8).
               2 HeureDebPs pic 9(4).
               2 HeureFinPs pic 9(4).
               2 DureePs pic 9(3).
               2 CodeEPs pic x(8).
               2 StatutPs pic x.
               88 psConfirmee value 'C'.
               88 psAnnulee value 'X'.
               2 LoginPs pic 9(5).

       fd frapport.
       01 ligne-rapport pic x(100).

       working-storage section.
       1 nf-session-poste pic x(30) value 'session-poste.dat'.

       01 mode-formation pic x external value 'N'.
       1 dateRapport pic 9(8).
       1 fin-fsession pic x value 'n'.
       88 finFsession value 'o' false 'n'.
       1 siteCourant pic x(3) value spaces.
       1 posteCourant pic x(4) value spaces.
       1 nbSessionsPoste pic 9(4) value 0.
       1 minutesPoste pic 9(6) value 0.
       1 nbSessionsSite pic 9(5) value 0.
       1 minutesSite pic 9(6) value 0.
       1 nbSessionsTotal pic 9(5) value 0.
       1 minutesTotal pic 9(7) value 0.
       1 nbLignes pic 9(4) value 0.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Utilisation des postes publics'.
           2 line 3 col 1 'Date (AAAAMMJJ) : '.
           2 s-date line 3 col 20 pic 9(8) using dateRapport
           required.
       1 a-plg-termine.
           2 line 7 col 1 'Rapport ecrit dans usage-postes.txt, '
           & 'postes : '.
           2 a-nb line 7 col 48 pic zzz9 from nbLignes.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-session-poste.dat' to nf-session-poste
       else
           move 'session-poste.dat' to nf-session-poste
       end-if
       move function current-date(1:8) to dateRapport
       display s-plg-titre
       accept s-date

       open input fsession
       open output frapport
       string 'Utilisation des postes publics du ' dateRapport
           delimited by size into ligne-rapport
       write ligne-rapport
       move 'Site Poste Sessions Minutes' to ligne-rapport
       write ligne-rapport

       set finFsession to false
       read fsession next record at end set finFsession to true
       end-read
       perform until finFsession
           if (DatePs = dateRapport) and psConfirmee
               if (SitePs not = siteCourant)
               or (PostePs not = posteCourant)
                   perform 8000-rompre-poste
               end-if
               if SitePs not = siteCourant
                   perform 8100-rompre-site
                   move SitePs to siteCourant
               end-if
               move PostePs to posteCourant
               add 1 to nbSessionsPoste
               add DureePs to minutesPoste
           end-if
           read fsession next record at end set finFsession to true
           end-read
       end-perform
       perform 8000-rompre-poste
       perform 8100-rompre-site

       move spaces to ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Total tous sites : ' nbSessionsTotal
           ' sessions, ' minutesTotal ' minutes'
           delimited by size into ligne-rapport
       write ligne-rapport

       close fsession
       close frapport
       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-rompre-poste.
       if nbSessionsPoste = 0
           exit paragraph
       end-if
       move spaces to ligne-rapport
       string siteCourant '  ' posteCourant '  ' nbSessionsPoste
           '     ' minutesPoste
           delimited by size into ligne-rapport
       write ligne-rapport
       add 1 to nbLignes
       add nbSessionsPoste to nbSessionsSite
       add minutesPoste to minutesSite
       move 0 to nbSessionsPoste
       move 0 to minutesPoste.

       8100-rompre-site.
       if nbSessionsSite = 0
           exit paragraph
       end-if
       move spaces to ligne-rapport
       string 'Total site ' siteCourant ' : ' nbSessionsSite
           ' sessions, ' minutesSite ' minutes'
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       add nbSessionsSite to nbSessionsTotal
       add minutesSite to minutesTotal
       move 0 to nbSessionsSite
       move 0 to minutesSite.

       end program ps-usage-postes.
