               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       fd fcsv.
       01 ligneCsv pic x(100).
              3 fichierPage pic x(15).
              3 clePage pic x(15).
              3 opereuPage pic x.
              3 demandePage pic 9(5).
       1 nbSurPage pic 99 value 0.
       1 nbTotal pic 9(6) value 0.
       1 i pic 99.
           2 line 9 col 27 'Fichier'.
           2 line 9 col 44 'Cle'.
           2 line 9 col 61 'Reussie'.
           2 line 9 col 70 'Saisi par'.
       1 a-plg-ligne.
           2 line n col 1 pic 9(8) from datePage(i).
           2 col 10 pic 9(8) from heurePage(i).
           2 col 27 pic x(15) from fichierPage(i).
           2 col 44 pic x(15) from clePage(i).
           2 col 61 pic x from opereuPage(i).
           2 col 70 pic z(5) from demandePage(i).
       1 s-plg-pageSuite.
           2 line 24 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 24 col 45 pic x to suite auto.
           set finFhisto to true
       end-if
       if (filtreLogin > 0) and (login1 not = filtreLogin)
       and (loginDemandeur not = filtreLogin)
           set ligneRetenue to false
       end-if
       if (filtreFichier not = spaces)
       move nomfich to fichierPage(nbSurPage)
       move cleprim to clePage(nbSurPage)
       move opereu to opereuPage(nbSurPage)
       move loginDemandeur to demandePage(nbSurPage)
       if nbSurPage = 15
           perform 8300-afficher-page
           display s-plg-pageSuite
       9000-exporter-csv.
       open input fhisto
       open output fcsv
       move 'Date,Heure,Login,Fichier,Cle,Reussie,Saisi par'
           to ligneCsv
       write ligneCsv
       move 0 to nbExportes
       perform 8000-positionner-debut
                   if ligneRetenue
                       string cledate ',' cleheure ',' login1 ','
                           function trim(nomfich) ','
                           function trim(cleprim) ',' opereu ','
                           loginDemandeur into ligneCsv
                       write ligneCsv
                       add 1 to nbExportes
                   end-if
