               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       fd fhistoarch.
       01 ligne-histo-arch pic x(77).

       fd fconnexion.
       1 connexion.
       1 nbHistoConserves pic 9(6) value 0.
       1 nbConnexionPurges pic 9(6) value 0.
       1 nbConnexionConserves pic 9(6) value 0.
       1 nbRupturesChainage pic 9(3) value 0.
       1 modeChainage pic x value 'P'.
       1 nomLogJournal pic x(10) value 'journal'.
       1 nomLogHisto pic x(10) value 'historique'.
       1 empreinteDepart pic 9(9).
       1 pic x.
       88 departTrouve value 'o' false 'n'.

       screen section.
       1 s-plg-titre.
           2 a-cp line 11 col 40 pic zzzzz9 from nbConnexionPurges.
           2 a-cc line 11 col 50 pic zzzzz9 from
           nbConnexionConserves.
       1 a-plg-chainageRompu.
           2 line 13 col 1 'ATTENTION : chainage du journal ou de '
           & 'l historique rompu avant la purge,'.
           2 line 14 col 1 'voir verification-chainage.txt.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       string 'connexions-' dateCutoff '.arc'
           into nomArchiveConnexion

       call 'p-verifier-chainage' using nbRupturesChainage
       end-call

       perform 8000-purger-journal
       perform 8200-purger-historique
       perform 8400-purger-connexions

       display a-plg-termine
       if nbRupturesChainage > 0
           display a-plg-chainageRompu
       end-if
       accept s-plg-suite
       goback.

       8000-purger-journal.
       set departTrouve to false
       open input fjournal
       open output fjournaltmp
       open extend fjournalarch
               move ligne-journal to ligne-arch
               write ligne-arch
               add 1 to nbJournalPurges
               if ligne-journal(72:9) numeric
                   move ligne-journal(72:9) to empreinteDepart
                   set departTrouve to true
               end-if
           else
               move ligne-journal to ligne-tmp
               write ligne-tmp
           read fjournaltmp at end set finFich to true end-read
       end-perform
       close fjournal
       close fjournaltmp
       if departTrouve
           call 'Chainerlog' using modeChainage nomLogJournal
                                   empreinteDepart
           end-call
       end-if.

       8200-purger-historique.
       set departTrouve to false
       open i-o fhisto
       open extend fhistoarch
       set finFich to false
               delete fhisto
               end-delete
               add 1 to nbHistoPurges
               if empreinte numeric
                   move empreinte to empreinteDepart
                   set departTrouve to true
               end-if
           else
               add 1 to nbHistoConserves
           end-if
           end-read
       end-perform
       close fhisto
       close fhistoarch
       if departTrouve
           call 'Chainerlog' using modeChainage nomLogHisto
                                   empreinteDepart
           end-call
       end-if.

       8400-purger-connexions.
       open i-o fconnexion
