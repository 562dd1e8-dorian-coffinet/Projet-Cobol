               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-historique pic x(30) value 'historique.dat'.

       01 logutil-courant pic 9(5) external.
       01 logutil-demandeur pic 9(5) external value 0.
       1 pic x.
       88 erreurhisto value 'o' false 'n'.
       1 dh pic x(21).
       1 nomLogHisto pic x(10) value 'historique'.
       1 modeChainage pic x.
       1 empreintePrec pic 9(9).
       1 contenuHisto pic x(80).

       linkage section.
       01 codeope pic x.
       move dh(9:8) to cleheure
       string dh(7:2) '/' dh(5:2) '/' dh(1:4) into dateope
       move logutil-courant to login1
       move logutil-demandeur to loginDemandeur
       move lnomfich to nomfich
       move lcleprim to cleprim
       move lopereu to opereu
       move codeope to typeope
       move 'L' to modeChainage
       call 'Chainerlog' using modeChainage nomLogHisto empreintePrec
       end-call
       move histo(1:68) to contenuHisto
       call 'Calculerempreinte' using empreintePrec contenuHisto
                                      empreinte
       end-call

       write histo invalid set erreurhisto to true
                   not invalid set erreurhisto to false
       end-write
       if not erreurhisto
           move 'E' to modeChainage
           call 'Chainerlog' using modeChainage nomLogHisto empreinte
           end-call
       end-if

       close fhisto
       goback.
