       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-journal pic x(30) value 'journal.dat'.
       01 mandataire-courant pic x(8) external value spaces.
       01 logutil-courant pic 9(5) external value 0.

       1 dh pic x(21).
       1 dateJournal pic 9(8).
       1 heureJournal pic 9(6).
       1 nomLogJournal pic x(10) value 'journal'.
       1 modeChainage pic x.
       1 empreintePrec pic 9(9).
       1 empreinteLigne pic 9(9).
       1 contenuJournal pic x(80).

       linkage section.
       01 lref pic x(8).
       move dh(1:8) to dateJournal
       move dh(9:6) to heureJournal

       move spaces to ligne-journal
       if mandataire-courant = spaces
           string dateJournal ' ' heureJournal ' ' lref ' ' lcode
               ' ' ltype into ligne-journal
       else
           string dateJournal ' ' heureJournal ' ' lref ' ' lcode
               ' ' ltype ' ' mandataire-courant into ligne-journal
           move spaces to mandataire-courant
       end-if
       move logutil-courant to ligne-journal(46:5)
       move 'L' to modeChainage
       call 'Chainerlog' using modeChainage nomLogJournal empreintePrec
       end-call
       move ligne-journal(1:71) to contenuJournal
       call 'Calculerempreinte' using empreintePrec contenuJournal
                                      empreinteLigne
       end-call
       move empreinteLigne to ligne-journal(72:9)
       open extend fjournal
       write ligne-journal
       close fjournal
       move 'E' to modeChainage
       call 'Chainerlog' using modeChainage nomLogJournal empreinteLigne
       end-call
       goback.
       end program 'Ecrirejournal'.
