       program-id. 'Verifincomplet'.

       select optional fincomplet assign nf-retour-incomplet
       organization indexed access dynamic
       record key clefInc = DatePretInc RefInc ExemplaireInc CodeEInc.

       fd fincomplet.
       1 retour-incomplet.
               2 DatePretInc pic 9(8).
               2 RefInc pic x(8).
               2 ExemplaireInc pic 9(3).
               2 CodeEInc pic x(8).
               2 DateConstatInc pic 9(8).
               2 NbAttenduInc pic 9(2).
               2 NbRenduInc pic 9(2).
               2 StatutInc pic x.
               88 incOuvert value 'O'.
               88 incComplete value 'C'.
               2 DateCompleteInc pic 9(8).

       working-storage section.
       1 nf-retour-incomplet pic x(30) value 'retour-incomplet.dat'.

       01 mode-formation pic x external value 'N'.
       1 pic x.
       88 incExiste value 'o' false 'n'.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'retourincomplet'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 lAction pic x.
       01 lDatePret pic 9(8).
       01 lRef pic x(8).
       01 lExemplaire pic 9(3).
       01 lCode pic x(8).
       01 lIncomplet pic x.

       procedure division using lAction lDatePret lRef lExemplaire
                                lCode lIncomplet.
       if mode-formation = 'O'
           move 'formation-retour-incomplet.dat'
               to nf-retour-incomplet
       else
           move 'retour-incomplet.dat' to nf-retour-incomplet
       end-if
       move 'N' to lIncomplet
       open i-o fincomplet
       move lDatePret to DatePretInc
       move lRef to RefInc
       move lExemplaire to ExemplaireInc
       move lCode to CodeEInc
       read fincomplet invalid set incExiste to false
                       not invalid set incExiste to true
       end-read
       if incExiste and incOuvert
           move 'O' to lIncomplet
           if lAction = 'C'
               set incComplete to true
               move NbAttenduInc to NbRenduInc
               move function current-date(1:8) to DateCompleteInc
               rewrite retour-incomplet
               end-rewrite
               move RefInc to h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call
           end-if
       end-if
       close fincomplet
       goback.
       end program 'Verifincomplet'.
