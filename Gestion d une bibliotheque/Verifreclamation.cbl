       program-id. 'Verifreclamation'.

       select optional freclam assign nf-reclamation
       organization indexed access dynamic
       record key clefRecl = DatePretRecl RefRecl ExemplaireRecl
           CodeERecl
       alternate record key CodeERecl duplicates.

       fd freclam.
       1 reclamation.
               2 DatePretRecl pic 9(8).
               2 RefRecl pic x(8).
               2 ExemplaireRecl pic 9(3).
               2 CodeERecl pic x(8).
               2 DateRecl pic 9(8).
               2 StatutRecl pic x.
               88 reclOuverte value 'O'.
               88 reclTrouvee value 'T'.
               88 reclPerdue value 'P'.
               2 DateClotureRecl pic 9(8).
               2 SiteRecl pic x(3).

       working-storage section.
       1 nf-reclamation pic x(30) value 'reclamation.dat'.

       01 mode-formation pic x external value 'N'.
       1 pic x.
       88 reclExiste value 'o' false 'n'.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'reclamation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 lAction pic x.
       01 lDatePret pic 9(8).
       01 lRef pic x(8).
       01 lExemplaire pic 9(3).
       01 lCode pic x(8).
       01 lReclame pic x.

       procedure division using lAction lDatePret lRef lExemplaire
                                lCode lReclame.
       if mode-formation = 'O'
           move 'formation-reclamation.dat' to nf-reclamation
       else
           move 'reclamation.dat' to nf-reclamation
       end-if
       move 'N' to lReclame
       open i-o freclam
       move lDatePret to DatePretRecl
       move lRef to RefRecl
       move lExemplaire to ExemplaireRecl
       move lCode to CodeERecl
       read freclam invalid set reclExiste to false
                    not invalid set reclExiste to true
       end-read
       if reclExiste and reclOuverte
           move 'O' to lReclame
           if lAction = 'T'
               set reclTrouvee to true
               move function current-date(1:8) to DateClotureRecl
               rewrite reclamation
               end-rewrite
               move RefRecl to h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call
           end-if
       end-if
       close freclam
       goback.
       end program 'Verifreclamation'.
