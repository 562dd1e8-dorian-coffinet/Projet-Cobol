       program-id. 'Chainerlog'.

       select optional fchainage assign nf-chainage
       organization indexed
       access dynamic
       record key NomLogCh
       sharing with all other
       lock mode is automatic.

       fd fchainage.
       1 chainage-enr.
               2 NomLogCh pic x(10).
               2 EmpreinteDepartCh pic 9(9).
               2 DerniereEmpreinteCh pic 9(9).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-chainage pic x(30) value 'chainage.dat'.
       1 pic x.
       88 chainageExiste value 'o' false 'n'.

       linkage section.
       01 lMode pic x.
       01 lNomLog pic x(10).
       01 lEmpreinte pic 9(9).

       procedure division using lMode lNomLog lEmpreinte.
       if mode-formation = 'O'
           move 'formation-chainage.dat' to nf-chainage
       else
           move 'chainage.dat' to nf-chainage
       end-if
       open i-o fchainage
       move lNomLog to NomLogCh
       read fchainage invalid set chainageExiste to false
                      not invalid set chainageExiste to true
       end-read
       if not chainageExiste
           move lNomLog to NomLogCh
           move 0 to EmpreinteDepartCh
           move 0 to DerniereEmpreinteCh
       end-if

       evaluate lMode
           when 'L'
               move DerniereEmpreinteCh to lEmpreinte
           when 'D'
               move EmpreinteDepartCh to lEmpreinte
           when 'E'
               move lEmpreinte to DerniereEmpreinteCh
           when 'P'
               move lEmpreinte to EmpreinteDepartCh
       end-evaluate

       if (lMode = 'E') or (lMode = 'P')
           if chainageExiste
               rewrite chainage-enr
               end-rewrite
           else
               write chainage-enr
               end-write
           end-if
       end-if
       close fchainage
       goback.

       end program 'Chainerlog'.
