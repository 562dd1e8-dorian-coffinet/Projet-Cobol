       program-id. 'Calculerempreinte'.

       working-storage section.
       1 cumul pic 9(11).
       1 i pic 9(3).

       linkage section.
       01 lEmpreintePrec pic 9(9).
       01 lContenu pic x(80).
       01 lEmpreinte pic 9(9).

       procedure division using lEmpreintePrec lContenu lEmpreinte.
       move lEmpreintePrec to cumul
       perform varying i from 1 by 1 until i > 80
           compute cumul = function mod(cumul * 31
               + function ord(lContenu(i:1)), 999999937)
           end-compute
       end-perform
       move cumul to lEmpreinte
       goback.

       end program 'Calculerempreinte'.
