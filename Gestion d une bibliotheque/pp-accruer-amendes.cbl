               2 MontantAccru pic 9(3)v99.

       working-storage section.
       1 pretDomicile pic x value 'N'.
       88 pretADomicile value 'O'.
       1 pretReclame pic x value 'N'.
       88 pretEnReclamation value 'O'.
       1 actionReclamation pic x value 'V'.
       01 mode-formation pic x external value 'N'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       goback.

       8000-accruer-pret.
       call 'Verifdomicile' using DatePret RefS Exemplaire CodeE
            pretDomicile
       end-call
       if pretADomicile
           exit paragraph
       end-if
       call 'Verifreclamation' using actionReclamation DatePret RefS
            Exemplaire CodeE pretReclame
       end-call
       if pretEnReclamation
           exit paragraph
       end-if
       compute joursRetard = function integer-of-date(dateJour) -
           function integer-of-date(DateEcheance)
       if joursRetard > 0
