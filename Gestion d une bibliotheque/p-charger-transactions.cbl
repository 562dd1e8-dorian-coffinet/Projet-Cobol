               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fcategorie.
       1 categorie.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd famende.
       1 amende.
       01 ligne-rapport pic x(100).

       working-storage section.
       1 pretDomicile pic x value 'N'.
       88 pretADomicile value 'O'.
       1 pretReclame pic x value 'N'.
       88 pretEnReclamation value 'O'.
       1 actionReclamation pic x value 'T'.
       1 nf-translocal pic x(30) value 'transactions-local.dat'.
       01 mode-formation pic x external value 'N'.
       1 nf-amende pic x(30) value 'amende.dat'.
       write ligne-rapport.

       8300-assesser-amende.
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
       if DateEcheance = 0
           exit paragraph
       end-if
