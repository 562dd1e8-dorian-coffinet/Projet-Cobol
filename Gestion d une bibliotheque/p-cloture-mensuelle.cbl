       1 libEtapeCourante pic x(30).
       1 compteurEtape pic 9(3).
       1 k pic 9(2).
       1 codeCloture pic x value 'M'.
       1 nbNonRemis pic 9(3) value 0.

       screen section.
       1 s-plg-titre.
           2 line 1 col 1 'Cloture de fin de mois'.
           2 line 2 col 1 'Enchaine les travaux mensuels : '
           & 'circulation, export comptable, budget, purge, '
           & 'partenaires, exceptions, periodiques, diffusion.'.
       1 a-plg-bloquee.
           2 line 4 col 1 'La cloture mensuelle precedente ne s est '
           & 'pas terminee : verifier cloture-mois.dat.'.
       move 0 to compteurEtape
       perform 8300-fin-etape

       move 6 to etapeCourante
       move 'Exceptions du personnel' to libEtapeCourante
       perform 8200-debut-etape
       call 'p-rapport-exceptions'
       end-call
       move 0 to compteurEtape
       perform 8300-fin-etape

       move 7 to etapeCourante
       move 'Conservation des periodiques' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-conservation-periodiques' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 8 to etapeCourante
       move 'Diffusion des rapports' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-diffuser-rapports' using codeCloture compteurEtape
           nbNonRemis
       end-call
       perform 8300-fin-etape
       if nbNonRemis > 0
           perform 8350-signaler-non-remis
       end-if

       perform 8400-cloturer-entete
       perform 9000-ecrire-resume

       rewrite cloture
       end-rewrite.

       8350-signaler-non-remis.
       move dateJour to DateClot
       move etapeCourante to NumEtape
       read fcloture invalid continue
       end-read
       set etapeEchec to true
       rewrite cloture
       end-rewrite.

       8400-cloturer-entete.
       move dateJour to DateClot
       move 0 to NumEtape
       write ligne-resume
       move spaces to ligne-resume
       write ligne-resume
       perform varying k from 0 by 1 until k > 8
           move dateJour to DateClot
           move k to NumEtape
           read fcloture
                   write ligne-resume
           end-read
       end-perform
       if nbNonRemis > 0
           move spaces to ligne-resume
           string 'Envois de rapports non remis : ' nbNonRemis
               ', voir diffusion-rapports.txt' into ligne-resume
           write ligne-resume
       end-if
       close fresume.

       end program p-cloture-mensuelle.
