       1 compteurEtape pic 9(3).
       1 k pic 9(2).
       1 jourSemaine pic 9.
       1 codeCloture pic x value 'J'.
       1 nbNonRemis pic 9(3) value 0.

       screen section.
       1 s-plg-titre.
       end-call
       perform 8300-fin-etape

       move 13 to etapeCourante
       move 'Rappels des evenements' to libEtapeCourante
       perform 8200-debut-etape
       call 'ps-rappels-evenements' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 14 to etapeCourante
       move 'Avis de courtoisie' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-avis-courtoisie' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 15 to etapeCourante
       move 'Reclamations passees en perte' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-reclamations-perdues' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 16 to etapeCourante
       move 'Reservations a date depassee' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-expirer-reservations' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 17 to etapeCourante
       move 'Amnistie des amendes' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-amnistier-amendes' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 18 to etapeCourante
       move 'Verification du chainage' to libEtapeCourante
       perform 8200-debut-etape
       call 'p-verifier-chainage' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 19 to etapeCourante
       move 'Alertes nouveautes' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-alertes-nouveautes' using compteurEtape
       end-call
       perform 8300-fin-etape

       if jourSemaine = 6
           move 20 to etapeCourante
           move 'Suggestions de lecture' to libEtapeCourante
           perform 8200-debut-etape
           call 'pl-recommandations' using compteurEtape
           end-call
           perform 8300-fin-etape
       end-if

       move 21 to etapeCourante
       move 'Adhesions temporaires expirees' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-expirer-temporaires' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 22 to etapeCourante
       move 'Liste d entretien du materiel' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-liste-entretien' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 23 to etapeCourante
       move 'Retards des classes' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-retards-classes' using compteurEtape
       end-call
       perform 8300-fin-etape

       move 24 to etapeCourante
       move 'Diffusion des rapports' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-diffuser-rapports' using codeCloture compteurEtape
           nbNonRemis
       end-call
       perform 8300-fin-etape
       if nbNonRemis > 0
           perform 8350-signaler-non-remis
       end-if

       move 25 to etapeCourante
       move 'Extrait entrepot de la ville' to libEtapeCourante
       perform 8200-debut-etape
       call 'pp-extraire-entrepot' using compteurEtape
       end-call
       perform 8300-fin-etape

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
       perform varying k from 0 by 1 until k > 25
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

       end program p-cloture.
