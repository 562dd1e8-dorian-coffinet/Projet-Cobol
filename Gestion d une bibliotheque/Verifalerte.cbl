       program-id. 'Verifalerte'.

       select optional fauteur assign nf-auteur
       organization indexed record key FormeAut
       access dynamic.

       select optional fmotcle assign nf-motcle
       organization indexed record key LibMot
       access dynamic.

       select optional fcategorie assign 'categorie.dat'
       organization indexed record key LibCat
       access dynamic.

       fd fauteur.
       1 auteur-enr.
               2 FormeAut pic x(30).
               2 TypeAut pic x.
               88 formeRetenue value 'P'.
               88 formeRenvoi value 'R'.
               2 FormeRetenueAut pic x(30).
               2 NbNotices pic 9(5).

       fd fmotcle.
       1 motcle-enr.
               2 LibMot pic x(20).
               2 NbUsages pic 9(5).

       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
               2 DureePretCat pic 9(3).
               2 MaxPretsCat pic 9(2).
               2 AgeMinCat pic 9(2).
               2 PretHoraireCat pic x.
               2 DureeHeuresCat pic 9(2).
               2 TarifPretCat pic 9(2)v99.

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-auteur pic x(30) value 'auteur.dat'.
       1 nf-motcle pic x(30) value 'motcle.dat'.

       linkage section.
       01 lTypeAlerte pic x.
       01 lCritere pic x(30).
       01 lValide pic x.

       procedure division using lTypeAlerte lCritere lValide.
       if mode-formation = 'O'
           move 'formation-auteur.dat' to nf-auteur
       else
           move 'auteur.dat' to nf-auteur
       end-if
       if mode-formation = 'O'
           move 'formation-motcle.dat' to nf-motcle
       else
           move 'motcle.dat' to nf-motcle
       end-if
       move 'N' to lValide
       evaluate lTypeAlerte
           when 'A'
               open input fauteur
               move lCritere to FormeAut
               read fauteur
                   invalid continue
                   not invalid
                       move 'O' to lValide
                       if formeRenvoi
                           move FormeRetenueAut to lCritere
                       end-if
               end-read
               close fauteur
           when 'M'
               open input fmotcle
               move lCritere to LibMot
               read fmotcle
                   invalid continue
                   not invalid move 'O' to lValide
               end-read
               close fmotcle
           when 'C'
               open input fcategorie
               move lCritere to LibCat
               read fcategorie
                   invalid continue
                   not invalid move 'O' to lValide
               end-read
               close fcategorie
       end-evaluate
       goback.

       end program 'Verifalerte'.
