       program-id. p-verifier-chainage.

       select optional fjournal assign nf-journal
       organization line sequential.

       select optional fhisto assign nf-historique
       organization indexed access dynamic
       record key clefhisto = cledate cleheure.

       select frapport assign 'verification-chainage.txt'
       organization line sequential.

       fd fjournal.
       01 ligne-journal pic x(80).

       fd fhisto.
       1 histo.
               2 cledate pic 9(8).
               2 cleheure pic 9(8).
               2 dateope pic x(10).
               2 login1 pic 9(5).
               2 nomfich pic x(15).
               2 cleprim pic x(15).
               2 opereu pic x.
               2 typeope pic x.
               2 loginDemandeur pic 9(5).
               2 empreinte pic 9(9).

       fd frapport.
       01 ligne-rapport pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-historique pic x(30) value 'historique.dat'.

       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 chaineCommencee value 'o' false 'n'.
       1 pic x.
       88 ruptureTrouvee value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 modeChainage pic x.
       1 nomLog pic x(10).
       1 empreintePrec pic 9(9).
       1 empreinteLue pic 9(9).
       1 empreinteCalculee pic 9(9).
       1 derniereEmpreinte pic 9(9).
       1 contenu pic x(80).
       1 numEnreg pic 9(9).

       linkage section.
       01 lNbRuptures pic 9(3).

       procedure division using lNbRuptures.
       if mode-formation = 'O'
           move 'formation-journal.dat' to nf-journal
       else
           move 'journal.dat' to nf-journal
       end-if
       if mode-formation = 'O'
           move 'formation-historique.dat' to nf-historique
       else
           move 'historique.dat' to nf-historique
       end-if
       move 0 to lNbRuptures
       move function current-date(1:8) to dateJour

       open output frapport
       move spaces to ligne-rapport
       string 'Verification du chainage des journaux au ' dateJour
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport

       perform 8000-verifier-journal
       perform 8200-verifier-historique

       close frapport
       goback.

      *    les lignes anterieures au chainage n ont pas d empreinte ;
      *    des la premiere ligne chainee, chaque ligne doit suivre
       8000-verifier-journal.
       move 'journal' to nomLog
       move 'D' to modeChainage
       call 'Chainerlog' using modeChainage nomLog empreintePrec
       end-call
       set chaineCommencee to false
       set ruptureTrouvee to false
       move 0 to numEnreg
       open input fjournal
       set finFich to false
       read fjournal at end set finFich to true end-read
       perform until finFich or ruptureTrouvee
           add 1 to numEnreg
           if ligne-journal(72:9) numeric
               set chaineCommencee to true
               move ligne-journal(72:9) to empreinteLue
               move ligne-journal(1:71) to contenu
               call 'Calculerempreinte' using empreintePrec contenu
                                              empreinteCalculee
               end-call
               if empreinteCalculee = empreinteLue
                   move empreinteLue to empreintePrec
               else
                   set ruptureTrouvee to true
                   move spaces to ligne-rapport
                   string '  journal : chainage rompu a la ligne '
                       numEnreg ' : ' ligne-journal(1:44)
                       into ligne-rapport
                   write ligne-rapport
               end-if
           else
               if chaineCommencee
                   set ruptureTrouvee to true
                   move spaces to ligne-rapport
                   string '  journal : ligne ' numEnreg
                       ' sans empreinte : ' ligne-journal(1:44)
                       into ligne-rapport
                   write ligne-rapport
               end-if
           end-if
           read fjournal at end set finFich to true end-read
       end-perform
       close fjournal
       perform 8400-verifier-fin-de-chaine.

       8200-verifier-historique.
       move 'historique' to nomLog
       move 'D' to modeChainage
       call 'Chainerlog' using modeChainage nomLog empreintePrec
       end-call
       set chaineCommencee to false
       set ruptureTrouvee to false
       move 0 to numEnreg
       open input fhisto
       set finFich to false
       read fhisto next record at end set finFich to true end-read
       perform until finFich or ruptureTrouvee
           add 1 to numEnreg
           if empreinte numeric
               set chaineCommencee to true
               move empreinte to empreinteLue
               move histo(1:68) to contenu
               call 'Calculerempreinte' using empreintePrec contenu
                                              empreinteCalculee
               end-call
               if empreinteCalculee = empreinteLue
                   move empreinteLue to empreintePrec
               else
                   set ruptureTrouvee to true
                   move spaces to ligne-rapport
                   string '  historique : chainage rompu a l entree '
                       cledate ' ' cleheure ' ' nomfich ' ' cleprim
                       into ligne-rapport
                   write ligne-rapport
               end-if
           else
               if chaineCommencee
                   set ruptureTrouvee to true
                   move spaces to ligne-rapport
                   string '  historique : entree ' cledate ' '
                       cleheure ' sans empreinte' into ligne-rapport
                   write ligne-rapport
               end-if
           end-if
           read fhisto next record at end set finFich to true
           end-read
       end-perform
       close fhisto
       perform 8400-verifier-fin-de-chaine.

       8400-verifier-fin-de-chaine.
       if not ruptureTrouvee
           move 'L' to modeChainage
           call 'Chainerlog' using modeChainage nomLog
                                   derniereEmpreinte
           end-call
           if derniereEmpreinte not = empreintePrec
               set ruptureTrouvee to true
               move spaces to ligne-rapport
               string '  ' nomLog ' : fin de fichier retiree ou '
                   'remplacee apres l enregistrement ' numEnreg
                   into ligne-rapport
               write ligne-rapport
           end-if
       end-if
       if ruptureTrouvee
           add 1 to lNbRuptures
       else
           move spaces to ligne-rapport
           string '  ' nomLog ' : chainage intact (' numEnreg
               ' enregistrement(s))' into ligne-rapport
           write ligne-rapport
       end-if.

       end program p-verifier-chainage.
