       select optional fjournal assign nf-journal
       organization line sequential.

       select optional fmanquant assign nf-manquant
       organization indexed access dynamic
       record key clefManq = RefManq ExpManq.

       select frapport assign 'rapport-desherbage.txt'
       organization line sequential.

               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fpret.
       1 pret.
       fd fjournal.
       01 ligne-journal pic x(80).

       fd fmanquant.
       1 manquant.
               2 RefManq pic x(8).
               2 ExpManq pic 9(3).
               2 SiteManq pic x(3).
               2 DateSignalManq pic 9(8).
               2 LoginManq pic 9(5).
               2 NbRecherchesManq pic 9(2).
               2 DateListeManq pic 9(8).
               2 StatutManq pic x.
               88 manqEnRecherche value 'M'.
               88 manqRetrouve value 'R'.
               88 manqPerdu value 'P'.
               2 DateClotureManq pic 9(8).

       fd frapport.
       01 ligne-rapport pic x(132).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-manquant pic x(30) value 'manquant.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 refLigneJ pic x(8).
       1 expLigneJ pic x(8).
       1 nbSansCirculation pic 9(4) value 0.
       1 nbManquantsPerdus pic 9(4) value 0.
       1 pic x.
       88 supportExistant value 'o' false 'n'.

       screen section.
       1 s-plg-titre.
       else
           move 'journal.dat' to nf-journal
       end-if
       if mode-formation = 'O'
           move 'formation-manquant.dat' to nf-manquant
       else
           move 'manquant.dat' to nf-manquant
       end-if
       if mode-formation = 'O'
           move 'formation-pret-histo.dat' to nf-pret-histo
       else
               into ligne-rapport
           write ligne-rapport
       end-if
       perform 9100-ecrire-manquants-perdus
       close frapport.

       9100-ecrire-manquants-perdus.
       open input fmanquant
       open input fsupport
       move spaces to ligne-rapport
       write ligne-rapport
       string 'Exemplaires perdus apres recherche en rayon'
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       set finFich to false
       read fmanquant next record at end set finFich to true end-read
       perform until finFich
           if manqPerdu
           and ((filtreSite = spaces) or (SiteManq = filtreSite))
               move RefManq to RefSu
               move ExpManq to ExemplaireU
               read fsupport invalid set supportExistant to false
                             not invalid set supportExistant to true
               end-read
               if not supportExistant
                   move spaces to LibS LibC
               end-if
               if (filtreCategorie = spaces)
               or (LibC = filtreCategorie)
                   add 1 to nbManquantsPerdus
                   move spaces to ligne-rapport
                   string LibC ' ' RefManq ' ' ExpManq ' ' LibS
                       ' site ' SiteManq ' signale le '
                       DateSignalManq ' perdu le ' DateClotureManq
                       ' apres ' NbRecherchesManq ' recherches'
                       into ligne-rapport
                   write ligne-rapport
               end-if
           end-if
           read fmanquant next record at end set finFich to true
           end-read
       end-perform
       if nbManquantsPerdus = 0
           move spaces to ligne-rapport
           string 'Aucun' into ligne-rapport
           write ligne-rapport
       end-if
       close fmanquant
       close fsupport.

       end program pl-desherbage.
