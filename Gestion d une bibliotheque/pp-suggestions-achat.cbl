       organization indexed record key CodeFour
       access dynamic.

       select optional fmanquant assign nf-manquant
       organization indexed access dynamic
       record key clefManq = RefManq ExpManq.

       select frapport assign 'suggestions-achat.txt'
       organization line sequential.

               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fsupport.
       1 livre.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fparametres.
       1 parametresEnr.
               2 DelaiRappel1 pic 9(3).
               2 DelaiRappel2 pic 9(3).
               2 DelaiRappel3 pic 9(3).
               2 DelaiCourtoisie pic 9(3).
               2 DelaiReclamation pic 9(3).
               2 SeuilReclamation pic 9(2).
               2 SeuilManquant pic 9(2).
               2 SeuilRemise pic 9(3).
               2 SeuilCredit pic 9(3).
               2 SeuilSuppression pic 9(3).
               2 DelaiInactivite pic 9(3).
               2 SeuilExcepNombre pic 9(3).
               2 SeuilExcepMontant pic 9(4).
               2 SeuilExcepTaux pic 9(3).
               2 ToleranceQteFac pic 9(2).
               2 TolerancePrixFac pic 9(2).
               2 SeuilReco pic 9(2).

       fd fcommande.
       1 commande.
       fd frapport.
       01 ligne-rapport pic x(132).

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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-commande pic x(30) value 'commande.dat'.
       1 nf-manquant pic x(30) value 'manquant.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       88 finFreserve value 'o' false 'n'.
       1 fin-fsupport pic x value 'n'.
       88 finFsupport value 'o' false 'n'.
       1 fin-fmanquant pic x value 'n'.
       88 finFmanquant value 'o' false 'n'.
       1 nbRemplacements pic 9(3) value 0.
       1 fin-fcommande pic x value 'n'.
       88 finFcommande value 'o' false 'n'.
       1 pic x.
       else
           move 'commande.dat' to nf-commande
       end-if
       if mode-formation = 'O'
           move 'formation-manquant.dat' to nf-manquant
       else
           move 'manquant.dat' to nf-manquant
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
       perform varying k from 1 by 1 until k > nbRefsPress
           perform 8000-examiner-ref
       end-perform
       perform 8500-remplacer-manquants
       close fsupport
       close frapport

           display a-plg-commandee
       end-if.

       8500-remplacer-manquants.
       move spaces to ligne-rapport
       write ligne-rapport
       string 'Remplacements d exemplaires perdus apres recherche'
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       open input fmanquant
       read fmanquant next record at end set finFmanquant to true
       end-read
       perform until finFmanquant
           if manqPerdu
               move RefManq to RefSu
               move ExpManq to ExemplaireU
               read fsupport invalid set supportExistant to false
                             not invalid set supportExistant to true
               end-read
               if supportExistant and (Dispo = 'P')
                   add 1 to nbRemplacements
                   move spaces to ligne-rapport
                   string RefManq ' ex ' ExpManq ' ' LibS ' '
                       AuteurS ' ISBN ' IsbnS ' site ' SiteManq
                       ' perdu le ' DateClotureManq
                       into ligne-rapport
                   write ligne-rapport
               end-if
           end-if
           read fmanquant next record at end set finFmanquant to true
           end-read
       end-perform
       close fmanquant
       if nbRemplacements = 0
           move spaces to ligne-rapport
           string 'Aucun' into ligne-rapport
           write ligne-rapport
       end-if.

       end program pp-suggestions-achat.
