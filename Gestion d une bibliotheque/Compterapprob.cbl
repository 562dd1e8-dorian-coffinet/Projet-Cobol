       program-id. 'Compterapprob'.

       select optional fapprob assign nf-approbation
       organization indexed access dynamic
       record key NumDemande.

       fd fapprob.
       1 demande.
               2 NumDemande pic 9(6).
               2 TypeDemande pic x.
               2 StatutDemande pic x.
               88 demandeEnAttente value 'E'.
               2 CodeAdhD pic x(8).
               2 DateAmD pic 9(8).
               2 MontantD pic 9(4)v99.
               2 AncienMontantD pic 9(4)v99.
               2 SensD pic x.
               2 ModeD pic x.
               2 MotifD pic x(30).
               2 SiteD pic x(3).
               2 LoginDemande pic 9(5).
               2 DateDemande pic 9(8).
               2 HeureDemande pic 9(6).
               2 LoginDecision pic 9(5).
               2 DateDecision pic 9(8).
               2 HeureDecision pic 9(6).
               2 NumRecuD pic 9(6).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-approbation pic x(30) value 'approbation.dat'.
       1 fin-fapprob pic x value 'n'.
       88 finFapprob value 'o' false 'n'.

       linkage section.
       01 lNbAttente pic 9(3).

       procedure division using lNbAttente.
       if mode-formation = 'O'
           move 'formation-approbation.dat' to nf-approbation
       else
           move 'approbation.dat' to nf-approbation
       end-if
       move 0 to lNbAttente
       open input fapprob
       set finFapprob to false
       read fapprob next record at end set finFapprob to true
       end-read
       perform until finFapprob
           if demandeEnAttente and (lNbAttente < 999)
               add 1 to lNbAttente
           end-if
           read fapprob next record at end set finFapprob to true
           end-read
       end-perform
       close fapprob
       goback.

       end program 'Compterapprob'.
