       program-id. 'Demanderapprob'.

       select optional fapprob assign nf-approbation
       organization indexed access dynamic
       record key NumDemande.

       fd fapprob.
       1 demande.
               2 NumDemande pic 9(6).
               2 TypeDemande pic x.
               88 demandeRemise value 'R'.
               88 demandeCredit value 'C'.
               88 demandeSuppression value 'S'.
               2 StatutDemande pic x.
               88 demandeEnAttente value 'E'.
               88 demandeApprouvee value 'A'.
               88 demandeRejetee value 'J'.
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

       01 logutil-courant pic 9(5) external value 0.
       1 fin-fapprob pic x value 'n'.
       88 finFapprob value 'o' false 'n'.
       1 nouveauNumDemande pic 9(6).
       1 dh pic x(21).
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'approbation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       linkage section.
       01 lType pic x.
       01 lCode pic x(8).
       01 lDateAm pic 9(8).
       01 lMontant pic 9(4)v99.
       01 lAncienMontant pic 9(4)v99.
       01 lSens pic x.
       01 lMode pic x.
       01 lMotif pic x(30).
       01 lSite pic x(3).
       01 lNumDemande pic 9(6).

       procedure division using lType lCode lDateAm lMontant
                                lAncienMontant lSens lMode lMotif
                                lSite lNumDemande.
       if mode-formation = 'O'
           move 'formation-approbation.dat' to nf-approbation
       else
           move 'approbation.dat' to nf-approbation
       end-if
       open i-o fapprob
       move 1 to nouveauNumDemande
       set finFapprob to false
       read fapprob next record at end set finFapprob to true
       end-read
       perform until finFapprob
           if NumDemande >= nouveauNumDemande
               compute nouveauNumDemande = NumDemande + 1
           end-if
           read fapprob next record at end set finFapprob to true
           end-read
       end-perform

       initialize demande
       move nouveauNumDemande to NumDemande
       move lType to TypeDemande
       set demandeEnAttente to true
       move lCode to CodeAdhD
       move lDateAm to DateAmD
       move lMontant to MontantD
       move lAncienMontant to AncienMontantD
       move lSens to SensD
       move lMode to ModeD
       move lMotif to MotifD
       move lSite to SiteD
       move logutil-courant to LoginDemande
       move function current-date to dh
       move dh(1:8) to DateDemande
       move dh(9:6) to HeureDemande
       write demande invalid move 'N' to h-opereu
                     not invalid move 'O' to h-opereu
       end-write
       move NumDemande to lNumDemande
       close fapprob

       move NumDemande to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       goback.

       end program 'Demanderapprob'.
