       program-id. pp-reclamations-perdues.

       select optional freclam assign nf-reclamation
       organization indexed access dynamic
       record key clefRecl = DatePretRecl RefRecl ExemplaireRecl
           CodeERecl
       alternate record key CodeERecl duplicates.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       fd freclam.
       1 reclamation.
               2 DatePretRecl pic 9(8).
               2 RefRecl pic x(8).
               2 ExemplaireRecl pic 9(3).
               2 CodeERecl pic x(8).
               2 DateRecl pic 9(8).
               2 StatutRecl pic x.
               88 reclOuverte value 'O'.
               88 reclTrouvee value 'T'.
               88 reclPerdue value 'P'.
               2 DateClotureRecl pic 9(8).
               2 SiteRecl pic x(3).

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fsupport.
       1 livre.
               2 RefSu pic x(8).
               2 ExemplaireU pic 9(3).
               2 LibS pic x(30).
               2 DesignS pic x(50).
               2 Dispo pic x.
               2 LibC pic x(30).
               2 AuteurS pic x(30).
               2 IsbnS pic x(13).
               2 tab.
                  3 motscles pic x(20) occurs 20.
               2 SiteCU pic x(3).
               2 DateAjoutS pic 9(8).
               2 DateLimiteRetrait pic 9(8).
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fparametres.
       1 parametresEnr.
               2 CodeParam pic x(1).
               2 TauxAmende pic 9v99.
               2 DelaiGrace pic 9(3).
               2 MaxPrets pic 9(2).
               2 MaxEchecs pic 9(2).
               2 PlafondAmende pic 9(3).
               2 PlafondDette pic 9(3).
               2 DelaiRemplacement pic 9(3).
               2 DureeMotPasse pic 9(3).
               2 SeuilSuggestion pic 9(2).
               2 TauxAmendeHoraire pic 9v99.
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

       working-storage section.
       1 nf-reclamation pic x(30) value 'reclamation.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 dateJour pic 9(8).
       1 delaiPerte pic 9(3).
       1 joursReclamation pic s9(5).
       1 fin-freclam pic x value 'n'.
       88 finFreclam value 'o' false 'n'.
       1 pic x.
       88 pretTrouve value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'reclamation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 nbPerdues pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Reclamations passees en perte : '.
           2 a-nb line 21 col 34 pic zz9 from nbPerdues.

       procedure division using nbPerdues.
       if mode-formation = 'O'
           move 'formation-reclamation.dat' to nf-reclamation
       else
           move 'reclamation.dat' to nf-reclamation
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move 0 to nbPerdues
       move function current-date(1:8) to dateJour

       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 60 to DelaiReclamation
       end-read
       if (DelaiReclamation not numeric) or (DelaiReclamation = 0)
           move 60 to DelaiReclamation
       end-if
       move DelaiReclamation to delaiPerte
       close fparametres

       open i-o freclam
       open i-o fpret
       open i-o fsupport
       read freclam next record at end set finFreclam to true
       end-read
       perform until finFreclam
           if reclOuverte
               compute joursReclamation = function integer-of-date(
                   dateJour) - function integer-of-date(DateRecl)
               if joursReclamation >= delaiPerte
                   perform 8000-passer-en-perte
               end-if
           end-if
           read freclam next record at end set finFreclam to true
           end-read
       end-perform

       close freclam
       close fpret
       close fsupport
       display a-plg-termine
       goback.

       8000-passer-en-perte.
       set reclPerdue to true
       move dateJour to DateClotureRecl
       rewrite reclamation
       end-rewrite

       move DatePretRecl to DatePret
       move RefRecl to RefS
       move ExemplaireRecl to Exemplaire
       move CodeERecl to CodeE
       read fpret invalid set pretTrouve to false
                  not invalid set pretTrouve to true
       end-read
       if pretTrouve and (DateRetour = 0)
           move dateJour to DateRetour
           rewrite pret
           end-rewrite
       end-if

       move RefRecl to RefSu
       move ExemplaireRecl to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if supportExistant
           move 'P' to Dispo
           rewrite livre
           end-rewrite
       end-if

       move RefRecl to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       add 1 to nbPerdues.

       end program pp-reclamations-perdues.
