               88 repRepare value 'R'.
               88 repIrreparable value 'P'.
               2 StatutRep pic x.
               88 repAEnvoyer value 'A'.
               88 repEnvoyee value 'E'.
               88 repTerminee value 'T'.
               2 SiteRep pic x(3).
               2 LibCRep pic x(30).
               2 CodeERep pic x(8).
               2 GradeRep pic x.

       fd fcherche.
       1 livre.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd ffournisseur.
       1 fournisseur-enr.
               2 AllocationBud pic 9(6)v99.
               2 EngageBud pic 9(6)v99.
               2 DepenseBud pic 9(6)v99.
               2 VoteSuivBud pic 9(6)v99.
               2 ReportBud pic x.
               88 annulerEngagements value 'A'.
               2 StatutBud pic x.
               88 budgetCloture value 'C'.
               2 ReporteBud pic 9(6)v99.
               2 DateClotureBud pic 9(8).

       fd frapport.
       01 ligne-rapport pic x(100).
       1 pic x.
       88 repExiste value 'o' false 'n'.
       1 pic x.
       88 repEnAttente value 'o' false 'n'.
       1 numEnAttente pic 9(5).
       1 pic x.
       88 budgetExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
           2 line 11 col 1 'Aucune reparation avec ce numero.'.
       1 a-plg-dejaTerminee.
           2 line 11 col 1 'Cette reparation est deja receptionnee.'.
       1 a-plg-pasEnvoyee.
           2 line 11 col 1 'Cette reparation n a pas encore ete '
           & 'envoyee au relieur.'.
       1 s-plg-reception.
           2 line 11 col 1 'Resultat (R=repare, P=irreparable) : '.
           2 s-resultat line 11 col 40 pic x to resultatSaisi
           exit paragraph
       end-if

       perform 8150-chercher-en-attente
       if repEnAttente
           move numEnAttente to NumRep
           read freparation
           end-read
       else
           move nouveauNumRep to NumRep
           move ref to RefRep
           move exp to ExpRep
           move spaces to CodeERep
           move space to GradeRep
       end-if
       move codeFourSaisi to CodeFourRep
       move dateJour to DateEnvoiRep
       move dateRetourPrev to DateRetourPrevRep
       set repEnvoyee to true
       move SiteCU to SiteRep
       move LibC to LibCRep
       if repEnAttente
           rewrite reparation-enr invalid set erreur to true
                                  not invalid set erreur to false
           end-rewrite
       else
           write reparation-enr invalid set erreur to true
                                not invalid set erreur to false
           end-write
       end-if
       if not erreur
           move 'B' to Dispo
           rewrite livre
           end-rewrite
           if repEnAttente
               move 'M' to h-codeope
           else
               move 'A' to h-codeope
           end-if
           move NumRep to h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-read
       end-perform.

       8150-chercher-en-attente.
       set repEnAttente to false
       move 0 to NumRep
       start freparation key >= NumRep
           invalid key
               set finFrep to true
           not invalid key
               set finFrep to false
       end-start
       perform until finFrep
           read freparation next record
               at end
                   set finFrep to true
               not at end
                   if repAEnvoyer and (RefRep = ref)
                   and (ExpRep = exp)
                       set repEnAttente to true
                       move NumRep to numEnAttente
                       set finFrep to true
                   end-if
           end-read
       end-perform.

       8300-receptionner.
       display s-plg-numRep
       accept s-numRep
           accept s-plg-suite
           exit paragraph
       end-if
       if repAEnvoyer
           display a-plg-pasEnvoyee
           accept s-plg-suite
           exit paragraph
       end-if

       display s-plg-reception
       accept s-resultat
