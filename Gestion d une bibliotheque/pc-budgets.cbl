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

       fd fcategorie.
       1 categorie.
       1 siteSaisi pic x(3).
       1 categSaisie pic x(30).
       1 montantSaisi pic 9(6)v99.
       1 voteSaisi pic 9(6)v99.
       1 reportSaisi pic x.
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.
           2 line 11 col 1 'Allocation annuelle (euros.cc) : '.
           2 s-montant line 11 col 35 pic 999999.99 to montantSaisi
           required.
           2 line 12 col 1 'Allocation votee annee suivante : '.
           2 s-vote line 12 col 35 pic 999999.99 to voteSaisi.
           2 line 13 col 1 'Engagements en fin d annee : '.
           2 s-report line 13 col 35 pic x to reportSaisi.
           2 line 13 col 37 '(R-reporter, A-annuler)'.

       1 a-plg-siteInvalide.
           2 line 15 col 1 'Site inconnu, utilisez un code du '
           & 'fichier des sites.'.
       1 a-plg-catInexistante.
           2 line 15 col 1 'Categorie inconnue, utilisez une '
           & 'categorie existante.'.
       1 a-plg-fait.
           2 line 15 col 1 'Ligne budgetaire enregistree.'.
       1 a-plg-reportInvalide.
           2 line 15 col 1 'Choix de fin d annee : R ou A.'.
       1 a-plg-cloturee.
           2 line 15 col 1 'Annee budgetaire cloturee, ligne non '
           & 'modifiable.'.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 42 'Alloue'.
           2 line 1 col 53 'Engage'.
           2 line 1 col 64 'Depense'.
           2 line 1 col 75 'Clot.'.
       1 a-plg-ligneListe.
           2 line n col 1 pic 9(4) from AnneeBud.
           2 col 7 pic x(3) from SiteBud.
           2 col 42 pic zzzzz9.99 from AllocationBud.
           2 col 53 pic zzzzz9.99 from EngageBud.
           2 col 64 pic zzzzz9.99 from DepenseBud.
           2 col 76 pic x from StatutBud.
       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       accept s-site
       accept s-categ
       accept s-montant
       move 0 to voteSaisi
       move 'R' to reportSaisi
       accept s-vote
       accept s-report
       move function upper-case(reportSaisi) to reportSaisi
       if reportSaisi = space
           move 'R' to reportSaisi
       end-if
       if (reportSaisi not = 'R') and (reportSaisi not = 'A')
           display a-plg-reportInvalide
           accept s-plg-suite
           exit paragraph
       end-if

       open input fsite
       move siteSaisi to CodeSite
       read fbudget invalid set budgetExiste to false
                    not invalid set budgetExiste to true
       end-read
       if budgetExiste and budgetCloture
           display a-plg-cloturee
           accept s-plg-suite
           exit paragraph
       end-if
       if budgetExiste
           move montantSaisi to AllocationBud
           move voteSaisi to VoteSuivBud
           move reportSaisi to ReportBud
           rewrite budget-enr
           end-rewrite
           move 'M' to h-codeope
           move montantSaisi to AllocationBud
           move 0 to EngageBud
           move 0 to DepenseBud
           move voteSaisi to VoteSuivBud
           move reportSaisi to ReportBud
           move space to StatutBud
           move 0 to ReporteBud
           move 0 to DateClotureBud
           write budget-enr invalid continue
           end-write
           move 'A' to h-codeope
