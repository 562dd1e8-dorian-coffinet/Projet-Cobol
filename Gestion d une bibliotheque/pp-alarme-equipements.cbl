               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 n pic 999.
       1 nbSortis pic 9(3) value 0.
       1 titreCourant pic x(30).
       1 heureJour pic 9(4).
       1 heuresRetard pic 9(4).

       screen section.
       1 s-plg-titre.
       1 a-plg-entete.
           2 line 3 col 1 'Ref    Ex  Titre'.
           2 line 3 col 45 'Adherent'.
           2 line 3 col 54 'A rendre le/a'.
           2 line 3 col 69 'Retard (h)'.
       1 a-plg-ligne.
           2 line n col 1 pic x(8) from RefS.
           2 col 8 pic zz9 from Exemplaire.
           2 col 12 pic x(30) from titreCourant.
           2 col 45 pic x(8) from CodeE.
           2 col 54 pic 9(8) from DateEcheance.
           2 col 63 pic 9(4) from HeureEcheance.
           2 col 71 pic zzz9 from heuresRetard.
       1 a-plg-aucun.
           2 line 5 col 1 'Aucun materiel en pret court dehors, '
           & 'tout est rentre.'.
           move 'support.dat' to nf-support
       end-if
       move function current-date(1:8) to dateJour
       move function current-date(9:4) to heureJour
       open input fpret
       open input fsupport

               else
                   move spaces to titreCourant
               end-if
               call 'Compterheuresouvertes' using DateEcheance
                    HeureEcheance dateJour heureJour SiteC heuresRetard
               end-call
               display a-plg-ligne
               add 1 to n
               add 1 to nbSortis
