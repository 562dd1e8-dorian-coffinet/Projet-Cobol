               2 DernierNumRecu pic 9(3).
               2 DateDernierRecu pic 9(8).
               2 CodeFourAbo pic x(5).
               2 TypeConservAbo pic x.
               88 conservDerniers value 'N'.
               88 conservMois value 'M'.
               88 conservTout value ' '.
               2 DureeConservAbo pic 9(3).
               2 ReliureAbo pic x.

       fd fsite.
       1 site-enr.
       88 fourExiste value 'o' false 'n'.
       1 serieCompteur pic x(5) value 'SERIE'.
       1 n pic 999.
       1 numDemande pic 9(5).
       1 pic x.
       88 aboExiste value 'o' false 'n'.
       1 pic x.
       88 regleValide value 'o' false 'n'.
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'abonnement'.
       1 h-cleprim pic x(15).
           2 line 1 col 1 'Abonnements aux periodiques'.
           2 line 3 col 1 '1-Nouvel abonnement'.
           2 line 4 col 1 '2-Lister les abonnements'.
           2 line 5 col 1 '3-Regle de conservation des numeros'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-fiche.
           2 line 8 col 1 'Titre du periodique : '.
           2 line 13 col 1 'Site : '.
           2 s-site line 13 col 35 pic x(3) to SiteAbo required.

       1 s-plg-conservation.
           2 line 18 col 1 'Conservation (N=derniers numeros, '
           & 'M=mois, blanc=tout) : '.
           2 s-typeConserv line 18 col 58 pic x using TypeConservAbo.
           2 line 19 col 1 'Nombre de numeros ou de mois a garder : '.
           2 s-dureeConserv line 19 col 58 pic zz9 using
           DureeConservAbo.
           2 line 20 col 1 'Garder l annee complete pour la reliure '
           & '(O/N) : '.
           2 s-reliure line 20 col 58 pic x using ReliureAbo.
       1 a-plg-regleInvalide.
           2 line 21 col 1 'Regle invalide : N ou M avec une duree '
           & 'superieure a zero.'.
       1 a-plg-effaceRegle.
           2 line 21 col 1 pic x(79) value spaces.
       1 s-plg-numAbo.
           2 line 9 col 1 'Numero d abonnement : '.
           2 s-numAbo line 9 col 30 pic 9(5) to numDemande required.
       1 a-plg-introuvable.
           2 line 11 col 1 'Aucun abonnement avec ce numero.'.
       1 a-plg-titreAbo.
           2 line 11 col 1 'Titre : '.
           2 line 11 col 12 pic x(30) from TitreAbo.
       1 a-plg-regleFaite.
           2 line 22 col 1 'Regle de conservation enregistree.'.
       1 a-plg-siteInvalide.
           2 line 14 col 1 'Site inconnu, utilisez un code du '
           & 'fichier des sites.'.
           2 col 40 pic x(8) from RefAbo.
           2 col 47 pic 9(8) from DateFinAbo.
           2 col 57 pic zz9 from DernierNumRecu.
           2 col 62 pic x from TypeConservAbo.
           2 col 64 pic zz9 from DureeConservAbo.
           2 col 68 pic x from ReliureAbo.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-creer-abonnement
               when 2 perform 8500-lister-abonnements
               when 3 perform 8700-regle-conservation
           end-evaluate
           display s-plg-titre
           accept s-choix
       move 0 to DateDernierRecu
       move codeFourSaisi to CodeFourAbo
       move NomFour to FournisseurAbo
       move space to TypeConservAbo
       move 0 to DureeConservAbo
       move 'N' to ReliureAbo
       perform 8750-saisir-regle

       write abonnement invalid set erreur to true
                        not invalid set erreur to false
       end-perform
       accept s-plg-suite.

       8700-regle-conservation.
       display s-plg-numAbo
       accept s-numAbo
       move numDemande to NumAbo
       read fabonnement invalid set aboExiste to false
                        not invalid set aboExiste to true
       end-read
       if not aboExiste
           display a-plg-introuvable
           accept s-plg-suite
           exit paragraph
       end-if
       display a-plg-titreAbo
       perform 8750-saisir-regle
       rewrite abonnement invalid set erreur to true
                          not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move NumAbo to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       move 'A' to h-codeope
       if erreur
           display ' erreur d ecriture dans le fichier'
       else
           display a-plg-regleFaite
       end-if
       accept s-plg-suite.

       8750-saisir-regle.
       display s-plg-conservation
       set regleValide to false
       perform until regleValide
           accept s-typeConserv
           accept s-dureeConserv
           accept s-reliure
           move function upper-case(TypeConservAbo) to TypeConservAbo
           move function upper-case(ReliureAbo) to ReliureAbo
           if ReliureAbo not = 'O'
               move 'N' to ReliureAbo
           end-if
           evaluate true
               when conservTout
                   move 0 to DureeConservAbo
                   set regleValide to true
               when (conservDerniers or conservMois)
               and (DureeConservAbo > 0)
                   set regleValide to true
           end-evaluate
           if regleValide
               display a-plg-effaceRegle
           else
               display a-plg-regleInvalide
           end-if
       end-perform.

       end program ps-abonnements.
