               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-reservation pic x(30) value 'reservation.dat'.

       01 logutil-courant pic 9(5) external value 0.
       01 mandataire-courant pic x(8) external value spaces.
       1 choix pic 9.
       1 ref pic x(8).
       1 cod pic x(8).
       1 h-nomfich pic x(15) value 'reservation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 codMandataire pic x(8).
       1 nomMandataire pic x(30).
       1 etatMandataire pic x.
       1 pic x.
       88 reservationPrete value 'o' false 'n'.

       screen section.

           2 line 1 col 1 'Gestion des reservations'.
           2 line 3 col 1 '1-Lister par reference de livre'.
           2 line 4 col 1 '2-Lister par adherent'.
           2 line 5 col 1 '3-Retrait au rayon des reservations'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.

       1 s-plg-ref.
           2 line 7 col 1 'Reference du livre : '.
           2 s-ref line 7 col 30 pic x(8) to ref required.
       1 s-plg-code.
           2 line 7 col 1 'Code de l adherent : '.
           2 s-code line 7 col 30 pic x(8) to cod required.
       1 s-plg-retrait.
           2 line 8 col 1 'Code de l adherent : '.
           2 s-retCode line 8 col 30 pic x(8) to cod required.
           2 line 9 col 1 'Retire par (code mandataire, vide = '
           & 'l adherent lui-meme) : '.
           2 s-retMandataire line 9 col 60 pic x(8) to codMandataire.
       1 a-plg-pasPrete.
           2 line 11 col 1 'Aucune reservation en attente de retrait '
           & 'pour cet adherent.'.
       1 a-plg-mandExpire.
           2 line 11 col 1 'Retrait refuse : l autorisation de ce '
           & 'mandataire a expire.'.
       1 a-plg-mandInconnu.
           2 line 11 col 1 'Retrait refuse : cette personne n est pas '
           & 'autorisee a retirer pour l adherent.'.
       1 a-plg-retirePar.
           2 line 11 col 1 'Retire par le mandataire : '.
           2 a-nomMandataire line 11 col 30 pic x(30)
           from nomMandataire.
           2 line 12 col 1 'Enregistrer maintenant le pret du livre '
           & 'reserve.'.
       1 a-plg-retireAdherent.
           2 line 11 col 1 'Retire par l adherent. Enregistrer '
           & 'maintenant le pret du livre reserve.'.

       1 a-plg-entete.
           2 line 8 col 1 'No'.
       display s-plg-titre
       accept s-choix

       if choix = 3
           perform 8700-retirer-reservation
           accept s-plg-suite
           close freserve
           goback
       end-if

       if choix = 1
           display s-plg-ref
           accept s-ref
       read freserve
       end-read.

       8700-retirer-reservation.
       display s-plg-ref
       accept s-ref
       display s-plg-retrait
       accept s-retCode
       accept s-retMandataire
       set reservationPrete to false
       move ref to RefRes
       start freserve key = RefRes
           invalid key
               set finFreserve to true
           not invalid key
               set finFreserve to false
       end-start
       perform until finFreserve
           read freserve next end set finFreserve to true
           not at end
               if RefRes not = ref
                   set finFreserve to true
               else
                   if resNotifiee and (CodeRes = cod)
                       set reservationPrete to true
                       set finFreserve to true
                   end-if
               end-if
           end-read
       end-perform
       if not reservationPrete
           display a-plg-pasPrete
           exit paragraph
       end-if
       if codMandataire = spaces
           display a-plg-retireAdherent
       else
           call 'Verifmandataire' using cod codMandataire
                                        nomMandataire etatMandataire
           end-call
           evaluate etatMandataire
               when 'O'
                   display a-plg-retirePar
               when 'E'
                   display a-plg-mandExpire
                   exit paragraph
               when other
                   display a-plg-mandInconnu
                   exit paragraph
           end-evaluate
       end-if
       accept s-plg-suite
       move codMandataire to mandataire-courant
       close freserve
       call 'pp-enregistrerp'
       end-call
       move spaces to mandataire-courant
       open i-o freserve.

       9000-annuler-reservation.
       move refLigne(numAnnulation) to RefRes
       move dateLigne(numAnnulation) to DateRes
