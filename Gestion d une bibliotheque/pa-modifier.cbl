       organization indexed record key CodePart
       access dynamic.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       fd fmodif.
       1 adherent.
                2 codeE pic x(8).
                2 categorieE pic x(10).
                2 creditE pic 9(4)v99.
                2 codeGarantE pic x(8).
                2 canalE pic x.
                2 consentLettreE pic x.
                2 dateConsentLettreE pic 9(8).
                2 consentEvenementE pic x.
                2 dateConsentEvenementE pic 9(8).
                2 adrInvalideE pic x.
                2 dateAdrInvalideE pic 9(8).
                2 decedeE pic x.
                2 dateDecesE pic 9(8).
                2 refusRecoE pic x.

       fd fpartenaire.
       1 partenaire-enr.
               2 NomPart pic x(30).
               2 AdrPart pic x(150).
               2 MailPart pic x(40).
       1 adresse pic x(150).

       fd fnote.
       1 note-enr.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-note pic x(30) value 'note.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 pic x.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 nouveauPin pic x(4).
       1 h-nomfichConsent pic x(15) value 'consentement'.
       1 dateJour pic 9(8).
       1 ancienLettre pic x.
       1 ancienEvenement pic x.
       1 pic x.
       88 consentModifie value 'o' false 'n'.
       1 pic x.
       88 partValide value 'o' false 'n'.
       1 ancienneAdresse pic x(150).
       1 h-nomfichNote pic x(15) value 'note'.
       1 autoriseSite pic x.
       88 siteAutorise value 'O'.
       1 pic x.
       88 adresseCorrigee value 'o' false 'n'.
       1 fin-fnote pic x value 'n'.
       88 finFnote value 'o' false 'n'.
       screen section.

       1 s-plg-titre.
           2 line 15 col 1 'Bibliotheque partenaire (vide si '
           & 'aucune) : '.
           2 s-partenaire line 15 col 45 pic x(5) to codePartenaireE.
           2 line 16 col 1 'Canal des avis (M-courriel S-SMS '
           & 'P-courrier N-aucun) : '.
           2 s-canal line 16 col 57 pic x using canalE.
           2 line 20 col 1 'Lettre d information (O/N) : '.
           2 s-consentLettre line 20 col 31 pic x using
           consentLettreE.
           2 line 20 col 36 'Annonces d evenements (O/N) : '.
           2 s-consentEvenement line 20 col 66 pic x using
           consentEvenementE.
           2 line 21 col 1 'Exclu des suggestions de lecture (O/N) : '.
           2 s-refusReco line 21 col 43 pic x using refusRecoE.

       1 a-plg-horsSite.
           2 line 5 col 1 'Adherent rattache au site '.
           2 a-siteFiche line 5 col 27 pic x(3) from siteC.
           2 line 5 col 31 ': consultation seule, modification '
           & 'refusee.'.

       1 a-plg-cpInvalide.
           2 line 18 col 1 'Code postal invalide : 5 chiffres.'.
       1 a-plg-canalInvalide.
           2 line 19 col 1 'Canal invalide : M, S, P ou N (S exige un '
           & 'telephone, M un email).'.
       1 a-plg-partInvalide.
           2 line 17 col 1 'Code partenaire inconnu, utilisez un '
           & 'code du fichier des partenaires.'.
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if
       open i-o fmodif
       move function current-date(1:8) to dateJour
       display s-plg-titre
       accept s-code
       read fmodif invalid set codexiste to false
                   not invalid set codexiste to true
       end-read

       if codexiste
           move codeE to h-cleprim
           call 'Verifsite' using siteC h-codeope h-nomfich h-cleprim
                                  autoriseSite
           end-call
       end-if

       if not codexiste
           then
               display ' Adherent n existe pas'
           else
           if not siteAutorise
               display a-plg-horsSite
           else
               if consentLettreE not = 'O'
                   move 'N' to consentLettreE
               end-if
               if consentEvenementE not = 'O'
                   move 'N' to consentEvenementE
               end-if
               move consentLettreE to ancienLettre
               move consentEvenementE to ancienEvenement
               move adrE to ancienneAdresse
               display a-plg-fiche
               accept s-nom
               accept s-prenom
                   end-perform
                   close fpartenaire
               end-if
               accept s-canal
               perform until (canalE = 'P' or 'N')
                          or (canalE = 'M' and mailE not = spaces)
                          or (canalE = 'S' and telE not = spaces)
                   display a-plg-canalInvalide
                   accept s-canal
               end-perform
               accept s-consentLettre
               accept s-consentEvenement
               accept s-refusReco
               if function upper-case(refusRecoE) = 'O'
                   move 'O' to refusRecoE
               else
                   move 'N' to refusRecoE
               end-if
               perform 8000-dater-consentement
               set adresseCorrigee to false
               if (adrInvalideE = 'O') and (adrE not = ancienneAdresse)
                   move 'N' to adrInvalideE
                   move 0 to dateAdrInvalideE
                   set adresseCorrigee to true
               end-if
               rewrite adherent invalid set erreur to true
                               not invalid set erreur to false
               end-rewrite
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call
               if consentModifie and not erreur
                   call 'Ecrirehisto' using h-codeope h-nomfichConsent
                                            h-cleprim h-opereu
                   end-call
               end-if
               if adresseCorrigee and not erreur
                   perform 8100-lever-adresse-invalide
               end-if

           if erreur
               then display ' erreur decriture dans le fichier'
               else display ' adresse modifiée '
           end-if
           end-if
       end-if.

       close fmodif
       goback.

       8000-dater-consentement.
       set consentModifie to false
       move function upper-case(consentLettreE) to consentLettreE
       move function upper-case(consentEvenementE)
           to consentEvenementE
       if consentLettreE not = 'O'
           move 'N' to consentLettreE
       end-if
       if consentEvenementE not = 'O'
           move 'N' to consentEvenementE
       end-if
       if consentLettreE not = ancienLettre
           move dateJour to dateConsentLettreE
           set consentModifie to true
       end-if
       if consentEvenementE not = ancienEvenement
           move dateJour to dateConsentEvenementE
           set consentModifie to true
       end-if.

       8100-lever-adresse-invalide.
       open i-o fnote
       move codeE to CodeNote
       move 0 to DateNote
       move 0 to HeureNote
       start fnote key >= clefNote
           invalid key
               set finFnote to true
           not invalid key
               set finFnote to false
       end-start
       perform until finFnote
           read fnote next record
               at end
                   set finFnote to true
               not at end
                   if CodeNote not = codeE
                       set finFnote to true
                   else
                       if TexteNote(1:16) = 'ADRESSE INVALIDE'
                           delete fnote
                           end-delete
                           move 'S' to h-codeope
                           call 'Ecrirehisto' using h-codeope
                                h-nomfichNote h-cleprim h-opereu
                           end-call
                           move 'M' to h-codeope
                       end-if
                   end-if
           end-read
       end-perform
       close fnote.

       end program pa-modifier.
