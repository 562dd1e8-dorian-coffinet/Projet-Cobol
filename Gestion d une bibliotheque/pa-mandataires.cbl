       program-id. pa-mandataires.

       select optional fmandataire assign nf-mandataire
       organization indexed access dynamic
       record key clefMand = CodeEMand CodeMand.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd fmandataire.
       1 mandataire-enr.
               2 CodeEMand pic x(8).
               2 CodeMand pic x(8).
               2 NomMand pic x(30).
               2 PrenomMand pic x(30).
               2 LienMand pic x(20).
               2 DateDebutMand pic 9(8).
               2 DateFinMand pic 9(8).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteC pic x(3).
               2 codeMenage pic x(8).
               2 dateInscriptionE pic 9(8).
               2 dateExpirationE pic 9(8).
               2 pinE pic x(4).
               2 dateNaissanceE pic 9(8).
               2 dateDernierPretE pic 9(8).
               2 dateDernierRetourE pic 9(8).
               2 dateDernierPaiementE pic 9(8).
               2 numCarteE pic x(8).
               2 codePartenaireE pic x(5).
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

       working-storage section.
       1 nf-mandataire pic x(30) value 'mandataire.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 mandExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fmand pic x value 'n'.
       88 finFmand value 'o' false 'n'.
       1 cod pic x(8).
       1 codMand pic x(8).
       1 dateJour pic 9(8).
       1 etatMand pic x(7).
       1 serieMandataire pic x(5) value 'MANDA'.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'mandataire'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Mandataires autorises a emprunter pour un '
           & 'adherent'.
           2 line 3 col 1 '1-Ajouter ou modifier une autorisation'.
           2 line 4 col 1 '2-Autorisations d un adherent'.
           2 line 5 col 1 '3-Supprimer une autorisation'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 9 col 1 'Code adherent : '.
           2 s-code line 9 col 30 pic x(8) to cod required.
       1 s-plg-codeMand.
           2 line 10 col 1 'Code du mandataire (vide = nouveau) : '.
           2 s-codeMand line 10 col 40 pic x(8) to codMand.

       1 s-plg-fiche.
           2 line 12 col 1 'Nom : '.
           2 s-nomMand line 12 col 25 pic x(30) using NomMand
           required.
           2 line 13 col 1 'Prenom : '.
           2 s-prenomMand line 13 col 25 pic x(30) using PrenomMand.
           2 line 14 col 1 'Lien avec l adherent : '.
           2 s-lienMand line 14 col 25 pic x(20) using LienMand.
           2 line 15 col 1 'Autorise jusqu au : '.
           2 s-finMand line 15 col 25 pic 9(8) using DateFinMand
           required.

       1 a-plg-entete.
           2 line 11 col 1 'Code'.
           2 line 11 col 10 'Nom'.
           2 line 11 col 41 'Lien'.
           2 line 11 col 62 'Fin'.
           2 line 11 col 71 'Etat'.
       1 a-plg-ligneMand.
           2 line n col 1 pic x(8) from CodeMand.
           2 col 10 pic x(30) from NomMand.
           2 col 41 pic x(20) from LienMand.
           2 col 62 pic 9(8) from DateFinMand.
           2 col 71 pic x(7) from etatMand.

       1 a-plg-codeMand.
           2 line 10 col 50 'Code attribue : '.
           2 a-codeMand line 10 col 67 pic x(8) from CodeMand.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-mandInexistant.
           2 line 22 col 1 'Aucune autorisation pour ce mandataire.'.
       1 a-plg-dateInvalide.
           2 line 22 col 1 'Date de fin anterieure a aujourd hui.'.
       1 a-plg-fait.
           2 line 22 col 1 'Enregistrement effectue.'.
       1 a-plg-supprime.
           2 line 22 col 1 'Autorisation supprimee.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-mandataire.dat' to nf-mandataire
       else
           move 'mandataire.dat' to nf-mandataire
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour
       open i-o fmandataire
       open input fadherent
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-maj-mandataire
               when 2 perform 8100-lister-mandataires
               when 3 perform 8200-supprimer-mandataire
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fmandataire
       close fadherent
       goback.

       8000-maj-mandataire.
       display s-plg-code
       accept s-code
       move cod to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-adhInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-codeMand
       accept s-codeMand
       if codMand = spaces
           set mandExiste to false
           initialize mandataire-enr
           call 'Prochainnumero' using serieMandataire codMand
           end-call
           move cod to CodeEMand
           move codMand to CodeMand
           move dateJour to DateDebutMand
           display a-plg-codeMand
       else
           move cod to CodeEMand
           move codMand to CodeMand
           read fmandataire invalid set mandExiste to false
                            not invalid set mandExiste to true
           end-read
           if not mandExiste
               initialize mandataire-enr
               move cod to CodeEMand
               move codMand to CodeMand
               move dateJour to DateDebutMand
               move codMand to codeE
               read fadherent invalid continue
                   not invalid
                       move nomE to NomMand
                       move prenomE to PrenomMand
               end-read
           end-if
       end-if
       display s-plg-fiche
       accept s-nomMand
       accept s-prenomMand
       accept s-lienMand
       accept s-finMand
       if DateFinMand < dateJour
           display a-plg-dateInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       set erreur to false
       if mandExiste
           move 'M' to h-codeope
           rewrite mandataire-enr invalid set erreur to true
           end-rewrite
       else
           move 'A' to h-codeope
           write mandataire-enr invalid set erreur to true
           end-write
       end-if
       perform 9000-ecrire-histo
       display a-plg-fait
       accept s-plg-suite.

       8100-lister-mandataires.
       display s-plg-code
       accept s-code
       display a-plg-entete
       move 12 to n
       move cod to CodeEMand
       move low-values to CodeMand
       start fmandataire key >= clefMand
           invalid key
               set finFmand to true
           not invalid key
               set finFmand to false
       end-start
       perform until finFmand
           read fmandataire next record
               at end
                   set finFmand to true
               not at end
                   if CodeEMand not = cod
                       set finFmand to true
                   else
                       if DateFinMand < dateJour
                           move 'EXPIRE' to etatMand
                       else
                           move 'VALIDE' to etatMand
                       end-if
                       if n < 21
                           display a-plg-ligneMand
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8200-supprimer-mandataire.
       display s-plg-code
       accept s-code
       display s-plg-codeMand
       accept s-codeMand
       move cod to CodeEMand
       move codMand to CodeMand
       read fmandataire invalid set mandExiste to false
                        not invalid set mandExiste to true
       end-read
       if not mandExiste
           display a-plg-mandInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       set erreur to false
       delete fmandataire invalid set erreur to true
       end-delete
       move 'S' to h-codeope
       perform 9000-ecrire-histo
       display a-plg-supprime
       accept s-plg-suite.

       9000-ecrire-histo.
       move clefMand to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-mandataires.
