       program-id. pa-alertes.

       select optional falerte assign nf-alerte
       organization indexed access dynamic
       record key clefAl = CodeEAl NumAl.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd falerte.
       1 alerte-enr.
               2 CodeEAl pic x(8).
               2 NumAl pic 9(2).
               2 TypeAl pic x.
               88 alerteAuteur value 'A'.
               88 alerteMotCle value 'M'.
               88 alerteCategorie value 'C'.
               2 CritereAl pic x(30).
               2 DateCreationAl pic 9(8).
               2 DateDerAvisAl pic 9(8).
               2 OrigineAl pic x.
               88 saisieGuichet value 'G'.
               88 saisieBorne value 'B'.

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
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
       1 nf-alerte pic x(30) value 'alerte.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 codexiste value 'o' false 'n'.
       1 pic x.
       88 alerteExiste value 'o' false 'n'.
       1 fin-falerte pic x value 'n'.
       88 finFalerte value 'o' false 'n'.
       1 cod pic x(8).
       1 dateJour pic 9(8).
       1 typeSaisi pic x.
       1 critereSaisi pic x(30).
       1 critereValide pic x.
       1 numSaisi pic 9(2).
       1 nouveauNumAl pic 9(2).
       1 nbProfils pic 9(2).
       1 nbMaxProfils pic 9(2) value 10.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'alerte'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Alertes nouveautes des adherents'.
           2 line 3 col 1 '1-Ajouter un profil d alerte'.
           2 line 4 col 1 '2-Profils d un adherent'.
           2 line 5 col 1 '3-Supprimer un profil'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 9 col 1 'Code adherent : '.
           2 s-code line 9 col 25 pic x(8) to cod required.
       1 a-plg-codeInconnu.
           2 line 11 col 1 'Adherent inconnu.'.
       1 s-plg-fiche.
           2 line 11 col 1 'A-auteur  M-mot cle  C-categorie : '.
           2 s-type line 11 col 40 pic x to typeSaisi required.
           2 line 12 col 1 'Auteur, mot cle ou categorie : '.
           2 s-critere line 12 col 40 pic x(30) to critereSaisi
           required.
       1 a-plg-critereInconnu.
           2 line 14 col 1 'Auteur, mot cle ou categorie absent '
           & 'des listes de la bibliotheque.'.
       1 a-plg-trop.
           2 line 14 col 1 'Nombre maximum de profils atteint '
           & 'pour cet adherent.'.
       1 a-plg-fait.
           2 line 14 col 1 'Profil enregistre, seules les '
           & 'nouveautes a partir de demain seront signalees.'.

       1 a-plg-enteteListe.
           2 line 11 col 1 'No Type Critere'.
           2 line 11 col 40 'Cree le   Dernier avis Origine'.
       1 a-plg-ligneListe.
           2 line n col 1 pic 99 from NumAl.
           2 col 5 pic x from TypeAl.
           2 col 9 pic x(30) from CritereAl.
           2 col 40 pic 9(8) from DateCreationAl.
           2 col 51 pic 9(8) from DateDerAvisAl.
           2 col 65 pic x from OrigineAl.

       1 s-plg-suppression.
           2 line 11 col 1 'Numero du profil : '.
           2 s-numSupp line 11 col 25 pic 99 to numSaisi required.
       1 a-plg-introuvable.
           2 line 13 col 1 'Aucun profil avec ce numero.'.
       1 a-plg-supprime.
           2 line 13 col 1 'Profil supprime.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-alerte.dat' to nf-alerte
       else
           move 'alerte.dat' to nf-alerte
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour
       open i-o falerte
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-ajouter
               when 2 perform 8300-lister
               when 3 perform 8600-supprimer
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close falerte
       goback.

       8000-ajouter.
       display s-plg-code
       accept s-code
       open input fadherent
       move cod to codeE
       read fadherent invalid set codexiste to false
                      not invalid set codexiste to true
       end-read
       close fadherent
       if not codexiste
           display a-plg-codeInconnu
           accept s-plg-suite
           exit paragraph
       end-if

       perform 8100-compter-profils
       if nbProfils >= nbMaxProfils
           display a-plg-trop
           accept s-plg-suite
           exit paragraph
       end-if

       display s-plg-fiche
       accept s-type
       accept s-critere
       move function upper-case(typeSaisi) to typeSaisi
       call 'Verifalerte' using typeSaisi critereSaisi critereValide
       end-call
       if critereValide not = 'O'
           display a-plg-critereInconnu
           accept s-plg-suite
           exit paragraph
       end-if

       move cod to CodeEAl
       move nouveauNumAl to NumAl
       move typeSaisi to TypeAl
       move critereSaisi to CritereAl
       move dateJour to DateCreationAl
       move dateJour to DateDerAvisAl
       set saisieGuichet to true
       write alerte-enr invalid continue
       end-write
       move 'A' to h-codeope
       move cod to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-fait
       accept s-plg-suite.

       8100-compter-profils.
       move 0 to nbProfils
       move 1 to nouveauNumAl
       move cod to CodeEAl
       move 0 to NumAl
       start falerte key >= clefAl
           invalid key
               set finFalerte to true
           not invalid key
               set finFalerte to false
       end-start
       perform until finFalerte
           read falerte next record
               at end
                   set finFalerte to true
               not at end
                   if CodeEAl not = cod
                       set finFalerte to true
                   else
                       add 1 to nbProfils
                       if NumAl >= nouveauNumAl
                           compute nouveauNumAl = NumAl + 1
                       end-if
                   end-if
           end-read
       end-perform.

       8300-lister.
       display s-plg-code
       accept s-code
       display a-plg-enteteListe
       move 12 to n
       move cod to CodeEAl
       move 0 to NumAl
       start falerte key >= clefAl
           invalid key
               set finFalerte to true
           not invalid key
               set finFalerte to false
       end-start
       perform until finFalerte
           read falerte next record
               at end
                   set finFalerte to true
               not at end
                   if CodeEAl not = cod
                       set finFalerte to true
                   else
                       display a-plg-ligneListe
                       add 1 to n
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8600-supprimer.
       display s-plg-code
       accept s-code
       display s-plg-suppression
       accept s-numSupp
       move cod to CodeEAl
       move numSaisi to NumAl
       read falerte invalid set alerteExiste to false
                    not invalid set alerteExiste to true
       end-read
       if not alerteExiste
           display a-plg-introuvable
       else
           delete falerte
           end-delete
           move 'S' to h-codeope
           move cod to h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
           display a-plg-supprime
       end-if
       accept s-plg-suite.

       end program pa-alertes.
