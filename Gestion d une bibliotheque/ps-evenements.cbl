       program-id. ps-evenements.

       select optional fevenement assign nf-evenement
       organization indexed access dynamic
       record key CodeEvt
       alternate record key DateEvt duplicates.

       select optional finscription assign nf-inscription-evt
       organization indexed access dynamic
       record key clefInsc = CodeEvtInsc CodeEInsc
       alternate record key CodeEvtInsc duplicates.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd fevenement.
       1 evenement.
               2 CodeEvt pic x(8).
               2 TitreEvt pic x(40).
               2 TypeEvt pic x.
               88 evtHeureConte value 'H'.
               88 evtRencontre value 'R'.
               88 evtAtelier value 'A'.
               2 SiteEvt pic x(3).
               2 DateEvt pic 9(8).
               2 HeureEvt pic 9(4).
               2 CapaciteEvt pic 9(3).
               2 AgeMinEvt pic 99.
               2 AgeMaxEvt pic 99.
               2 StatutEvt pic x.
               88 evtOuvert value 'O'.
               88 evtAnnule value 'X'.

       fd finscription.
       1 inscription-evt.
               2 CodeEvtInsc pic x(8).
               2 CodeEInsc pic x(8).
               2 DateInsc pic 9(8).
               2 HeureInsc pic 9(6).
               2 StatutInsc pic x.
               88 inscConfirmee value 'I'.
               88 inscAttente value 'W'.
               88 inscAnnulee value 'X'.
               2 PresentInsc pic x.
               88 inscPresent value 'O'.
               88 inscAbsent value 'N'.
               2 DateRappelInsc pic 9(8).

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

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
       1 nf-evenement pic x(30) value 'evenement.dat'.
       1 nf-inscription-evt pic x(30) value 'inscription-evt.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 evtExiste value 'o' false 'n'.
       1 pic x.
       88 inscExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-finsc pic x value 'n'.
       88 finFinsc value 'o' false 'n'.
       1 dh pic x(21).
       1 dateJour pic 9(8).
       1 codeEvtSaisi pic x(8).
       1 codSaisi pic x(8).
       1 titreSaisi pic x(40).
       1 typeEvtSaisi pic x.
       1 siteSaisi pic x(3).
       1 dateEvtSaisie pic 9(8).
       1 heureEvtSaisie pic 9(4).
       1 capaciteSaisie pic 9(3).
       1 ageMinSaisi pic 99.
       1 ageMaxSaisi pic 99.
       1 statutEvtSaisi pic x.
       1 presenceSaisie pic x.
       1 confirme pic x.
       1 ageAdherent pic 9(3).
       1 nbConfirmes pic 9(3).
       1 nbAttente pic 9(3).
       1 statutAvant pic x.
       1 cleAttente pic x(8).
       1 dateAttente pic 9(8).
       1 heureAttente pic 9(6).
       1 serieEvt pic x(5) value 'EVENT'.
       1 n pic 999.
       1 q-dest pic x(40).
       1 q-type pic x.
       1 q-resume pic x(80).
       1 q-tel pic x(15).
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'evenement'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Programme culturel'.
           2 line 3 col 1 '1-Creer un evenement'.
           2 line 4 col 1 '2-Modifier ou annuler un evenement'.
           2 line 5 col 1 '3-Inscrire un adherent'.
           2 line 6 col 1 '4-Annuler une inscription'.
           2 line 7 col 1 '5-Inscrits et liste d attente'.
           2 line 8 col 1 '6-Saisir les presences'.
           2 line 9 col 1 '7-Quitter'.
           2 line 10 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 10 col 32 pic 9 to choix required.

       1 s-plg-codeEvt.
           2 line 12 col 1 'Code evenement : '.
           2 s-codeEvt line 12 col 25 pic x(8) to codeEvtSaisi
           required.
       1 s-plg-codeAdh.
           2 line 13 col 1 'Code adherent : '.
           2 s-codeAdh line 13 col 25 pic x(8) to codSaisi required.

       1 s-plg-fiche.
           2 line 13 col 1 'Titre : '.
           2 s-titre line 13 col 25 pic x(40) using titreSaisi
           required.
           2 line 14 col 1 'Type (H=heure du conte, R=rencontre, '
           & 'A=atelier) : '.
           2 s-type line 14 col 52 pic x using typeEvtSaisi required.
           2 line 15 col 1 'Site : '.
           2 s-site line 15 col 25 pic x(3) using siteSaisi required.
           2 line 16 col 1 'Date (AAAAMMJJ) : '.
           2 s-dateEvt line 16 col 25 pic 9(8) using dateEvtSaisie
           required.
           2 line 17 col 1 'Heure (HHMM) : '.
           2 s-heureEvt line 17 col 25 pic 9(4) using heureEvtSaisie
           required.
           2 line 18 col 1 'Nombre de places : '.
           2 s-capacite line 18 col 25 pic zz9 using capaciteSaisie
           required.
           2 line 19 col 1 'Age minimum (0 = aucun) : '.
           2 s-ageMin line 19 col 30 pic z9 using ageMinSaisi.
           2 line 19 col 40 'Age maximum (0 = aucun) : '.
           2 s-ageMax line 19 col 67 pic z9 using ageMaxSaisi.
       1 s-plg-statutEvt.
           2 line 20 col 1 'Statut (O=ouvert, X=annule) : '.
           2 s-statutEvt line 20 col 32 pic x using statutEvtSaisi
           required.

       1 a-plg-codeCree.
           2 line 22 col 1 'Evenement cree sous le code '.
           2 a-code line 22 col 30 pic x(8) from CodeEvt.
       1 a-plg-evtEnregistre.
           2 line 22 col 1 'Evenement enregistre.'.
       1 a-plg-evtInexistant.
           2 line 22 col 1 'Evenement inconnu, annule ou deja passe.'.
       1 a-plg-siteInexistant.
           2 line 22 col 1 'Ce site n existe pas.'.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-dejaInscrit.
           2 line 22 col 1 'Cet adherent est deja inscrit ou en '
           & 'liste d attente.'.
       1 a-plg-ageRefuse.
           2 line 22 col 1 'Inscription refusee : l age de '
           & 'l adherent ne correspond pas au public vise.'.
       1 a-plg-inscrit.
           2 line 22 col 1 'Inscription confirmee.'.
       1 a-plg-attente.
           2 line 22 col 1 'Evenement complet : adherent place en '
           & 'liste d attente.'.
       1 a-plg-inscInexistante.
           2 line 22 col 1 'Aucune inscription active pour cet '
           & 'adherent.'.
       1 a-plg-inscAnnulee.
           2 line 22 col 1 'Inscription annulee.'.
       1 a-plg-promu.
           2 line 23 col 1 'Place attribuee a l adherent en attente '.
           2 a-promu line 23 col 42 pic x(8) from cleAttente.

       1 a-plg-enteteListe.
           2 line 13 col 1 'Adherent Statut Inscrit le Present'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(8) from CodeEInsc.
           2 col 10 pic x from StatutInsc.
           2 col 17 pic 9(8) from DateInsc.
           2 col 28 pic x from PresentInsc.
       1 a-plg-totaux.
           2 line 23 col 1 'Inscrits : '.
           2 a-nbConf line 23 col 12 pic zz9 from nbConfirmes.
           2 line 23 col 20 'En attente : '.
           2 a-nbAtt line 23 col 33 pic zz9 from nbAttente.

       1 a-plg-presence.
           2 line 15 col 1 'Adherent : '.
           2 a-presCode line 15 col 13 pic x(8) from CodeEInsc.
           2 a-presNom line 15 col 23 pic x(30) from nomE.
           2 a-presPrenom line 15 col 54 pic x(20) from prenomE.
       1 s-plg-presence.
           2 line 16 col 1 'Present ? O/N : '.
           2 s-presence line 16 col 18 pic x to presenceSaisie
           required.
       1 s-plg-confirme.
           2 line 21 col 1 'Confirmer ? O/N : '.
           2 s-confirme line 21 col 20 pic x to confirme required.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-evenement.dat' to nf-evenement
       else
           move 'evenement.dat' to nf-evenement
       end-if
       if mode-formation = 'O'
           move 'formation-inscription-evt.dat' to nf-inscription-evt
       else
           move 'inscription-evt.dat' to nf-inscription-evt
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour
       open i-o fevenement
       open i-o finscription
       open input fadherent
       open input fsite
       display s-plg-titre
       accept s-choix

       perform until choix = 7
           evaluate choix
               when 1 perform 8000-creer-evenement
               when 2 perform 8100-modifier-evenement
               when 3 perform 8200-inscrire
               when 4 perform 8300-annuler-inscription
               when 5 perform 8400-lister-inscrits
               when 6 perform 8500-saisir-presences
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fevenement
       close finscription
       close fadherent
       close fsite
       goback.

       8000-creer-evenement.
       move spaces to titreSaisi
       move 'H' to typeEvtSaisi
       move spaces to siteSaisi
       move dateJour to dateEvtSaisie
       move 0 to heureEvtSaisie
       move 0 to capaciteSaisie
       move 0 to ageMinSaisi
       move 0 to ageMaxSaisi
       perform 8050-saisir-fiche
       if not siteExiste
           display a-plg-siteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       call 'Prochainnumero' using serieEvt codeEvtSaisi
       end-call
       move codeEvtSaisi to CodeEvt
       perform 8060-fiche-vers-enreg
       set evtOuvert to true
       write evenement invalid set erreur to true
                       not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       move 'evenement' to h-nomfich
       move CodeEvt to h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-codeCree
       end-if
       accept s-plg-suite.

       8050-saisir-fiche.
       display s-plg-fiche
       accept s-titre
       accept s-type
       move function upper-case(typeEvtSaisi) to typeEvtSaisi
       perform until (typeEvtSaisi = 'H') or (typeEvtSaisi = 'R')
           or (typeEvtSaisi = 'A')
           accept s-type
           move function upper-case(typeEvtSaisi) to typeEvtSaisi
       end-perform
       accept s-site
       accept s-dateEvt
       accept s-heureEvt
       accept s-capacite
       accept s-ageMin
       accept s-ageMax
       move siteSaisi to CodeSite
       read fsite invalid set siteExiste to false
                  not invalid set siteExiste to true
       end-read.

       8060-fiche-vers-enreg.
       move titreSaisi to TitreEvt
       move typeEvtSaisi to TypeEvt
       move siteSaisi to SiteEvt
       move dateEvtSaisie to DateEvt
       move heureEvtSaisie to HeureEvt
       move capaciteSaisie to CapaciteEvt
       move ageMinSaisi to AgeMinEvt
       move ageMaxSaisi to AgeMaxEvt.

       8100-modifier-evenement.
       display s-plg-codeEvt
       accept s-codeEvt
       move codeEvtSaisi to CodeEvt
       read fevenement invalid set evtExiste to false
                       not invalid set evtExiste to true
       end-read
       if not evtExiste
           display a-plg-evtInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move TitreEvt to titreSaisi
       move TypeEvt to typeEvtSaisi
       move SiteEvt to siteSaisi
       move DateEvt to dateEvtSaisie
       move HeureEvt to heureEvtSaisie
       move CapaciteEvt to capaciteSaisie
       move AgeMinEvt to ageMinSaisi
       move AgeMaxEvt to ageMaxSaisi
       move StatutEvt to statutEvtSaisi
       perform 8050-saisir-fiche
       if not siteExiste
           display a-plg-siteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-statutEvt
       accept s-statutEvt
       move function upper-case(statutEvtSaisi) to statutEvtSaisi
       perform until (statutEvtSaisi = 'O') or (statutEvtSaisi = 'X')
           accept s-statutEvt
           move function upper-case(statutEvtSaisi) to statutEvtSaisi
       end-perform
       move codeEvtSaisi to CodeEvt
       read fevenement invalid continue
       end-read
       perform 8060-fiche-vers-enreg
       move statutEvtSaisi to StatutEvt
       rewrite evenement invalid set erreur to true
                         not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move 'evenement' to h-nomfich
       move CodeEvt to h-cleprim
       perform 9000-ecrire-histo
       if evtOuvert
           perform 8700-compter-inscrits
           perform until (nbConfirmes >= CapaciteEvt)
               or (nbAttente = 0)
               perform 8800-promouvoir-attente
               perform 8700-compter-inscrits
           end-perform
       end-if
       if not erreur
           display a-plg-evtEnregistre
       end-if
       accept s-plg-suite.

       8200-inscrire.
       display s-plg-codeEvt
       accept s-codeEvt
       display s-plg-codeAdh
       accept s-codeAdh
       perform 8600-lire-evenement
       if not evtExiste
           display a-plg-evtInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move codSaisi to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-adhInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       if (AgeMinEvt > 0) or (AgeMaxEvt > 0)
           if dateNaissanceE = 0
               display a-plg-ageRefuse
               accept s-plg-suite
               exit paragraph
           end-if
           compute ageAdherent = (DateEvt - dateNaissanceE) / 10000
           if (ageAdherent < AgeMinEvt)
           or ((AgeMaxEvt > 0) and (ageAdherent > AgeMaxEvt))
               display a-plg-ageRefuse
               accept s-plg-suite
               exit paragraph
           end-if
       end-if
       move codeEvtSaisi to CodeEvtInsc
       move codSaisi to CodeEInsc
       read finscription invalid set inscExiste to false
                         not invalid set inscExiste to true
       end-read
       if inscExiste and (not inscAnnulee)
           display a-plg-dejaInscrit
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8700-compter-inscrits
       move codeEvtSaisi to CodeEvtInsc
       move codSaisi to CodeEInsc
       move function current-date to dh
       move dh(1:8) to DateInsc
       move dh(9:6) to HeureInsc
       if nbConfirmes < CapaciteEvt
           set inscConfirmee to true
       else
           set inscAttente to true
       end-if
       move space to PresentInsc
       move 0 to DateRappelInsc
       if inscExiste
           rewrite inscription-evt invalid set erreur to true
                                   not invalid set erreur to false
           end-rewrite
       else
           write inscription-evt invalid set erreur to true
                                 not invalid set erreur to false
           end-write
       end-if
       move 'A' to h-codeope
       move 'inscription' to h-nomfich
       string CodeEvtInsc CodeEInsc(1:7) delimited by size
           into h-cleprim
       perform 9000-ecrire-histo
       if inscConfirmee
           display a-plg-inscrit
       else
           display a-plg-attente
       end-if
       accept s-plg-suite.

       8300-annuler-inscription.
       display s-plg-codeEvt
       accept s-codeEvt
       display s-plg-codeAdh
       accept s-codeAdh
       move codeEvtSaisi to CodeEvtInsc
       move codSaisi to CodeEInsc
       read finscription invalid set inscExiste to false
                         not invalid set inscExiste to true
       end-read
       if (not inscExiste) or inscAnnulee
           display a-plg-inscInexistante
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-confirme
       accept s-confirme
       if function upper-case(confirme) not = 'O'
           exit paragraph
       end-if
       move StatutInsc to statutAvant
       set inscAnnulee to true
       rewrite inscription-evt invalid set erreur to true
                               not invalid set erreur to false
       end-rewrite
       move 'S' to h-codeope
       move 'inscription' to h-nomfich
       string CodeEvtInsc CodeEInsc(1:7) delimited by size
           into h-cleprim
       perform 9000-ecrire-histo
       display a-plg-inscAnnulee
       if statutAvant = 'I'
           perform 8600-lire-evenement
           if evtExiste
               perform 8700-compter-inscrits
               if (nbConfirmes < CapaciteEvt) and (nbAttente > 0)
                   perform 8800-promouvoir-attente
                   display a-plg-promu
               end-if
           end-if
       end-if
       accept s-plg-suite.

       8400-lister-inscrits.
       display s-plg-codeEvt
       accept s-codeEvt
       display a-plg-enteteListe
       move 14 to n
       move 0 to nbConfirmes
       move 0 to nbAttente
       move codeEvtSaisi to CodeEvtInsc
       start finscription key = CodeEvtInsc
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscription next record
               at end
                   set finFinsc to true
               not at end
                   if CodeEvtInsc not = codeEvtSaisi
                       set finFinsc to true
                   else
                       if inscConfirmee
                           add 1 to nbConfirmes
                       end-if
                       if inscAttente
                           add 1 to nbAttente
                       end-if
                       if (not inscAnnulee) and (n < 23)
                           display a-plg-ligneListe
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       display a-plg-totaux
       accept s-plg-suite.

       8500-saisir-presences.
       display s-plg-codeEvt
       accept s-codeEvt
       move codeEvtSaisi to CodeEvtInsc
       start finscription key = CodeEvtInsc
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscription next record
               at end
                   set finFinsc to true
               not at end
                   if CodeEvtInsc not = codeEvtSaisi
                       set finFinsc to true
                   else
                       if inscConfirmee
                           perform 8550-saisir-presence
                       end-if
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8550-saisir-presence.
       move CodeEInsc to codeE
       read fadherent invalid move spaces to nomE prenomE
       end-read
       display a-plg-presence
       display s-plg-presence
       accept s-presence
       move function upper-case(presenceSaisie) to presenceSaisie
       if presenceSaisie = 'O'
           set inscPresent to true
       else
           set inscAbsent to true
       end-if
       rewrite inscription-evt invalid continue
       end-rewrite.

       8600-lire-evenement.
       move codeEvtSaisi to CodeEvt
       read fevenement invalid set evtExiste to false
                       not invalid set evtExiste to true
       end-read
       if evtExiste
           if evtAnnule or (DateEvt < dateJour)
               set evtExiste to false
           end-if
       end-if.

       8700-compter-inscrits.
       move 0 to nbConfirmes
       move 0 to nbAttente
       move spaces to cleAttente
       move 99999999 to dateAttente
       move 999999 to heureAttente
       move CodeEvt to CodeEvtInsc
       start finscription key = CodeEvtInsc
           invalid key
               set finFinsc to true
           not invalid key
               set finFinsc to false
       end-start
       perform until finFinsc
           read finscription next record
               at end
                   set finFinsc to true
               not at end
                   if CodeEvtInsc not = CodeEvt
                       set finFinsc to true
                   else
                       if inscConfirmee
                           add 1 to nbConfirmes
                       end-if
                       if inscAttente
                           add 1 to nbAttente
                           if (DateInsc < dateAttente)
                           or ((DateInsc = dateAttente)
                           and (HeureInsc < heureAttente))
                               move CodeEInsc to cleAttente
                               move DateInsc to dateAttente
                               move HeureInsc to heureAttente
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       8800-promouvoir-attente.
       move CodeEvt to CodeEvtInsc
       move cleAttente to CodeEInsc
       read finscription invalid exit paragraph
       end-read
       set inscConfirmee to true
       rewrite inscription-evt invalid set erreur to true
                               not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move 'inscription' to h-nomfich
       string CodeEvtInsc CodeEInsc(1:7) delimited by size
           into h-cleprim
       perform 9000-ecrire-histo
       move cleAttente to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if (not adherentExiste) or (canalE = 'N')
           exit paragraph
       end-if
       move 'V' to q-type
       move spaces to q-resume
       string 'Place confirmee : ' TitreEvt ' le ' DateEvt
           delimited by size into q-resume
       evaluate true
           when (canalE = 'S') and (telE not = spaces)
               move telE to q-tel
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           when mailE not = spaces
               move mailE to q-dest
               call 'Ecrirecourriel' using q-dest q-type q-resume
               end-call
       end-evaluate.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program ps-evenements.
