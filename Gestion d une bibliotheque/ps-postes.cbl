       program-id. ps-postes.

       select optional fposte assign 'poste.dat'
       organization indexed access dynamic
       record key clefPoste = SitePoste CodePoste.

       select optional fsession assign nf-session-poste
       organization indexed access dynamic
       record key clefPs = SitePs PostePs DatePs HeureDebPs
       alternate record key CodeEPs duplicates
       sharing with all other
       lock mode is automatic.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional ffermeture assign 'fermeture.dat'
       organization indexed access dynamic
       record key clefFerm = DateFerm SiteFerm.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fcarte assign nf-carte
       organization indexed access dynamic
       record key NumCarte.

       select optional fsuspension assign nf-suspension
       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       select optional ftarif assign 'tarif.dat'
       organization indexed record key CategorieTarif
       access dynamic.

       fd fposte.
       1 poste-enr.
               2 SitePoste pic x(3).
               2 CodePoste pic x(4).
               2 LibPoste pic x(30).
               2 StatutPoste pic x.
               88 posteActif value 'A'.
               88 posteHorsService value 'H'.

       fd fsession.
       1 session-poste.
               2 SitePs pic x(3).
               2 PostePs pic x(4).
               2 DatePs pic 9(8).
               2 HeureDebPs pic 9(4).
               2 HeureFinPs pic 9(4).
               2 DureePs pic 9(3).
               2 CodeEPs pic x(8).
               2 StatutPs pic x.
               88 psConfirmee value 'C'.
               88 psAnnulee value 'X'.
               2 LoginPs pic 9(5).

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd ffermeture.
       1 fermeture.
               2 DateFerm pic 9(8).
               2 SiteFerm pic x(3).
               2 MotifFerm pic x(30).

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

       fd fcarte.
       1 carte-enr.
               2 NumCarte pic x(8).
               2 CodeECarte pic x(8).
               2 DateEmission pic 9(8).
               2 StatutCarte pic x.
               88 carteActive value 'A'.
               88 carteBloquee value 'B'.

       fd fsuspension.
       1 suspension-enr.
               2 CodeSusp pic x(8).
               2 DateDebutSusp pic 9(8).
               2 DateFinSusp pic 9(8).
               2 MotifSusp pic x(30).
               2 LoginSusp pic 9(5).
               2 StatutSusp pic x.
               88 suspActive value 'A'.
               88 suspLevee value 'L'.

       fd ftarif.
       1 tarif-enr.
               2 CategorieTarif pic x(10).
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               2 QuotaPosteTarif pic 9(3).

       working-storage section.
       1 nf-session-poste pic x(30) value 'session-poste.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-carte pic x(30) value 'carte.dat'.
       1 nf-suspension pic x(30) value 'suspension.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 posteExiste value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 pic x.
       88 sessionExiste value 'o' false 'n'.
       1 pic x.
       88 adherentTrouve value 'o' false 'n'.
       1 pic x.
       88 carteTrouvee value 'o' false 'n'.
       1 pic x.
       88 adherentSuspendu value 'o' false 'n'.
       1 pic x.
       88 jourFerme value 'o' false 'n'.
       1 pic x.
       88 chevauchement value 'o' false 'n'.
       1 pic x.
       88 saisieValide value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fsession pic x value 'n'.
       88 finFsession value 'o' false 'n'.
       1 fin-fposte pic x value 'n'.
       88 finFposte value 'o' false 'n'.
       1 fin-fsusp pic x value 'n'.
       88 finFsusp value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 siteSaisi pic x(3).
       1 posteSaisi pic x(4).
       1 libSaisi pic x(30).
       1 statutPosteSaisi pic x.
       1 carteSaisie pic x(8).
       1 cod pic x(8).
       1 dateSaisie pic 9(8).
       1 heureDebSaisie pic 9(4).
       1 dureeSaisie pic 9(3).
       1 heureFinCalculee pic 9(4).
       1 minutesDebut pic 9(5).
       1 minutesFin pic 9(5).
       1 quotaJour pic 9(3).
       1 quotaDefaut pic 9(3) value 60.
       1 minutesUtilisees pic 9(4).
       1 minutesRestantes pic 9(4).
       1 confirme pic x.
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'poste'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Postes informatiques publics'.
           2 line 3 col 1 '1-Creer ou modifier un poste'.
           2 line 4 col 1 '2-Reserver une session'.
           2 line 5 col 1 '3-Annuler une session'.
           2 line 6 col 1 '4-Sessions d un poste pour une date'.
           2 line 7 col 1 '5-Rapport d utilisation de la journee'.
           2 line 8 col 1 '6-Quitter'.
           2 line 9 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 9 col 32 pic 9 to choix required.

       1 s-plg-poste.
           2 line 11 col 1 'Site : '.
           2 s-site line 11 col 20 pic x(3) to siteSaisi required.
           2 line 11 col 30 'Poste : '.
           2 s-poste line 11 col 40 pic x(4) to posteSaisi required.

       1 s-plg-fiche.
           2 line 12 col 1 'Libelle : '.
           2 s-lib line 12 col 20 pic x(30) using libSaisi required.
           2 line 13 col 1 'Statut (A=actif, H=hors service) : '.
           2 s-statutPoste line 13 col 38 pic x using
           statutPosteSaisi required.

       1 s-plg-creneau.
           2 line 12 col 1 'Date (AAAAMMJJ) : '.
           2 s-date line 12 col 20 pic 9(8) using dateSaisie
           required.
           2 line 13 col 1 'Heure de debut (HHMM) : '.
           2 s-heureDeb line 13 col 26 pic 9(4) to heureDebSaisie
           required.

       1 s-plg-session.
           2 line 14 col 1 'Numero de carte : '.
           2 s-carte line 14 col 26 pic x(8) to carteSaisie required.
           2 line 15 col 1 'Duree (minutes) : '.
           2 s-duree line 15 col 26 pic zz9 to dureeSaisie required.

       1 s-plg-date.
           2 line 12 col 1 'Date (AAAAMMJJ) : '.
           2 s-dateSeule line 12 col 20 pic 9(8) using dateSaisie
           required.

       1 a-plg-session.
           2 line 15 col 1 'Session de '.
           2 a-deb line 15 col 12 pic 9(4) from HeureDebPs.
           2 line 15 col 17 'a'.
           2 a-fin line 15 col 19 pic 9(4) from HeureFinPs.
           2 line 15 col 24 'pour'.
           2 a-code line 15 col 29 pic x(8) from CodeEPs.
       1 s-plg-confirme.
           2 line 16 col 1 'Annuler cette session ? O/N : '.
           2 s-confirme line 16 col 32 pic x to confirme required.

       1 a-plg-ligneSession.
           2 line n col 1 pic 9(4) from HeureDebPs.
           2 col 6 '-'.
           2 col 7 pic 9(4) from HeureFinPs.
           2 col 13 pic zz9 from DureePs.
           2 col 18 pic x(8) from CodeEPs.

       1 a-plg-siteInexistant.
           2 line 20 col 1 'Ce site n existe pas.'.
       1 a-plg-posteInexistant.
           2 line 20 col 1 'Ce poste n existe pas ou est hors '
           & 'service.'.
       1 a-plg-carteInconnue.
           2 line 20 col 1 'Carte inconnue ou bloquee.'.
       1 a-plg-abonnementExpire.
           2 line 20 col 1 'Refuse : abonnement expire.'.
       1 a-plg-suspendu.
           2 line 20 col 1 'Refuse : adherent suspendu.'.
       1 a-plg-jourFerme.
           2 line 20 col 1 'Refuse : le site est ferme ce jour-la.'.
       1 a-plg-horaireInvalide.
           2 line 20 col 1 'Horaire ou duree invalide.'.
       1 a-plg-chevauchement.
           2 line 20 col 1 'Refuse : le poste est deja reserve sur '
           & 'ce creneau.'.
       1 a-plg-quotaDepasse.
           2 line 20 col 1 'Refuse : quota journalier depasse, '
           & 'minutes restantes : '.
           2 a-restant line 20 col 57 pic zzz9 from minutesRestantes.
       1 a-plg-sessionInexistante.
           2 line 20 col 1 'Aucune session a ce creneau.'.
       1 a-plg-sessionFaite.
           2 line 20 col 1 'Session reservee, fin a '.
           2 a-finCalc line 20 col 26 pic 9(4) from heureFinCalculee.
       1 a-plg-sessionAnnulee.
           2 line 20 col 1 'Session annulee.'.
       1 a-plg-posteEnregistre.
           2 line 20 col 1 'Poste enregistre.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-session-poste.dat' to nf-session-poste
       else
           move 'session-poste.dat' to nf-session-poste
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-carte.dat' to nf-carte
       else
           move 'carte.dat' to nf-carte
       end-if
       if mode-formation = 'O'
           move 'formation-suspension.dat' to nf-suspension
       else
           move 'suspension.dat' to nf-suspension
       end-if
       move function current-date(1:8) to dateJour
       open i-o fposte
       open i-o fsession
       open input fsite
       display s-plg-titre
       accept s-choix

       perform until choix = 6
           evaluate choix
               when 1 perform 8000-maj-poste
               when 2 perform 8100-reserver
               when 3 perform 8200-annuler
               when 4 perform 8300-lister-sessions
               when 5
                   close fsession
                   call 'ps-usage-postes'
                   end-call
                   open i-o fsession
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fposte
       close fsession
       close fsite
       goback.

       8000-maj-poste.
       display s-plg-poste
       accept s-site
       accept s-poste
       move siteSaisi to CodeSite
       read fsite invalid set siteExiste to false
                  not invalid set siteExiste to true
       end-read
       if not siteExiste
           display a-plg-siteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move siteSaisi to SitePoste
       move posteSaisi to CodePoste
       read fposte invalid set posteExiste to false
                   not invalid set posteExiste to true
       end-read
       if posteExiste
           move LibPoste to libSaisi
           move StatutPoste to statutPosteSaisi
       else
           move spaces to libSaisi
           move 'A' to statutPosteSaisi
       end-if
       display s-plg-fiche
       accept s-lib
       accept s-statutPoste
       perform until (function upper-case(statutPosteSaisi) = 'A')
           or (function upper-case(statutPosteSaisi) = 'H')
           accept s-statutPoste
       end-perform
       move siteSaisi to SitePoste
       move posteSaisi to CodePoste
       move libSaisi to LibPoste
       move function upper-case(statutPosteSaisi) to StatutPoste
       if posteExiste
           rewrite poste-enr invalid set erreur to true
                             not invalid set erreur to false
           end-rewrite
           move 'M' to h-codeope
       else
           write poste-enr invalid set erreur to true
                           not invalid set erreur to false
           end-write
           move 'A' to h-codeope
       end-if
       move 'poste' to h-nomfich
       string SitePoste CodePoste delimited by size into h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-posteEnregistre
       end-if
       accept s-plg-suite.

       8100-reserver.
       display s-plg-poste
       accept s-site
       accept s-poste
       move siteSaisi to SitePoste
       move posteSaisi to CodePoste
       read fposte invalid set posteExiste to false
                   not invalid set posteExiste to true
       end-read
       if (not posteExiste) or posteHorsService
           display a-plg-posteInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       move dateJour to dateSaisie
       display s-plg-creneau
       accept s-date
       accept s-heureDeb
       display s-plg-session
       accept s-carte
       accept s-duree

       perform 8850-resoudre-carte
       if not adherentTrouve
           display a-plg-carteInconnue
           accept s-plg-suite
           exit paragraph
       end-if
       if dateExpirationE < dateSaisie
           display a-plg-abonnementExpire
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8780-verifier-suspension
       if adherentSuspendu
           display a-plg-suspendu
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8700-calculer-horaire
       if not saisieValide
           display a-plg-horaireInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8750-verifier-fermeture
       if jourFerme
           display a-plg-jourFerme
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8800-verifier-quota
       if dureeSaisie > minutesRestantes
           display a-plg-quotaDepasse
           accept s-plg-suite
           exit paragraph
       end-if
       perform 8600-verifier-chevauchement
       if chevauchement
           display a-plg-chevauchement
           accept s-plg-suite
           exit paragraph
       end-if

       move siteSaisi to SitePs
       move posteSaisi to PostePs
       move dateSaisie to DatePs
       move heureDebSaisie to HeureDebPs
       read fsession invalid set sessionExiste to false
                     not invalid set sessionExiste to true
       end-read
       move siteSaisi to SitePs
       move posteSaisi to PostePs
       move dateSaisie to DatePs
       move heureDebSaisie to HeureDebPs
       move heureFinCalculee to HeureFinPs
       move dureeSaisie to DureePs
       move cod to CodeEPs
       set psConfirmee to true
       move logutil-courant to LoginPs
       if sessionExiste
           rewrite session-poste invalid set erreur to true
                                 not invalid set erreur to false
           end-rewrite
       else
           write session-poste invalid set erreur to true
                               not invalid set erreur to false
           end-write
       end-if
       move 'A' to h-codeope
       move 'session-poste' to h-nomfich
       string SitePs PostePs DatePs delimited by size into h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-sessionFaite
       end-if
       accept s-plg-suite.

       8200-annuler.
       display s-plg-poste
       accept s-site
       accept s-poste
       move dateJour to dateSaisie
       display s-plg-creneau
       accept s-date
       accept s-heureDeb
       move siteSaisi to SitePs
       move posteSaisi to PostePs
       move dateSaisie to DatePs
       move heureDebSaisie to HeureDebPs
       read fsession invalid set sessionExiste to false
                     not invalid set sessionExiste to true
       end-read
       if (not sessionExiste) or psAnnulee
           display a-plg-sessionInexistante
           accept s-plg-suite
           exit paragraph
       end-if
       display a-plg-session
       display s-plg-confirme
       accept s-confirme
       if function upper-case(confirme) = 'O'
           set psAnnulee to true
           rewrite session-poste invalid set erreur to true
                                 not invalid set erreur to false
           end-rewrite
           move 'S' to h-codeope
           move 'session-poste' to h-nomfich
           string SitePs PostePs DatePs delimited by size
               into h-cleprim
           perform 9000-ecrire-histo
           if not erreur
               display a-plg-sessionAnnulee
           end-if
       end-if
       accept s-plg-suite.

       8300-lister-sessions.
       display s-plg-poste
       accept s-site
       accept s-poste
       move dateJour to dateSaisie
       display s-plg-date
       accept s-dateSeule
       move 14 to n
       move siteSaisi to SitePs
       move posteSaisi to PostePs
       move dateSaisie to DatePs
       move 0 to HeureDebPs
       start fsession key >= clefPs
           invalid key
               set finFsession to true
           not invalid key
               set finFsession to false
       end-start
       perform until finFsession
           read fsession next record
               at end
                   set finFsession to true
               not at end
                   if (SitePs not = siteSaisi)
                   or (PostePs not = posteSaisi)
                   or (DatePs not = dateSaisie)
                       set finFsession to true
                   else
                       if psConfirmee and (n < 23)
                           display a-plg-ligneSession
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8600-verifier-chevauchement.
       set chevauchement to false
       move siteSaisi to SitePs
       move posteSaisi to PostePs
       move dateSaisie to DatePs
       move 0 to HeureDebPs
       start fsession key >= clefPs
           invalid key
               set finFsession to true
           not invalid key
               set finFsession to false
       end-start
       perform until finFsession
           read fsession next record
               at end
                   set finFsession to true
               not at end
                   if (SitePs not = siteSaisi)
                   or (PostePs not = posteSaisi)
                   or (DatePs not = dateSaisie)
                       set finFsession to true
                   else
                       if psConfirmee
                       and (heureDebSaisie < HeureFinPs)
                       and (heureFinCalculee > HeureDebPs)
                           set chevauchement to true
                           set finFsession to true
                       end-if
                   end-if
           end-read
       end-perform.

       8700-calculer-horaire.
       set saisieValide to true
       if (heureDebSaisie > 2359)
       or (function mod(heureDebSaisie, 100) > 59)
       or (dureeSaisie = 0)
           set saisieValide to false
           exit paragraph
       end-if
       compute minutesDebut =
           function integer-part(heureDebSaisie / 100) * 60
           + function mod(heureDebSaisie, 100)
       compute minutesFin = minutesDebut + dureeSaisie
       if minutesFin > 1440
           set saisieValide to false
           exit paragraph
       end-if
       compute heureFinCalculee =
           function integer-part(minutesFin / 60) * 100
           + function mod(minutesFin, 60).

       8750-verifier-fermeture.
       set jourFerme to false
       open input ffermeture
       move dateSaisie to DateFerm
       move spaces to SiteFerm
       read ffermeture invalid continue
           not invalid set jourFerme to true
       end-read
       if not jourFerme
           move dateSaisie to DateFerm
           move siteSaisi to SiteFerm
           read ffermeture invalid continue
               not invalid set jourFerme to true
           end-read
       end-if
       close ffermeture.

       8800-verifier-quota.
       move quotaDefaut to quotaJour
       open input ftarif
       move categorieE to CategorieTarif
       read ftarif invalid continue
           not invalid
               if QuotaPosteTarif > 0
                   move QuotaPosteTarif to quotaJour
               end-if
       end-read
       close ftarif
       move 0 to minutesUtilisees
       move cod to CodeEPs
       start fsession key = CodeEPs
           invalid key
               set finFsession to true
           not invalid key
               set finFsession to false
       end-start
       perform until finFsession
           read fsession next record
               at end
                   set finFsession to true
               not at end
                   if CodeEPs not = cod
                       set finFsession to true
                   else
                       if psConfirmee and (DatePs = dateSaisie)
                           add DureePs to minutesUtilisees
                       end-if
                   end-if
           end-read
       end-perform
       if minutesUtilisees >= quotaJour
           move 0 to minutesRestantes
       else
           compute minutesRestantes = quotaJour - minutesUtilisees
       end-if.

       8780-verifier-suspension.
       set adherentSuspendu to false
       open input fsuspension
       move cod to CodeSusp
       move 0 to DateDebutSusp
       start fsuspension key >= clefSusp
           invalid key
               set finFsusp to true
           not invalid key
               set finFsusp to false
       end-start
       perform until finFsusp
           read fsuspension next record
               at end
                   set finFsusp to true
               not at end
                   if CodeSusp not = cod
                       set finFsusp to true
                   else
                       if suspActive
                       and (DateDebutSusp <= dateSaisie)
                       and (DateFinSusp >= dateSaisie)
                           set adherentSuspendu to true
                           set finFsusp to true
                       end-if
                   end-if
           end-read
       end-perform
       close fsuspension.

       8850-resoudre-carte.
       set adherentTrouve to false
       move carteSaisie to cod
       open input fcarte
       move carteSaisie to NumCarte
       read fcarte invalid set carteTrouvee to false
                   not invalid set carteTrouvee to true
       end-read
       close fcarte
       if carteTrouvee
           if carteBloquee
               exit paragraph
           end-if
           move CodeECarte to cod
       end-if
       open input fadherent
       move cod to codeE
       read fadherent invalid set adherentTrouve to false
                      not invalid set adherentTrouve to true
       end-read
       close fadherent.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program ps-postes.
