       program-id. pa-mandats-sepa.

       select optional fsepa assign nf-mandat-sepa
       organization indexed record key CodeSepa
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       fd fsepa.
       1 mandat-sepa.
               2 CodeSepa pic x(8).
               2 RumSepa pic x(35).
               2 IbanSepa pic x(34).
               2 BicSepa pic x(11).
               2 TitulaireSepa pic x(40).
               2 DateSignatureSepa pic 9(8).
               2 StatutSepa pic x.
               88 mandatActif value 'A'.
               88 mandatRevoque value 'R'.
               2 DateRevocationSepa pic 9(8).
               2 DateDernierPrelSepa pic 9(8).
               2 EcheanceSepa pic 9(8).
               2 NbRejetsSepa pic 9(2).
               2 LoginSepa pic 9(5).

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
       01 mode-formation pic x external value 'N'.
       1 nf-mandat-sepa pic x(30) value 'mandat-sepa.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 mandatExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 ibanValide value 'o' false 'n'.
       1 cod pic x(8).
       1 dateJour pic 9(8).
       1 etatMandat pic x(7).
       1 ibanBrut pic x(34).
       1 ibanCompact pic x(34).
       1 ibanControle pic x(34).
       1 lgIban pic 99.
       1 kIban pic 99.
       1 carIban pic x.
       1 chiffreIban pic 9.
       1 valeurIban pic 9(5).
       1 quotientIban pic 9(5).
       1 resteIban pic 99.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'mandat-sepa'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Mandats de prelevement de la cotisation'.
           2 line 3 col 1 '1-Enregistrer ou modifier un mandat'.
           2 line 4 col 1 '2-Consulter un mandat'.
           2 line 5 col 1 '3-Revoquer un mandat'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-code.
           2 line 9 col 1 'Code adherent : '.
           2 s-code line 9 col 30 pic x(8) to cod required.

       1 s-plg-fiche.
           2 line 11 col 1 'Titulaire du compte : '.
           2 s-titulaire line 11 col 25 pic x(40) using TitulaireSepa
           required.
           2 line 12 col 1 'IBAN : '.
           2 s-iban line 12 col 25 pic x(34) using ibanBrut
           required.
           2 line 13 col 1 'BIC : '.
           2 s-bic line 13 col 25 pic x(11) using BicSepa.
           2 line 14 col 1 'Signe le (AAAAMMJJ) : '.
           2 s-signature line 14 col 25 pic 9(8) using
           DateSignatureSepa required.

       1 a-plg-fiche.
           2 line 11 col 1 'Titulaire du compte : '.
           2 line 11 col 25 pic x(40) from TitulaireSepa.
           2 line 12 col 1 'IBAN : '.
           2 line 12 col 25 pic x(34) from IbanSepa.
           2 line 13 col 1 'BIC : '.
           2 line 13 col 25 pic x(11) from BicSepa.
           2 line 14 col 1 'Signe le : '.
           2 line 14 col 25 pic 9(8) from DateSignatureSepa.
           2 line 15 col 1 'Reference du mandat : '.
           2 line 15 col 25 pic x(35) from RumSepa.
           2 line 16 col 1 'Etat : '.
           2 line 16 col 25 pic x(7) from etatMandat.
           2 line 16 col 35 'revoque le : '.
           2 line 16 col 49 pic 9(8) from DateRevocationSepa.
           2 line 17 col 1 'Dernier prelevement : '.
           2 line 17 col 25 pic 9(8) from DateDernierPrelSepa.
           2 line 18 col 1 'Echeance presentee : '.
           2 line 18 col 25 pic 9(8) from EcheanceSepa.
           2 line 19 col 1 'Rejets : '.
           2 line 19 col 25 pic z9 from NbRejetsSepa.

       1 a-plg-rum.
           2 line 15 col 1 'Reference du mandat : '.
           2 a-rum line 15 col 25 pic x(35) from RumSepa.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-decede.
           2 line 22 col 1 'Adherent decede : aucun mandat possible.'.
       1 a-plg-mandatInexistant.
           2 line 22 col 1 'Aucun mandat pour cet adherent.'.
       1 a-plg-dejaRevoque.
           2 line 22 col 1 'Mandat deja revoque.'.
       1 a-plg-ibanInvalide.
           2 line 22 col 1 'IBAN invalide (cle de controle fausse).'.
       1 a-plg-dateInvalide.
           2 line 22 col 1 'Date de signature posterieure a '
           & 'aujourd hui.'.
       1 a-plg-fait.
           2 line 22 col 1 'Mandat enregistre.'.
       1 a-plg-revoque.
           2 line 22 col 1 'Mandat revoque : plus de prelevement.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-mandat-sepa.dat' to nf-mandat-sepa
       else
           move 'mandat-sepa.dat' to nf-mandat-sepa
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour
       open i-o fsepa
       open input fadherent
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-maj-mandat
               when 2 perform 8100-consulter-mandat
               when 3 perform 8200-revoquer-mandat
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fsepa
       close fadherent
       goback.

       8000-maj-mandat.
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
       if decedeE = 'O'
           display a-plg-decede
           accept s-plg-suite
           exit paragraph
       end-if
       move cod to CodeSepa
       read fsepa invalid set mandatExiste to false
                  not invalid set mandatExiste to true
       end-read
       if (not mandatExiste) or mandatRevoque
           initialize mandat-sepa
           move cod to CodeSepa
           move spaces to TitulaireSepa
           string nomE delimited by '  ' ' ' prenomE delimited by '  '
               into TitulaireSepa
           move dateJour to DateSignatureSepa
       end-if
       move IbanSepa to ibanBrut
       display s-plg-fiche
       if RumSepa not = spaces
           display a-plg-rum
       end-if
       accept s-titulaire
       accept s-iban
       accept s-bic
       accept s-signature
       perform 8500-controler-iban
       if not ibanValide
           display a-plg-ibanInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       if DateSignatureSepa > dateJour
           display a-plg-dateInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       move ibanCompact to IbanSepa
       move function upper-case(BicSepa) to BicSepa
       move function upper-case(TitulaireSepa) to TitulaireSepa
       if RumSepa = spaces
           string 'BIB' cod delimited by space
               DateSignatureSepa delimited by size into RumSepa
       end-if
       set mandatActif to true
       move 0 to DateRevocationSepa
       move logutil-courant to LoginSepa
       set erreur to false
       if mandatExiste
           move 'M' to h-codeope
           rewrite mandat-sepa invalid set erreur to true
           end-rewrite
       else
           move 'A' to h-codeope
           write mandat-sepa invalid set erreur to true
           end-write
       end-if
       perform 9000-ecrire-histo
       display a-plg-rum
       display a-plg-fait
       accept s-plg-suite.

       8100-consulter-mandat.
       display s-plg-code
       accept s-code
       move cod to CodeSepa
       read fsepa invalid set mandatExiste to false
                  not invalid set mandatExiste to true
       end-read
       if not mandatExiste
           display a-plg-mandatInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       if mandatActif
           move 'ACTIF' to etatMandat
       else
           move 'REVOQUE' to etatMandat
       end-if
       display a-plg-fiche
       accept s-plg-suite.

       8200-revoquer-mandat.
       display s-plg-code
       accept s-code
       move cod to CodeSepa
       read fsepa invalid set mandatExiste to false
                  not invalid set mandatExiste to true
       end-read
       if not mandatExiste
           display a-plg-mandatInexistant
           accept s-plg-suite
           exit paragraph
       end-if
       if mandatRevoque
           display a-plg-dejaRevoque
           accept s-plg-suite
           exit paragraph
       end-if
       set mandatRevoque to true
       move dateJour to DateRevocationSepa
       move logutil-courant to LoginSepa
       set erreur to false
       rewrite mandat-sepa invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       perform 9000-ecrire-histo
       display a-plg-revoque
       accept s-plg-suite.

      *    IBAN saisi avec ou sans espaces : on le compacte, puis cle
      *    ISO 13616 (pays et cle en fin, lettres A=10 a Z=35,
      *    reste modulo 97 egal a 1)
       8500-controler-iban.
       set ibanValide to true
       move function upper-case(ibanBrut) to ibanBrut
       move spaces to ibanCompact
       move 0 to lgIban
       perform varying kIban from 1 by 1 until kIban > 34
           if ibanBrut(kIban:1) not = space
               add 1 to lgIban
               move ibanBrut(kIban:1) to ibanCompact(lgIban:1)
           end-if
       end-perform
       if lgIban < 15
           set ibanValide to false
           exit paragraph
       end-if
       if (ibanCompact(1:2) not alphabetic)
       or (ibanCompact(3:2) not numeric)
           set ibanValide to false
           exit paragraph
       end-if
       move spaces to ibanControle
       move ibanCompact(5:lgIban - 4) to ibanControle
       move ibanCompact(1:4) to ibanControle(lgIban - 3:4)
       move 0 to resteIban
       perform varying kIban from 1 by 1 until kIban > lgIban
           move ibanControle(kIban:1) to carIban
           evaluate true
               when carIban >= '0' and carIban <= '9'
                   move carIban to chiffreIban
                   compute valeurIban = resteIban * 10 + chiffreIban
               when carIban >= 'A' and carIban <= 'Z'
                   compute valeurIban = resteIban * 100
                       + function ord(carIban) - function ord('A')
                       + 10
               when other
                   set ibanValide to false
                   move 0 to valeurIban
           end-evaluate
           divide valeurIban by 97 giving quotientIban
               remainder resteIban
       end-perform
       if resteIban not = 1
           set ibanValide to false
       end-if.

       9000-ecrire-histo.
       move CodeSepa to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-mandats-sepa.
