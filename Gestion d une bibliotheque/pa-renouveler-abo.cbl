       organization indexed record key CategorieTarif
       access dynamic.

       select optional fsepa assign nf-mandat-sepa
       organization indexed record key CodeSepa
       access dynamic.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       select frecu assign 'recu-amende.txt'
       organization line sequential.
       select fspool assign nomSpool
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

       fd fpaiement.

               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd ftarif.
       1 tarif-enr.
               2 CategorieTarif pic x(10).
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               2 QuotaPosteTarif pic 9(3).

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

       fd fnote.
       1 note-enr.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       fd frecu.
       01 ligne-recu pic x(80).
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-mandat-sepa pic x(30) value 'mandat-sepa.dat'.
       1 nf-note pic x(30) value 'note.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 pic x.
       1 nouveauNumRecu pic 9(6).
       1 pic x.
       88 tarifExiste value 'o' false 'n'.
       1 pic x.
       88 mandatExiste value 'o' false 'n'.
       1 fin-fnote pic x value 'n'.
       88 finFnote value 'o' false 'n'.
       1 dh pic x(21).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 h-nomfichNote pic x(15) value 'note'.

       screen section.

           2 a-tarifPropose line 7 col 26 pic zz9.99 from
           MontantTarif.
           2 line 7 col 33 'euros'.
       1 a-plg-prelevementEnCours.
           2 line 10 col 1 'ATTENTION : cotisation deja presentee '
           & 'en prelevement pour cette echeance.'.
       1 s-plg-cotisation.
           2 line 8 col 1 'Montant de la cotisation encaissee : '.
           2 s-montant line 8 col 40 pic 999.99 to montant
           & 'Q=cheque) : '.
           2 s-mode line 9 col 55 pic x to modp required.

       1 a-plg-temporaire.
           2 line 8 col 1 'Adhesion temporaire : pas de '
           & 'renouvellement, changer la categorie.'.
       1 a-plg-modeInvalide.
           2 line 11 col 1 'Mode invalide, entrer E, C ou Q.'.
       1 a-plg-fait.
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-mandat-sepa.dat' to nf-mandat-sepa
       else
           move 'mandat-sepa.dat' to nf-mandat-sepa
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if
       open i-o fadherent
       open i-o fpaiement
       display s-plg-titre

       if not codexiste
           display ' Adherent n existe pas'
       else
       if categorieE = 'TEMPORAIRE'
           display a-plg-fiche
           display a-plg-temporaire
       else
           display a-plg-fiche
           open input ftarif
           if tarifExiste
               display a-plg-tarifPropose
           end-if
           open input fsepa
           move cod to CodeSepa
           read fsepa invalid set mandatExiste to false
                      not invalid set mandatExiste to true
           end-read
           close fsepa
           if mandatExiste and mandatActif
           and (EcheanceSepa = dateExpirationE)
               display a-plg-prelevementEnCours
           end-if
           display s-plg-cotisation
           accept s-montant
           accept s-mode

           if not erreur
               perform 8000-enregistrer-cotisation
               perform 8100-lever-rejet-prelevement
           end-if

           move cod to h-cleprim
               display a-plg-fait
           end-if
       end-if
       end-if

       close fadherent
       close fpaiement
       move modp to ModePay
       move siteC to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayCotisation to true
       write paiement invalid set erreurPay to true
                      not invalid set erreurPay to false
       end-write.

       8100-lever-rejet-prelevement.
       open i-o fnote
       move cod to CodeNote
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
                   if CodeNote not = cod
                       set finFnote to true
                   else
                       if TexteNote(1:18) = 'PRELEVEMENT REJETE'
                           delete fnote
                           end-delete
                           move 'S' to h-codeope
                           move cod to h-cleprim
                           move 'O' to h-opereu
                           call 'Ecrirehisto' using h-codeope
                                h-nomfichNote h-cleprim h-opereu
                           end-call
                           move 'M' to h-codeope
                       end-if
                   end-if
           end-read
       end-perform
       close fnote.

       9000-imprimer-recu.
       move 'RECU' to typeDocSpool
       call 'Creerspool' using typeDocSpool cod nomSpool
