       program-id. pa-prelevements.

       select optional fsepa assign nf-mandat-sepa
       organization indexed record key CodeSepa
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional ftarif assign 'tarif.dat'
       organization indexed record key CategorieTarif
       access dynamic.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       select fprelev assign 'prelevements-sepa.txt'
       organization line sequential.

       select optional fretour assign 'prelevements-retour.txt'
       organization line sequential.

       select flettre assign 'lettres-prelevement.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

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

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               88 paiementPrelevement value 'D'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayCotisation value 'C'.
               2 LoginValidPay pic 9(5).

       fd ftarif.
       1 tarif-enr.
               2 CategorieTarif pic x(10).
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               2 QuotaPosteTarif pic 9(3).

       fd fnote.
       1 note-enr.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       fd fprelev.
       1 prelev-entete.
               2 TypeEnrH pic x.
               2 IcsH pic x(35).
               2 CreancierH pic x(40).
               2 DateCreationH pic 9(8).
               2 DatePrelevementH pic 9(8).
               2 filler pic x(130).
       1 prelev-detail.
               2 TypeEnrD pic x.
               2 SequenceD pic x(4).
               2 RumD pic x(35).
               2 DateSignatureD pic 9(8).
               2 IbanD pic x(34).
               2 BicD pic x(11).
               2 TitulaireD pic x(40).
               2 MontantD pic 9(7)v99.
               2 ReferenceD.
                  3 CodeRefD pic x(8).
                  3 EcheanceRefD pic 9(8).
               2 LibelleD pic x(35).
               2 filler pic x(29).
       1 prelev-fin.
               2 TypeEnrF pic x.
               2 NbPrelevF pic 9(5).
               2 TotalF pic 9(9)v99.
               2 filler pic x(205).

       fd fretour.
       1 retour-banque.
               2 ReferenceR.
                  3 CodeRefR pic x(8).
                  3 EcheanceRefR pic 9(8).
               2 MontantR pic 9(7)v99.
               2 StatutR pic x(3).
               88 prelevementPaye value 'OK '.
               88 prelevementRejete value 'REJ'.
               2 MotifR pic x(4).
               2 DateReglementR pic 9(8).

       fd flettre.
       01 ligne-lettre pic x(80).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-mandat-sepa pic x(30) value 'mandat-sepa.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-note pic x(30) value 'note.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 icsCreancier pic x(35).
       1 datePrelevement pic 9(8).
       1 dateJour pic 9(8).
       1 dateLimite pic 9(8).
       1 dateReglement pic 9(8).
       1 dh pic x(21).
       1 nouvelleExpiration pic 9(8).
       1 nouvelleExpiration-r redefines nouvelleExpiration.
          2 pic 9(4).
          2 expiration-mmjj pic 9(4).
       1 nouveauNumRecu pic 9(6).
       1 fin-fsepa pic x value 'n'.
       88 finFsepa value 'o' false 'n'.
       1 fin-fretour pic x value 'n'.
       88 finFretour value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 mandatExiste value 'o' false 'n'.
       1 pic x.
       88 tarifExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 erreurPay value 'o' false 'n'.
       1 canalEnvoi pic x.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       1 nbPrelevements pic 9(5) value 0.
       1 totalPrelevements pic 9(9)v99 value 0.
       1 nbPayes pic 9(5) value 0.
       1 totalPayes pic 9(9)v99 value 0.
       1 nbRejets pic 9(5) value 0.
       1 nbAnomalies pic 9(5) value 0.
       1 nbLettres pic 9(5) value 0.
       1 anneeCotisation pic 9(4).
       1 montant-ed pic zzzzzz9.99.
       1 total-ed pic zzzzzzzz9.99.
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'D'.
       1 q-resume pic x(80).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-nomfichSepa pic x(15) value 'mandat-sepa'.
       1 h-nomfichPay pic x(15) value 'paiement'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Prelevement automatique des cotisations'.
           2 line 3 col 1 '1-Preparer les prelevements des '
           & 'abonnements expirant dans le mois'.
           2 line 4 col 1 '2-Enregistrer le retour de la banque '
           & '(prelevements-retour.txt)'.
           2 line 5 col 1 '3-Quitter'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.
       1 s-plg-criteres.
           2 line 8 col 1 'Identifiant creancier SEPA : '.
           2 s-ics line 8 col 32 pic x(35) to icsCreancier required.
           2 line 9 col 1 'Date de prelevement (AAAAMMJJ) : '.
           2 s-datePrel line 9 col 35 pic 9(8) to datePrelevement
           required.
       1 a-plg-datePrelInvalide.
           2 line 22 col 1 'La date de prelevement doit etre '
           & 'posterieure a aujourd hui.'.
       1 a-plg-prepare.
           2 line 11 col 1 'Prelevements prepares : '.
           2 a-nbPrel line 11 col 30 pic zzzz9 from nbPrelevements.
           2 line 12 col 1 'Montant total : '.
           2 a-totalPrel line 12 col 30 pic zzzzzzzz9.99 from
           totalPrelevements.
           2 line 13 col 1 'Anomalies (voir le spool) : '.
           2 a-nbAnoPrel line 13 col 30 pic zzzz9 from nbAnomalies.
           2 line 14 col 1 'Fichier prelevements-sepa.txt a remettre '
           & 'a la banque.'.
       1 a-plg-retour.
           2 line 11 col 1 'Prelevements payes : '.
           2 a-nbPayes line 11 col 30 pic zzzz9 from nbPayes.
           2 line 12 col 1 'Montant encaisse : '.
           2 a-totalPayes line 12 col 30 pic zzzzzzzz9.99 from
           totalPayes.
           2 line 13 col 1 'Prelevements rejetes : '.
           2 a-nbRejets line 13 col 30 pic zzzz9 from nbRejets.
           2 line 14 col 1 'Lettres a poster : '.
           2 a-nbLettres line 14 col 30 pic zzzz9 from nbLettres.
           2 line 15 col 1 'Anomalies (voir le spool) : '.
           2 a-nbAnoRet line 15 col 30 pic zzzz9 from nbAnomalies.
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
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 3
           evaluate choix
               when 1 perform 8000-preparer-prelevements
               when 2 perform 8500-enregistrer-retour
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-preparer-prelevements.
       display s-plg-criteres
       accept s-ics
       accept s-datePrel
       if datePrelevement <= dateJour
           display a-plg-datePrelInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       move function upper-case(icsCreancier) to icsCreancier
       compute dateLimite = function date-of-integer(
           function integer-of-date(dateJour) + 31)
       move 0 to nbPrelevements
       move 0 to totalPrelevements
       move 0 to nbAnomalies

       open i-o fsepa
       open input fadherent
       open input ftarif
       open output fprelev
       move 'LISTE' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to prelev-entete
       move '1' to TypeEnrH
       move icsCreancier to IcsH
       move 'BIBLIOTHEQUE INFORMATIQUE' to CreancierH
       move dateJour to DateCreationH
       move datePrelevement to DatePrelevementH
       write prelev-entete
       move 'Bibliothèque INFOrmatique - prelevements des cotisations'
           to ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       string 'Abonnements expirant du ' dateJour ' au ' dateLimite
           ', preleves le ' datePrelevement delimited by size
           into ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool

       set finFsepa to false
       read fsepa next record at end set finFsepa to true
       end-read
       perform until finFsepa
           if mandatActif
               perform 8100-preparer-mandat
           end-if
           read fsepa next record at end set finFsepa to true
           end-read
       end-perform

       move spaces to prelev-fin
       move '9' to TypeEnrF
       move nbPrelevements to NbPrelevF
       move totalPrelevements to TotalF
       write prelev-fin
       move spaces to ligne-spool
       write ligne-spool
       move totalPrelevements to total-ed
       string 'Total : ' nbPrelevements ' prelevement(s) pour '
           total-ed ' euros, ' nbAnomalies ' anomalie(s)'
           delimited by size into ligne-spool
       write ligne-spool
       close fspool
       close fprelev
       close ftarif
       close fadherent
       close fsepa
       display a-plg-prepare
       accept s-plg-suite.

       8100-preparer-mandat.
       move CodeSepa to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           exit paragraph
       end-if
       if decedeE = 'O'
           exit paragraph
       end-if
       if (dateExpirationE <= dateJour)
       or (dateExpirationE > dateLimite)
           exit paragraph
       end-if
       if EcheanceSepa = dateExpirationE
           exit paragraph
       end-if
       move categorieE to CategorieTarif
       read ftarif invalid set tarifExiste to false
                   not invalid set tarifExiste to true
       end-read
       if (not tarifExiste) or (MontantTarif = 0)
           add 1 to nbAnomalies
           move spaces to ligne-spool
           string '  ' codeE ' ' nomE ' pas de tarif pour la '
               'categorie ' categorieE delimited by size
               into ligne-spool
           write ligne-spool
           exit paragraph
       end-if

       move spaces to prelev-detail
       move '2' to TypeEnrD
       if DateDernierPrelSepa = 0
           move 'FRST' to SequenceD
       else
           move 'RCUR' to SequenceD
       end-if
       move RumSepa to RumD
       move DateSignatureSepa to DateSignatureD
       move IbanSepa to IbanD
       move BicSepa to BicD
       move TitulaireSepa to TitulaireD
       move MontantTarif to MontantD
       move codeE to CodeRefD
       move dateExpirationE to EcheanceRefD
       move dateExpirationE(1:4) to anneeCotisation
       add 1 to anneeCotisation
       string 'COTISATION BIBLIOTHEQUE ' anneeCotisation
           delimited by size into LibelleD
       write prelev-detail

       move dateExpirationE to EcheanceSepa
       move logutil-courant to LoginSepa
       set erreur to false
       rewrite mandat-sepa invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       perform 9100-histo-mandat

       add 1 to nbPrelevements
       add MontantTarif to totalPrelevements
       move MontantTarif to montant-ed
       move spaces to ligne-spool
       string '  ' codeE ' ' nomE ' ' SequenceD ' expire le '
           dateExpirationE ' ' montant-ed ' euros'
           delimited by size into ligne-spool
       write ligne-spool.

       8500-enregistrer-retour.
       move 0 to nbPayes
       move 0 to totalPayes
       move 0 to nbRejets
       move 0 to nbAnomalies
       move 0 to nbLettres
       open i-o fsepa
       open i-o fadherent
       open i-o fpaiement
       open i-o fnote
       open input fretour
       open output flettre
       perform 8600-prochain-numero-recu
       move 'LISTE' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move 'Bibliothèque INFOrmatique - retour des prelevements'
           to ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool

       set finFretour to false
       read fretour at end set finFretour to true end-read
       perform until finFretour
           perform 8700-traiter-retour
           read fretour at end set finFretour to true end-read
       end-perform

       move spaces to ligne-spool
       write ligne-spool
       move totalPayes to total-ed
       string 'Payes : ' nbPayes ' pour ' total-ed ' euros, rejets : '
           nbRejets ', anomalies : ' nbAnomalies
           delimited by size into ligne-spool
       write ligne-spool
       close fspool
       close flettre
       close fretour
       close fnote
       close fpaiement
       close fadherent
       close fsepa
       display a-plg-retour
       accept s-plg-suite.

       8600-prochain-numero-recu.
       move 1 to nouveauNumRecu
       set finFpaiement to false
       read fpaiement next record at end set finFpaiement to true
       end-read
       perform until finFpaiement
           if NumRecu >= nouveauNumRecu
               compute nouveauNumRecu = NumRecu + 1
           end-if
           read fpaiement next record at end set finFpaiement to true
           end-read
       end-perform.

       8700-traiter-retour.
       move CodeRefR to CodeSepa
       read fsepa invalid set mandatExiste to false
                  not invalid set mandatExiste to true
       end-read
       move CodeRefR to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if (not mandatExiste) or (not adherentExiste)
           move spaces to ligne-spool
           string '  ' ReferenceR ' ANOMALIE : adherent ou mandat '
               'inconnu' delimited by size into ligne-spool
           perform 8790-anomalie
           exit paragraph
       end-if
       if (DateReglementR not numeric) or (DateReglementR = 0)
           move dateJour to dateReglement
       else
           move DateReglementR to dateReglement
       end-if
       evaluate true
           when prelevementPaye
               perform 8710-prelevement-paye
           when prelevementRejete
               perform 8750-prelevement-rejete
           when other
               move spaces to ligne-spool
               string '  ' ReferenceR ' ANOMALIE : statut '
                   StatutR ' inconnu' delimited by size
                   into ligne-spool
               perform 8790-anomalie
       end-evaluate.

       8710-prelevement-paye.
       if dateExpirationE not = EcheanceRefR
           move spaces to ligne-spool
           string '  ' ReferenceR ' ANOMALIE : echeance deja '
               'prolongee au ' dateExpirationE
               delimited by size into ligne-spool
           perform 8790-anomalie
           exit paragraph
       end-if
       if dateExpirationE > dateReglement
           compute nouvelleExpiration = dateExpirationE + 10000
       else
           compute nouvelleExpiration = dateReglement + 10000
       end-if
       if expiration-mmjj = 0229
           subtract 1 from nouvelleExpiration
       end-if
       move nouvelleExpiration to dateExpirationE
       move dateReglement to dateDernierPaiementE
       set erreur to false
       rewrite adherent invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       move codeE to h-cleprim
       perform 9000-ecrire-histo

       if not erreur
           move nouveauNumRecu to NumRecu
           add 1 to nouveauNumRecu
           move codeE to CodePay
           move 0 to DateAmPay
           move dateReglement to DatePay
           move function current-date to dh
           move dh(9:6) to HeurePay
           move MontantR to MontantPay
           set paiementPrelevement to true
           move siteC to SitePay
           move logutil-courant to LoginPay
           move 0 to LoginValidPay
           set typePayCotisation to true
           write paiement invalid set erreurPay to true
                          not invalid set erreurPay to false
           end-write
           move 'A' to h-codeope
           move NumRecu to h-cleprim
           if erreurPay
               move 'N' to h-opereu
           else
               move 'O' to h-opereu
           end-if
           call 'Ecrirehisto' using h-codeope h-nomfichPay h-cleprim
                                    h-opereu
           end-call
       end-if

       move dateReglement to DateDernierPrelSepa
       set erreur to false
       rewrite mandat-sepa invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       perform 9100-histo-mandat

       add 1 to nbPayes
       add MontantR to totalPayes
       move MontantR to montant-ed
       move spaces to ligne-spool
       string '  ' codeE ' ' nomE ' paye ' montant-ed
           ' euros, abonnement jusqu au ' dateExpirationE
           delimited by size into ligne-spool
       write ligne-spool.

       8750-prelevement-rejete.
       add 1 to NbRejetsSepa
       set erreur to false
       rewrite mandat-sepa invalid set erreur to true
       end-rewrite
       move 'M' to h-codeope
       perform 9100-histo-mandat

       move codeE to CodeNote
       move dateJour to DateNote
       move function current-date to dh
       move dh(9:6) to HeureNote
       move logutil-courant to LoginNote
       move 0 to DateExpNote
       move spaces to TexteNote
       string 'PRELEVEMENT REJETE le ' dateReglement ' (' MotifR
           ') : cotisation a regler' delimited by size into TexteNote
       write note-enr invalid continue
       end-write

       perform 8800-choisir-canal
       move spaces to q-resume
       string 'Prelevement de votre cotisation rejete (' MotifR
           '), merci de la regler a l accueil' delimited by size
           into q-resume
       evaluate true
           when aEmail
               move mailE to q-dest
               call 'Ecrirecourriel' using q-dest q-type q-resume
               end-call
           when aSms
               move telE to q-tel
               call 'Ecriresms' using q-tel q-type q-resume
               end-call
           when aCourrier
               perform 8850-ecrire-lettre
       end-evaluate

       add 1 to nbRejets
       move MontantR to montant-ed
       move spaces to ligne-spool
       string '  ' codeE ' ' nomE ' REJET ' MotifR ' ' montant-ed
           ' euros' delimited by size into ligne-spool
       write ligne-spool.

       8790-anomalie.
       write ligne-spool
       add 1 to nbAnomalies.

       8800-choisir-canal.
       evaluate canalE
           when 'M'
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
           when 'S'
               if telE not = spaces
                   set aSms to true
               else
                   set aCourrier to true
               end-if
           when 'P'
               set aCourrier to true
           when 'N'
               set sansEnvoi to true
           when other
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
       end-evaluate
       if aCourrier and (adrInvalideE = 'O')
           if mailE not = spaces
               set aEmail to true
           else
               set sansEnvoi to true
           end-if
       end-if.

       8850-ecrire-lettre.
       move 'Bibliothèque INFOrmatique - prelevement rejete'
           to ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       write ligne-lettre
       string 'A : ' nomE ' ' prenomE delimited by size
           into ligne-lettre
       write ligne-lettre
       move adrE to ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       write ligne-lettre
       move MontantR to montant-ed
       string 'Le prelevement de ' montant-ed ' euros pour votre '
           'cotisation' delimited by size into ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       string 'a ete rejete par votre banque le ' dateReglement
           ' (motif ' MotifR ').' delimited by size into ligne-lettre
       write ligne-lettre
       move 'Merci de regler votre cotisation a l accueil avant le '
           to ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       string 'terme de votre abonnement, le ' dateExpirationE '.'
           delimited by size into ligne-lettre
       write ligne-lettre
       move spaces to ligne-lettre
       write ligne-lettre
       add 1 to nbLettres.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       9100-histo-mandat.
       move CodeSepa to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfichSepa h-cleprim
                                h-opereu
       end-call.

       end program pa-prelevements.
