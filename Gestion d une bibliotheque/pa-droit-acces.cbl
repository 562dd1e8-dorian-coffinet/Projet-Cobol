       program-id. pa-droit-acces.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeEP
       alternate record key RefS duplicates
       alternate record key CodeEP duplicates.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional farchAmende assign nomArchAmende
       organization indexed access dynamic
       record key clefAmA = CodeAmA DateAmA.

       select optional farchPaiement assign nomArchPaiement
       organization indexed access dynamic
       record key NumRecuA.

       select optional fsolde assign nf-solde-reporte
       organization indexed access dynamic
       record key clefSR = CodeSR AnneeSR.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates.

       select optional fsuspension assign nf-suspension
       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       select optional fretour assign nf-courrier-retour
       organization indexed access dynamic
       record key clefRet = CodeRet DateRet HeureRet.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       select optional fcarte assign nf-carte
       organization indexed access dynamic
       record key NumCarte.

       select optional fplan assign nf-plan
       organization indexed record key CodePlan
       access dynamic.

       select optional fsepa assign nf-mandat-sepa
       organization indexed record key CodeSepa
       access dynamic.

       select optional fqueue assign nf-courriel-queue
       organization indexed access dynamic
       record key NumMsg.

       select optional fsmsqueue assign nf-sms-queue
       organization indexed access dynamic
       record key NumSms.

       select optional fjournal assign nf-journal
       organization line sequential.

       select optional facces assign nf-demande-acces
       organization indexed access dynamic
       record key clefAcces = CodeAcc DateReponseAcc HeureReponseAcc.

       select fexport assign nomExport
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

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

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeEP pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteCP pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fhistopret.
       1 pret-histo.
               2 DatePretH pic 9(8).
               2 RefSH pic x(8).
               2 ExemplaireH pic 9(3).
               2 CodeEH pic x(8).
               2 DateRetourH pic 9(8).
               2 NbRenouvH pic 9.
               2 SiteCH pic x(3).
               2 DateEcheanceH pic 9(8).

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               88 amendePayee value 'P'.
               88 amendeImpayee value 'N'.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               2 LoginValidPay pic 9(5).

       fd farchAmende.
       1 amende-arch.
               2 CodeAmA pic x(8).
               2 DateAmA pic 9(8).
               2 pic x(41).

       fd farchPaiement.
       1 paiement-arch.
               2 NumRecuA pic 9(6).
               2 CodePayA pic x(8).
               2 pic x(42).

       fd fsolde.
       1 solde-reporte.
               2 CodeSR pic x(8).
               2 AnneeSR pic 9(4).
               2 DuSR pic 9(5)v99.
               2 CreditSR pic 9(4)v99.
               2 NbAmArchSR pic 9(5).
               2 NbPayArchSR pic 9(5).
               2 TotPayArchSR pic 9(6)v99.
               2 DateSR pic 9(8).
               2 LoginSR pic 9(5).

       fd freserve.
       1 reservation.
               2 RefRes pic x(8).
               2 DateRes pic 9(8).
               2 HeureRes pic 9(6).
               2 CodeRes pic x(8).
               2 StatutRes pic x.
               88 resEnAttente value 'E'.
               88 resNotifiee value 'N'.
               88 resRetiree value 'F'.
               88 resExpiree value 'X'.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fsuspension.
       1 suspension.
               2 CodeSusp pic x(8).
               2 DateDebutSusp pic 9(8).
               2 DateFinSusp pic 9(8).
               2 MotifSusp pic x(30).
               2 LoginSusp pic 9(5).
               2 StatutSusp pic x.
               88 suspActive value 'A'.
               88 suspLevee value 'L'.

       fd fretour.
       1 courrier-retour.
               2 CodeRet pic x(8).
               2 DateRet pic 9(8).
               2 HeureRet pic 9(6).
               2 TypeDocRet pic x.
               2 MotifRet pic x(40).
               2 LoginRet pic 9(5).

       fd fnote.
       1 note.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       fd fcarte.
       1 carte-enr.
               2 NumCarte pic x(8).
               2 CodeECarte pic x(8).
               2 DateEmission pic 9(8).
               2 StatutCarte pic x.
               88 carteActive value 'A'.
               88 carteBloquee value 'B'.

       fd fplan.
       1 plan-enr.
               2 CodePlan pic x(8).
               2 MontantMensuelPlan pic 9(3)v99.
               2 DateDebutPlan pic 9(8).
               2 DateProchainePlan pic 9(8).
               2 SoldeInitialPlan pic 9(5)v99.
               2 CumulVersePlan pic 9(5)v99.
               2 StatutPlan pic x.
               2 LoginPlan pic 9(5).

       fd fsepa.
       1 mandat-sepa.
               2 CodeSepa pic x(8).
               2 RumSepa pic x(35).
               2 IbanSepa pic x(34).
               2 BicSepa pic x(11).
               2 TitulaireSepa pic x(40).
               2 DateSignatureSepa pic 9(8).
               2 StatutSepa pic x.
               2 DateRevocationSepa pic 9(8).
               2 DateDernierPrelSepa pic 9(8).
               2 EcheanceSepa pic 9(8).
               2 NbRejetsSepa pic 9(2).
               2 LoginSepa pic 9(5).

       fd fqueue.
       1 message-queue.
               2 NumMsg pic 9(6).
               2 Destinataire pic x(40).
               2 TypeMsg pic x.
               2 DateCreationMsg pic 9(8).
               2 StatutMsg pic x.
               2 NbTentatives pic 9(2).
               2 ResumeMsg pic x(80).
               2 PieceJointeMsg pic x(30).

       fd fsmsqueue.
       1 sms-queue.
               2 NumSms pic 9(6).
               2 TelSms pic x(15).
               2 TypeSms pic x.
               2 DateCreationSms pic 9(8).
               2 StatutSms pic x.
               2 NbTentativesSms pic 9(2).
               2 TexteSms pic x(80).

       fd fjournal.
       01 ligne-journal pic x(80).

       fd facces.
       1 demande-acces.
               2 CodeAcc pic x(8).
               2 DateReponseAcc pic 9(8).
               2 HeureReponseAcc pic 9(6).
               2 DateDemandeAcc pic 9(8).
               2 LoginAcc pic 9(5).
               2 DelaiAcc pic 9(4).
               2 NbElementsAcc pic 9(6).
               2 NomSpoolAcc pic x(25).
               2 NomExportAcc pic x(30).

       fd fexport.
       01 ligne-export pic x(300).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-suspension pic x(30) value 'suspension.dat'.
       1 nf-note pic x(30) value 'note.dat'.
       1 nf-courrier-retour pic x(30) value 'courrier-retour.dat'.
       1 nf-carte pic x(30) value 'carte.dat'.
       1 nf-plan pic x(30) value 'plan.dat'.
       1 nf-mandat-sepa pic x(30) value 'mandat-sepa.dat'.
       1 nf-courriel-queue pic x(30) value 'courriel-queue.dat'.
       1 nf-sms-queue pic x(30) value 'sms-queue.dat'.
       1 nf-journal pic x(30) value 'journal.dat'.
       1 nf-demande-acces pic x(30) value 'demande-acces.dat'.
       1 nf-solde-reporte pic x(30) value 'solde-reporte.dat'.
       1 nomArchAmende pic x(30).
       1 nomArchPaiement pic x(30).

       01 logutil-courant pic 9(5) external value 0.
       1 cod pic x(8).
       1 dateDemande pic 9(8).
       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 dh pic x(21).
       1 delaiReponse pic s9(5).
       1 delaiLegal pic 9(3) value 30.
       1 nomExport pic x(30).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'ACCES'.
       1 codeSpoolDest pic x(8).
       1 ligne pic x(80).
       1 nbSection pic 9(5).
       1 nbElements pic 9(6) value 0.
       1 montant-ed pic zz9.99.
       1 solde-ed pic zzzz9.99.
       1 montant2-ed pic zzz9.99.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-fsolde pic x value 'n'.
       88 finFsolde value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 planExiste value 'o' false 'n'.
       1 pic x.
       88 mandatExiste value 'o' false 'n'.
       1 pic x.
       88 dateInvalide value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'demande-acces'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Droit d acces : export des donnees '
           & 'personnelles d un adherent'.
           2 line 3 col 1 'Code adherent : '.
           2 s-code line 3 col 35 pic x(8) to cod required.
           2 line 4 col 1 'Demande recue le (AAAAMMJJ, vide = '
           & 'aujourd hui) : '.
           2 s-dateDemande line 4 col 52 pic 9(8) to dateDemande.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inexistant, aucun export.'.
       1 a-plg-dateInvalide.
           2 line 22 col 1 'Date de demande invalide ou future, '
           & 'aucun export.'.
       1 a-plg-termine.
           2 line 6 col 1 'Elements exportes : '.
           2 a-nb line 6 col 30 pic zzzzz9 from nbElements.
           2 line 7 col 1 'Document imprimable : '.
           2 a-spool line 7 col 30 pic x(25) from nomSpool.
           2 line 8 col 1 'Fichier informatique : '.
           2 a-export line 8 col 30 pic x(30) from nomExport.
           2 line 9 col 1 'Reponse apportee en (jours) : '.
           2 a-delai line 9 col 32 pic zzz9 from DelaiAcc.
       1 a-plg-horsDelai.
           2 line 11 col 1 'ATTENTION : reponse apportee au-dela '
           & 'du delai legal d un mois.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-pret-histo.dat' to nf-pret-histo
       else
           move 'pret-histo.dat' to nf-pret-histo
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       if mode-formation = 'O'
           move 'formation-suspension.dat' to nf-suspension
       else
           move 'suspension.dat' to nf-suspension
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if
       if mode-formation = 'O'
           move 'formation-courrier-retour.dat' to nf-courrier-retour
       else
           move 'courrier-retour.dat' to nf-courrier-retour
       end-if
       if mode-formation = 'O'
           move 'formation-carte.dat' to nf-carte
       else
           move 'carte.dat' to nf-carte
       end-if
       if mode-formation = 'O'
           move 'formation-plan.dat' to nf-plan
       else
           move 'plan.dat' to nf-plan
       end-if
       if mode-formation = 'O'
           move 'formation-mandat-sepa.dat' to nf-mandat-sepa
       else
           move 'mandat-sepa.dat' to nf-mandat-sepa
       end-if
       if mode-formation = 'O'
           move 'formation-courriel-queue.dat' to nf-courriel-queue
       else
           move 'courriel-queue.dat' to nf-courriel-queue
       end-if
       if mode-formation = 'O'
           move 'formation-sms-queue.dat' to nf-sms-queue
       else
           move 'sms-queue.dat' to nf-sms-queue
       end-if
       if mode-formation = 'O'
           move 'formation-journal.dat' to nf-journal
       else
           move 'journal.dat' to nf-journal
       end-if
       if mode-formation = 'O'
           move 'formation-demande-acces.dat' to nf-demande-acces
       else
           move 'demande-acces.dat' to nf-demande-acces
       end-if
       if mode-formation = 'O'
           move 'formation-solde-reporte.dat' to nf-solde-reporte
       else
           move 'solde-reporte.dat' to nf-solde-reporte
       end-if
       move function current-date to dh
       move dh(1:8) to dateJour
       move dh(9:6) to heureJour

       display s-plg-titre
       accept s-code
       move 0 to dateDemande
       accept s-dateDemande
       if dateDemande = 0
           move dateJour to dateDemande
       end-if
       set dateInvalide to false
       if (function test-date-yyyymmdd(dateDemande) not = 0)
       or (dateDemande > dateJour)
           set dateInvalide to true
       end-if
       if dateInvalide
           display a-plg-dateInvalide
           accept s-plg-suite
           goback
       end-if

       open input fadherent
       move cod to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           close fadherent
           display a-plg-adhInexistant
           accept s-plg-suite
           goback
       end-if

       move spaces to nomExport
       string 'acces-' function trim(cod) '.csv'
           delimited by size into nomExport
       open output fexport
       move spaces to ligne-export
       move spaces to ligne
       move cod to codeSpoolDest
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       compute delaiReponse = function integer-of-date(dateJour)
           - function integer-of-date(dateDemande)

       perform 8000-exporter-fiche
       close fadherent
       perform 8100-exporter-prets
       perform 8200-exporter-prets-histo
       perform 8300-exporter-amendes
       perform 8400-exporter-paiements
       perform 8450-exporter-soldes
       perform 8500-exporter-reservations
       perform 8600-exporter-suspensions
       perform 8650-exporter-courriers-revenus
       perform 8700-exporter-notes
       perform 8800-exporter-cartes
       perform 8850-exporter-plan
       perform 8870-exporter-mandat
       perform 8900-exporter-messages
       perform 8950-exporter-journal

       move spaces to ligne
       perform 9050-ecrire-ligne
       string 'Demande recue le ' dateDemande ', traitee le '
           dateJour ' par le login ' logutil-courant
           delimited by size into ligne
       perform 9050-ecrire-ligne
       string 'Elements communiques : ' nbElements
           delimited by size into ligne
       perform 9050-ecrire-ligne
       close fexport
       close fspool

       perform 9000-enregistrer-demande
       display a-plg-termine
       if delaiReponse > delaiLegal
           display a-plg-horsDelai
       end-if
       accept s-plg-suite
       goback.

       8000-exporter-fiche.
       move 'Bibliothèque INFOrmatique - donnees personnelles '
       & 'detenues' to ligne
       perform 9050-ecrire-ligne
       string 'Adherent ' codeE ' - extraction du ' dateJour
           delimited by size into ligne
       perform 9050-ecrire-ligne
       perform 9050-ecrire-ligne
       move 'Fiche adherent :' to ligne
       perform 9050-ecrire-ligne
       string '  Nom : ' nomE ' ' prenomE into ligne
       perform 9050-ecrire-ligne
       string '  Adresse : ' adrE into ligne
       perform 9050-ecrire-ligne
       string '  Telephone : ' telE ' Courriel : ' mailE
           into ligne
       perform 9050-ecrire-ligne
       string '  Site : ' siteC ' Menage : ' codeMenage
           ' Categorie : ' categorieE into ligne
       perform 9050-ecrire-ligne
       string '  Inscrit le ' dateInscriptionE ' expire le '
           dateExpirationE ' ne le ' dateNaissanceE
           delimited by size into ligne
       perform 9050-ecrire-ligne
       string '  Dernier pret ' dateDernierPretE ' retour '
           dateDernierRetourE ' paiement ' dateDernierPaiementE
           delimited by size into ligne
       perform 9050-ecrire-ligne
       move creditE to montant-ed
       string '  Carte ' numCarteE ' partenaire ' codePartenaireE
           ' credit ' montant-ed ' garant ' codeGarantE
           ' canal ' canalE delimited by size into ligne
       perform 9050-ecrire-ligne
       string '  Accord lettre d information ' consentLettreE
           ' le ' dateConsentLettreE ', evenements '
           consentEvenementE ' le ' dateConsentEvenementE
           delimited by size into ligne
       perform 9050-ecrire-ligne
       string '  Adresse invalide ' adrInvalideE ' le '
           dateAdrInvalideE delimited by size into ligne
       perform 9050-ecrire-ligne
       string 'ADHERENT;' codeE ';' function trim(nomE) ';'
           function trim(prenomE) ';' function trim(adrE) ';'
           function trim(telE) ';' function trim(mailE) ';' siteC
           ';' codeMenage ';' dateInscriptionE ';' dateExpirationE
           ';' dateNaissanceE ';' dateDernierPretE ';'
           dateDernierRetourE ';' dateDernierPaiementE ';'
           numCarteE ';' codePartenaireE ';'
           function trim(categorieE) ';' creditE ';' codeGarantE
           ';' canalE ';' consentLettreE ';' dateConsentLettreE
           ';' consentEvenementE ';' dateConsentEvenementE
           ';' adrInvalideE ';' dateAdrInvalideE ';' decedeE ';'
           dateDecesE
           delimited by size into ligne-export
       perform 9060-ecrire-export.

       8100-exporter-prets.
       perform 9040-entete-section
       move 'Prets en cours ou recents :' to ligne
       perform 9050-ecrire-ligne
       open input fpret
       move cod to CodeEP
       start fpret key = CodeEP
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fpret next record
               at end
                   set finFich to true
               not at end
                   if CodeEP not = cod
                       set finFich to true
                   else
                       string '  ' DatePret ' ' RefS ' ex '
                           Exemplaire ' site ' SiteCP ' echeance '
                           DateEcheance ' retour ' DateRetour
                           delimited by size into ligne
                       perform 9050-ecrire-ligne
                       string 'PRET;' DatePret ';' RefS ';'
                           Exemplaire ';' DateRetour ';' NbRenouv
                           ';' SiteCP ';' DateEcheance ';'
                           HeureEcheance delimited by size
                           into ligne-export
                       perform 9060-ecrire-export
                       add 1 to nbSection
                   end-if
           end-read
       end-perform
       close fpret
       perform 9070-fin-section.

       8200-exporter-prets-histo.
       perform 9040-entete-section
       move 'Prets archives :' to ligne
       perform 9050-ecrire-ligne
       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           if CodeEH = cod
               string '  ' DatePretH ' ' RefSH ' ex ' ExemplaireH
                   ' site ' SiteCH ' retour ' DateRetourH
                   delimited by size into ligne
               perform 9050-ecrire-ligne
               string 'PRETARCHIVE;' DatePretH ';' RefSH ';'
                   ExemplaireH ';' DateRetourH ';' NbRenouvH ';'
                   SiteCH ';' DateEcheanceH delimited by size
                   into ligne-export
               perform 9060-ecrire-export
               add 1 to nbSection
           end-if
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret
       perform 9070-fin-section.

       8300-exporter-amendes.
       perform 9040-entete-section
       move 'Amendes :' to ligne
       perform 9050-ecrire-ligne
       open input famende
       move cod to CodeAm
       move 0 to DateAm
       start famende key >= clefAm
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read famende next record
               at end
                   set finFich to true
               not at end
                   if CodeAm not = cod
                       set finFich to true
                   else
                       perform 8310-ecrire-amende
                   end-if
           end-read
       end-perform
       close famende
       open input fsolde
       move cod to CodeSR
       move 0 to AnneeSR
       start fsolde key >= clefSR
           invalid key
               set finFsolde to true
           not invalid key
               set finFsolde to false
       end-start
       perform until finFsolde
           read fsolde next record
               at end
                   set finFsolde to true
               not at end
                   if CodeSR not = cod
                       set finFsolde to true
                   else
                       if NbAmArchSR > 0
                           perform 8320-exporter-amendes-archivees
                       end-if
                   end-if
           end-read
       end-perform
       close fsolde
       perform 9070-fin-section.

       8310-ecrire-amende.
       move MontantAm to montant-ed
       string '  ' DateAm ' ' MotifAm ' '
           montant-ed ' statut ' StatutAm
           delimited by size into ligne
       perform 9050-ecrire-ligne
       string 'AMENDE;' DateAm ';' MontantAm ';'
           StatutAm ';' function trim(MotifAm) ';'
           MontantAccru delimited by size
           into ligne-export
       perform 9060-ecrire-export
       add 1 to nbSection.

       8320-exporter-amendes-archivees.
       perform 8480-nommer-archives
       open input farchAmende
       move cod to CodeAmA
       move 0 to DateAmA
       start farchAmende key >= clefAmA
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read farchAmende next record
               at end
                   set finFich to true
               not at end
                   if CodeAmA not = cod
                       set finFich to true
                   else
                       move amende-arch to amende
                       perform 8310-ecrire-amende
                   end-if
           end-read
       end-perform
       close farchAmende.

       8400-exporter-paiements.
       perform 9040-entete-section
       move 'Paiements :' to ligne
       perform 9050-ecrire-ligne
       open input fpaiement
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           if CodePay = cod
               perform 8410-ecrire-paiement
           end-if
           read fpaiement next record at end set finFich to true
           end-read
       end-perform
       close fpaiement
       open input fsolde
       move cod to CodeSR
       move 0 to AnneeSR
       start fsolde key >= clefSR
           invalid key
               set finFsolde to true
           not invalid key
               set finFsolde to false
       end-start
       perform until finFsolde
           read fsolde next record
               at end
                   set finFsolde to true
               not at end
                   if CodeSR not = cod
                       set finFsolde to true
                   else
                       if NbPayArchSR > 0
                           perform 8420-exporter-paiements-archives
                       end-if
                   end-if
           end-read
       end-perform
       close fsolde
       perform 9070-fin-section.

       8410-ecrire-paiement.
       move MontantPay to montant-ed
       string '  ' DatePay ' recu ' NumRecu ' '
           montant-ed ' mode ' ModePay ' type ' TypePay
           ' site ' SitePay delimited by size into ligne
       perform 9050-ecrire-ligne
       string 'PAIEMENT;' NumRecu ';' DateAmPay ';' DatePay
           ';' HeurePay ';' MontantPay ';' ModePay ';'
           SitePay ';' LoginPay ';' TypePay
           delimited by size into ligne-export
       perform 9060-ecrire-export
       add 1 to nbSection.

       8420-exporter-paiements-archives.
       perform 8480-nommer-archives
       open input farchPaiement
       set finFich to false
       read farchPaiement next record at end set finFich to true
       end-read
       perform until finFich
           if CodePayA = cod
               move paiement-arch to paiement
               perform 8410-ecrire-paiement
           end-if
           read farchPaiement next record at end set finFich to true
           end-read
       end-perform
       close farchPaiement.

       8450-exporter-soldes.
       perform 9040-entete-section
       move 'Soldes reportes :' to ligne
       perform 9050-ecrire-ligne
       open input fsolde
       move cod to CodeSR
       move 0 to AnneeSR
       start fsolde key >= clefSR
           invalid key
               set finFsolde to true
           not invalid key
               set finFsolde to false
       end-start
       perform until finFsolde
           read fsolde next record
               at end
                   set finFsolde to true
               not at end
                   if CodeSR not = cod
                       set finFsolde to true
                   else
                       move DuSR to solde-ed
                       move CreditSR to montant2-ed
                       string '  fin ' AnneeSR ' du ' solde-ed
                           ' credit ' montant2-ed
                           delimited by size into ligne
                       perform 9050-ecrire-ligne
                       string 'SOLDE;' AnneeSR ';' DuSR ';'
                           CreditSR ';' NbAmArchSR ';' NbPayArchSR
                           ';' DateSR delimited by size
                           into ligne-export
                       perform 9060-ecrire-export
                       add 1 to nbSection
                   end-if
           end-read
       end-perform
       close fsolde
       perform 9070-fin-section.

       8480-nommer-archives.
       move spaces to nomArchAmende
       move spaces to nomArchPaiement
       if mode-formation = 'O'
           string 'formation-amende-' AnneeSR '.dat'
               delimited by size into nomArchAmende
           string 'formation-paiement-' AnneeSR '.dat'
               delimited by size into nomArchPaiement
       else
           string 'amende-' AnneeSR '.dat'
               delimited by size into nomArchAmende
           string 'paiement-' AnneeSR '.dat'
               delimited by size into nomArchPaiement
       end-if.

       8500-exporter-reservations.
       perform 9040-entete-section
       move 'Reservations :' to ligne
       perform 9050-ecrire-ligne
       open input freserve
       set finFich to false
       read freserve next record at end set finFich to true
       end-read
       perform until finFich
           if CodeRes = cod
               string '  ' DateRes ' ' RefRes ' statut ' StatutRes
                   ' avis ' DateAvis ' retrait ' DateRetrait
                   delimited by size into ligne
               perform 9050-ecrire-ligne
               string 'RESERVATION;' RefRes ';' DateRes ';'
                   HeureRes ';' StatutRes ';' ExemplaireRes ';'
                   DateAvis ';' DateRetrait ';' DateLimiteRes
                   delimited by size into ligne-export
               perform 9060-ecrire-export
               add 1 to nbSection
           end-if
           read freserve next record at end set finFich to true
           end-read
       end-perform
       close freserve
       perform 9070-fin-section.

       8600-exporter-suspensions.
       perform 9040-entete-section
       move 'Suspensions :' to ligne
       perform 9050-ecrire-ligne
       open input fsuspension
       move cod to CodeSusp
       move 0 to DateDebutSusp
       start fsuspension key >= clefSusp
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fsuspension next record
               at end
                   set finFich to true
               not at end
                   if CodeSusp not = cod
                       set finFich to true
                   else
                       string '  du ' DateDebutSusp ' au '
                           DateFinSusp ' ' MotifSusp ' statut '
                           StatutSusp delimited by size into ligne
                       perform 9050-ecrire-ligne
                       string 'SUSPENSION;' DateDebutSusp ';'
                           DateFinSusp ';' function trim(MotifSusp)
                           ';' LoginSusp ';' StatutSusp
                           delimited by size into ligne-export
                       perform 9060-ecrire-export
                       add 1 to nbSection
                   end-if
           end-read
       end-perform
       close fsuspension
       perform 9070-fin-section.

       8650-exporter-courriers-revenus.
       perform 9040-entete-section
       move 'Courriers revenus :' to ligne
       perform 9050-ecrire-ligne
       open input fretour
       move cod to CodeRet
       move 0 to DateRet
       move 0 to HeureRet
       start fretour key >= clefRet
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fretour next record
               at end
                   set finFich to true
               not at end
                   if CodeRet not = cod
                       set finFich to true
                   else
                       string '  le ' DateRet ' document ' TypeDocRet
                           ' ' MotifRet delimited by size into ligne
                       perform 9050-ecrire-ligne
                       string 'COURRIER-REVENU;' DateRet ';'
                           HeureRet ';' TypeDocRet ';'
                           function trim(MotifRet) ';' LoginRet
                           delimited by size into ligne-export
                       perform 9060-ecrire-export
                       add 1 to nbSection
                   end-if
           end-read
       end-perform
       close fretour
       perform 9070-fin-section.

       8700-exporter-notes.
       perform 9040-entete-section
       move 'Notes du personnel :' to ligne
       perform 9050-ecrire-ligne
       open input fnote
       move cod to CodeNote
       move 0 to DateNote
       move 0 to HeureNote
       start fnote key >= clefNote
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fnote next record
               at end
                   set finFich to true
               not at end
                   if CodeNote not = cod
                       set finFich to true
                   else
                       string '  ' DateNote ' ' TexteNote
                           delimited by size into ligne
                       perform 9050-ecrire-ligne
                       string 'NOTE;' DateNote ';' HeureNote ';'
                           LoginNote ';' DateExpNote ';'
                           function trim(TexteNote)
                           delimited by size into ligne-export
                       perform 9060-ecrire-export
                       add 1 to nbSection
                   end-if
           end-read
       end-perform
       close fnote
       perform 9070-fin-section.

       8800-exporter-cartes.
       perform 9040-entete-section
       move 'Cartes d adherent :' to ligne
       perform 9050-ecrire-ligne
       open input fcarte
       set finFich to false
       read fcarte next record at end set finFich to true end-read
       perform until finFich
           if CodeECarte = cod
               string '  carte ' NumCarte ' emise le ' DateEmission
                   ' statut ' StatutCarte delimited by size
                   into ligne
               perform 9050-ecrire-ligne
               string 'CARTE;' NumCarte ';' DateEmission ';'
                   StatutCarte delimited by size into ligne-export
               perform 9060-ecrire-export
               add 1 to nbSection
           end-if
           read fcarte next record at end set finFich to true
           end-read
       end-perform
       close fcarte
       perform 9070-fin-section.

       8850-exporter-plan.
       perform 9040-entete-section
       move 'Plan de paiement :' to ligne
       perform 9050-ecrire-ligne
       open input fplan
       move cod to CodePlan
       read fplan invalid set planExiste to false
                  not invalid set planExiste to true
       end-read
       if planExiste
           move MontantMensuelPlan to montant-ed
           move SoldeInitialPlan to solde-ed
           string '  depuis le ' DateDebutPlan ' mensualite '
               montant-ed ' sur ' solde-ed ' statut ' StatutPlan
               delimited by size into ligne
           perform 9050-ecrire-ligne
           string 'PLAN;' MontantMensuelPlan ';' DateDebutPlan ';'
               DateProchainePlan ';' SoldeInitialPlan ';'
               CumulVersePlan ';' StatutPlan ';' LoginPlan
               delimited by size into ligne-export
           perform 9060-ecrire-export
           add 1 to nbSection
       end-if
       close fplan
       perform 9070-fin-section.

       8870-exporter-mandat.
       perform 9040-entete-section
       move 'Mandat de prelevement :' to ligne
       perform 9050-ecrire-ligne
       open input fsepa
       move cod to CodeSepa
       read fsepa invalid set mandatExiste to false
                  not invalid set mandatExiste to true
       end-read
       if mandatExiste
           string '  ' RumSepa ' signe le ' DateSignatureSepa
               ' statut ' StatutSepa delimited by size into ligne
           perform 9050-ecrire-ligne
           string '  IBAN ' function trim(IbanSepa) ' titulaire '
               TitulaireSepa(1:30) delimited by size into ligne
           perform 9050-ecrire-ligne
           string 'MANDAT;' function trim(RumSepa) ';'
               function trim(IbanSepa) ';' function trim(BicSepa)
               ';' function trim(TitulaireSepa) ';'
               DateSignatureSepa ';' StatutSepa ';'
               DateRevocationSepa ';' DateDernierPrelSepa ';'
               NbRejetsSepa delimited by size into ligne-export
           perform 9060-ecrire-export
           add 1 to nbSection
       end-if
       close fsepa
       perform 9070-fin-section.

       8900-exporter-messages.
       perform 9040-entete-section
       move 'Messages envoyes ou en attente :' to ligne
       perform 9050-ecrire-ligne
       if mailE not = spaces
           open input fqueue
           set finFich to false
           read fqueue next record at end set finFich to true
           end-read
           perform until finFich
               if Destinataire = mailE
                   string '  courriel ' DateCreationMsg ' '
                       ResumeMsg delimited by size into ligne
                   perform 9050-ecrire-ligne
                   string 'COURRIEL;' NumMsg ';' TypeMsg ';'
                       DateCreationMsg ';' StatutMsg ';'
                       function trim(ResumeMsg)
                       delimited by size into ligne-export
                   perform 9060-ecrire-export
                   add 1 to nbSection
               end-if
               read fqueue next record at end set finFich to true
               end-read
           end-perform
           close fqueue
       end-if
       if telE not = spaces
           open input fsmsqueue
           set finFich to false
           read fsmsqueue next record at end set finFich to true
           end-read
           perform until finFich
               if TelSms = telE
                   string '  sms ' DateCreationSms ' ' TexteSms
                       delimited by size into ligne
                   perform 9050-ecrire-ligne
                   string 'SMS;' NumSms ';' TypeSms ';'
                       DateCreationSms ';' StatutSms ';'
                       function trim(TexteSms)
                       delimited by size into ligne-export
                   perform 9060-ecrire-export
                   add 1 to nbSection
               end-if
               read fsmsqueue next record at end set finFich to true
               end-read
           end-perform
           close fsmsqueue
       end-if
       perform 9070-fin-section.

       8950-exporter-journal.
       perform 9040-entete-section
       move 'Journal des operations de pret :' to ligne
       perform 9050-ecrire-ligne
       open input fjournal
       set finFich to false
       read fjournal at end set finFich to true end-read
       perform until finFich
           if (ligne-journal(26:8) = cod)
           or (ligne-journal(37:8) = cod)
               string '  ' ligne-journal delimited by size
                   into ligne
               perform 9050-ecrire-ligne
               string 'JOURNAL;' ligne-journal(1:8) ';'
                   ligne-journal(10:6) ';' ligne-journal(17:8) ';'
                   ligne-journal(26:8) ';' ligne-journal(35:1) ';'
                   ligne-journal(37:8) delimited by size
                   into ligne-export
               perform 9060-ecrire-export
               add 1 to nbSection
           end-if
           read fjournal at end set finFich to true end-read
       end-perform
       close fjournal
       perform 9070-fin-section.

       9000-enregistrer-demande.
       open i-o facces
       move cod to CodeAcc
       move dateJour to DateReponseAcc
       move heureJour to HeureReponseAcc
       move dateDemande to DateDemandeAcc
       move logutil-courant to LoginAcc
       move delaiReponse to DelaiAcc
       move nbElements to NbElementsAcc
       move nomSpool to NomSpoolAcc
       move nomExport to NomExportAcc
       write demande-acces invalid set erreur to true
                           not invalid set erreur to false
       end-write
       close facces
       move cod to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       9040-entete-section.
       move 0 to nbSection
       move spaces to ligne
       perform 9050-ecrire-ligne.

       9050-ecrire-ligne.
       move ligne to ligne-spool
       write ligne-spool
       move spaces to ligne.

       9060-ecrire-export.
       write ligne-export
       move spaces to ligne-export.

       9070-fin-section.
       if nbSection = 0
           move '  neant' to ligne
           perform 9050-ecrire-ligne
       end-if
       add nbSection to nbElements.

       end program pa-droit-acces.
