       program-id. pa-approbations.

       select optional fapprob assign nf-approbation
       organization indexed access dynamic
       record key NumDemande.

       select famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu
       sharing with all other
       lock mode is automatic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic
       sharing with all other
       lock mode is automatic
       file status fs-fadherent.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePretP RefSp ExemplaireP CodeEp
       alternate record key CodeEp duplicates.

       select frecu assign 'recu-amende.txt'
       organization line sequential.
       select fspool assign nomSpool
       organization line sequential.

       fd fapprob.
       1 demande.
               2 NumDemande pic 9(6).
               2 TypeDemande pic x.
               88 demandeRemise value 'R'.
               88 demandeCredit value 'C'.
               88 demandeSuppression value 'S'.
               2 StatutDemande pic x.
               88 demandeEnAttente value 'E'.
               88 demandeApprouvee value 'A'.
               88 demandeRejetee value 'J'.
               2 CodeAdhD pic x(8).
               2 DateAmD pic 9(8).
               2 MontantD pic 9(4)v99.
               2 AncienMontantD pic 9(4)v99.
               2 SensD pic x.
               2 ModeD pic x.
               2 MotifD pic x(30).
               2 SiteD pic x(3).
               2 LoginDemande pic 9(5).
               2 DateDemande pic 9(8).
               2 HeureDemande pic 9(6).
               2 LoginDecision pic 9(5).
               2 DateDecision pic 9(8).
               2 HeureDecision pic 9(6).
               2 NumRecuD pic 9(6).

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
               88 paiementAnnulation value 'A'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayAmende value 'A' ' '.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

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
       1 pretp.
               2 DatePretP pic 9(8).
               2 RefSp pic x(8).
               2 ExemplaireP pic 9(3).
               2 CodeEp pic x(8).
               2 DateRetourP pic 9(8).
               2 NbRenouvP pic 9.
               2 SiteCP pic x(3).
               2 DateEcheanceP pic 9(8).
               2 HeureEcheanceP pic 9(4).

       fd frecu.
       01 ligne-recu pic x(80).
       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-approbation pic x(30) value 'approbation.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.

       01 logutil-courant pic 9(5) external value 0.
       01 logutil-demandeur pic 9(5) external value 0.
       1 fs-fadherent pic xx.
       1 decision pic x.
       1 libType pic x(30).
       1 dh pic x(21).
       1 fin-fapprob pic x value 'n'.
       88 finFapprob value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 pic x.
       88 arretDemande value 'o' false 'n'.
       1 pic x.
       88 operationFaite value 'o' false 'n'.
       1 pic x.
       88 enrExiste value 'o' false 'n'.
       1 pic x.
       88 aUnPretOuvert value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 motifRefus pic x(60).
       1 montantRemise pic 9(3)v99.
       1 nouveauNumRecu pic 9(6).
       1 nbTraitees pic 9(4) value 0.
       1 montant-ed pic zzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 h-codeope pic x.
       1 h-nomfich pic x(15).
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 a-plg-demande.
           2 blank screen.
           2 line 1 col 1 'Approbation des operations au-dessus '
           & 'des seuils'.
           2 line 3 col 1 'Demande : '.
           2 a-num line 3 col 25 pic 9(6) from NumDemande.
           2 line 4 col 1 'Operation : '.
           2 a-type line 4 col 25 pic x(30) from libType.
           2 line 5 col 1 'Adherent : '.
           2 a-code line 5 col 25 pic x(8) from CodeAdhD.
           2 a-site line 5 col 35 pic x(3) from SiteD.
           2 line 6 col 1 'Montant en jeu : '.
           2 a-montant line 6 col 25 pic zzz9.99 from MontantD.
           2 line 6 col 33 'euros'.
           2 line 7 col 1 'Montant avant operation : '.
           2 a-ancien line 7 col 28 pic zzz9.99 from AncienMontantD.
           2 line 8 col 1 'Date de l amende : '.
           2 a-dateAm line 8 col 25 pic 9(8) from DateAmD.
           2 line 9 col 1 'Sens / mode : '.
           2 a-sens line 9 col 25 pic x from SensD.
           2 a-mode line 9 col 27 pic x from ModeD.
           2 line 10 col 1 'Motif : '.
           2 a-motif line 10 col 25 pic x(30) from MotifD.
           2 line 11 col 1 'Saisie par le login : '.
           2 a-login line 11 col 25 pic z(5) from LoginDemande.
           2 line 11 col 32 'le'.
           2 a-date line 11 col 35 pic 9(8) from DateDemande.
           2 a-heure line 11 col 44 pic 9(6) from HeureDemande.
       1 s-plg-decision.
           2 line 14 col 1 'Decision (A=approuver, J=rejeter, '
           & 'S=suivante, Q=quitter) : '.
           2 s-decision line 14 col 61 pic x to decision required.

       1 a-plg-aucune.
           2 blank screen.
           2 line 1 col 1 'Approbation des operations au-dessus '
           & 'des seuils'.
           2 line 3 col 1 'Fin des demandes en attente, '.
           2 a-nbTraitees line 3 col 31 pic zzz9 from nbTraitees.
           2 line 3 col 36 'demande(s) traitee(s).'.
       1 a-plg-memeLogin.
           2 line 16 col 1 'Une demande doit etre traitee par un '
           & 'autre login que celui qui l a saisie.'.
       1 a-plg-approuvee.
           2 line 16 col 1 'Operation appliquee, demande approuvee.'.
       1 a-plg-rejetee.
           2 line 16 col 1 'Demande rejetee.'.
       1 a-plg-impossible.
           2 line 16 col 1 'Operation impossible, demande rejetee : '.
           2 a-motifRefus line 17 col 1 pic x(60) from motifRefus.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-approbation.dat' to nf-approbation
       else
           move 'approbation.dat' to nf-approbation
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
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if

       open i-o fapprob
       set arretDemande to false
       set finFapprob to false
       read fapprob next record at end set finFapprob to true
       end-read
       perform until finFapprob or arretDemande
           if demandeEnAttente
               perform 8000-presenter-demande
           end-if
           if not arretDemande
               read fapprob next record
                   at end set finFapprob to true
               end-read
           end-if
       end-perform
       close fapprob

       display a-plg-aucune
       accept s-plg-suite
       goback.

       8000-presenter-demande.
       evaluate true
           when demandeRemise
               move 'Remise d amende' to libType
           when demandeCredit and (SensD = 'R')
               move 'Remboursement du credit' to libType
           when demandeCredit
               move 'Depot au credit du compte' to libType
           when demandeSuppression
               move 'Suppression d adherent' to libType
           when other
               move 'Inconnue' to libType
       end-evaluate
       display a-plg-demande
       display s-plg-decision
       accept s-decision
       move function upper-case(decision) to decision
       evaluate decision
           when 'Q'
               set arretDemande to true
           when 'A'
               if LoginDemande = logutil-courant
                   display a-plg-memeLogin
               else
                   perform 8100-appliquer
               end-if
               accept s-plg-suite
           when 'J'
               if LoginDemande = logutil-courant
                   display a-plg-memeLogin
               else
                   set demandeRejetee to true
                   perform 8900-enregistrer-decision
                   display a-plg-rejetee
               end-if
               accept s-plg-suite
       end-evaluate.

       8100-appliquer.
       set operationFaite to false
       move spaces to motifRefus
       move LoginDemande to logutil-demandeur
       evaluate true
           when demandeRemise
               perform 8200-appliquer-remise
           when demandeCredit
               perform 8300-appliquer-credit
           when demandeSuppression
               perform 8400-appliquer-suppression
       end-evaluate
       move 0 to logutil-demandeur
       if operationFaite
           set demandeApprouvee to true
           perform 8900-enregistrer-decision
           display a-plg-approuvee
       else
           set demandeRejetee to true
           perform 8900-enregistrer-decision
           display a-plg-impossible
       end-if.

       8200-appliquer-remise.
       open i-o famende
       move CodeAdhD to CodeAm
       move DateAmD to DateAm
       read famende invalid set enrExiste to false
                    not invalid set enrExiste to true
       end-read
       if not enrExiste
           move 'amende introuvable.' to motifRefus
           close famende
           exit paragraph
       end-if
       if MontantAm not = AncienMontantD
           move 'l amende a change depuis la demande.' to motifRefus
           close famende
           exit paragraph
       end-if
       move MontantD to montantRemise
       subtract montantRemise from MontantAm
       move MotifD to MotifAm
       if MontantAm = 0
           set amendePayee to true
       end-if
       set erreur to false
       rewrite amende invalid set erreur to true
       end-rewrite
       close famende
       if erreur
           move 'erreur d ecriture dans amende.' to motifRefus
           exit paragraph
       end-if
       open i-o fpaiement
       perform 8600-prochain-numero-recu
       move nouveauNumRecu to NumRecu
       move CodeAdhD to CodePay
       move DateAmD to DateAmPay
       move function current-date to dh
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move montantRemise to MontantPay
       set paiementAnnulation to true
       move SiteD to SitePay
       move LoginDemande to LoginPay
       move logutil-courant to LoginValidPay
       set typePayAmende to true
       write paiement invalid continue
       end-write
       close fpaiement
       move NumRecu to NumRecuD
       move 'M' to h-codeope
       move 'amende' to h-nomfich
       move CodeAdhD to h-cleprim
       move 'O' to h-opereu
       perform 9100-ecrire-histo
       set operationFaite to true.

       8300-appliquer-credit.
       open i-o fadherent
       if fs-fadherent > '05'
           move 'fichier adherent utilise sur un autre poste.'
               to motifRefus
           exit paragraph
       end-if
       move CodeAdhD to codeE
       read fadherent invalid set enrExiste to false
                      not invalid set enrExiste to true
       end-read
       if not enrExiste
           move 'adherent introuvable.' to motifRefus
           close fadherent
           exit paragraph
       end-if
       if (SensD = 'R') and (MontantD > creditE)
           move 'credit insuffisant pour ce remboursement.'
               to motifRefus
           close fadherent
           exit paragraph
       end-if
       if SensD = 'R'
           subtract MontantD from creditE
       else
           add MontantD to creditE
       end-if
       rewrite adherent
       end-rewrite
       open i-o fpaiement
       perform 8600-prochain-numero-recu
       move nouveauNumRecu to NumRecu
       move CodeAdhD to CodePay
       move 0 to DateAmPay
       move function current-date to dh
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move MontantD to MontantPay
       move ModeD to ModePay
       move siteC to SitePay
       move LoginDemande to LoginPay
       move logutil-courant to LoginValidPay
       if SensD = 'R'
           set typePayRemboursement to true
       else
           set typePayProvision to true
       end-if
       write paiement invalid continue
       end-write
       close fpaiement
       move NumRecu to NumRecuD
       move 'M' to h-codeope
       move 'adherent' to h-nomfich
       move CodeAdhD to h-cleprim
       move 'O' to h-opereu
       perform 9100-ecrire-histo
       perform 9000-imprimer-recu-credit
       close fadherent
       set operationFaite to true.

       8400-appliquer-suppression.
       open i-o fadherent
       if fs-fadherent > '05'
           move 'fichier adherent utilise sur un autre poste.'
               to motifRefus
           exit paragraph
       end-if
       move CodeAdhD to codeE
       read fadherent invalid set enrExiste to false
                      not invalid set enrExiste to true
       end-read
       if not enrExiste
           move 'adherent introuvable.' to motifRefus
           close fadherent
           exit paragraph
       end-if
       perform 8500-verifier-prets-ouverts
       if aUnPretOuvert
           move 'l adherent a un pret en cours.' to motifRefus
           close fadherent
           exit paragraph
       end-if
       set erreur to false
       delete fadherent invalid set erreur to true
       end-delete
       close fadherent
       move 'S' to h-codeope
       move 'adherent' to h-nomfich
       move CodeAdhD to h-cleprim
       if erreur
           move 'N' to h-opereu
           move 'erreur de suppression dans adherent.' to motifRefus
       else
           move 'O' to h-opereu
           set operationFaite to true
       end-if
       perform 9100-ecrire-histo.

       8500-verifier-prets-ouverts.
       set aUnPretOuvert to false
       open input fpret
       move CodeAdhD to CodeEp
       start fpret key = CodeEp
           invalid key
               set finFpret to true
           not invalid key
               set finFpret to false
       end-start
       perform until finFpret
           read fpret next record
               at end
                   set finFpret to true
               not at end
                   if CodeEp not = CodeAdhD
                       set finFpret to true
                   else
                       if DateRetourP = 0
                           set aUnPretOuvert to true
                           set finFpret to true
                       end-if
                   end-if
           end-read
       end-perform
       close fpret.

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

       8900-enregistrer-decision.
       move logutil-courant to LoginDecision
       move function current-date to dh
       move dh(1:8) to DateDecision
       move dh(9:6) to HeureDecision
       rewrite demande invalid continue
       end-rewrite
       add 1 to nbTraitees
       move 'M' to h-codeope
       move 'approbation' to h-nomfich
       move NumDemande to h-cleprim
       move 'O' to h-opereu
       move LoginDemande to logutil-demandeur
       perform 9100-ecrire-histo
       move 0 to logutil-demandeur.

       9000-imprimer-recu-credit.
       move 'RECU' to typeDocSpool
       call 'Creerspool' using typeDocSpool CodeAdhD nomSpool
       end-call
       open extend frecu
       open output fspool
       move 'Bibliothèque INFOrmatique - mouvement de credit'
           to ligne-recu
       perform 9900-ecrire-ligne-recu
       string 'Recu numero : ' NumRecu into ligne-recu
       perform 9900-ecrire-ligne-recu
       string 'Adherent : ' CodeAdhD ' ' nomE into ligne-recu
       perform 9900-ecrire-ligne-recu
       move MontantD to montant-ed
       if SensD = 'R'
           string 'Rembourse : ' montant-ed ' euros'
               into ligne-recu
       else
           string 'Verse au credit : ' montant-ed ' euros'
               into ligne-recu
       end-if
       perform 9900-ecrire-ligne-recu
       move creditE to montant-ed
       string 'Credit restant : ' montant-ed ' euros'
           into ligne-recu
       perform 9900-ecrire-ligne-recu
       string 'Saisi par le login ' LoginDemande
           ', valide par le login ' logutil-courant
           into ligne-recu
       perform 9900-ecrire-ligne-recu
       move spaces to ligne-recu
       perform 9900-ecrire-ligne-recu
       close frecu
       close fspool.

       9100-ecrire-histo.
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       9900-ecrire-ligne-recu.
       write ligne-recu
       move ligne-recu to ligne-spool
       write ligne-spool
       move spaces to ligne-recu.

       end program pa-approbations.
