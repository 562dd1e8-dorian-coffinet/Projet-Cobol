       program-id. pa-releves.

       select fadherent assign nf-adherent
       organization indexed record key codeEE
       access dynamic.

       select fgarant assign nf-adherent
       organization indexed record key codeG
       access dynamic.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

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

       select optional fplan assign nf-plan
       organization indexed record key CodePlan
       access dynamic.

       select optional fmodele assign 'modele.dat'
       organization indexed access dynamic
       record key clefMod = CodeModele NumLigneMod.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select courriel assign nf-courriel
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd fadherent.
       1 adherent.
               2 codeEE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
               2 codeMenageE pic x(8).
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

       fd fgarant.
       1 garant.
               2 codeG pic x(8).
               2 nomG pic x(30).
               2 prenomG pic x(30).
               2 adrG pic x(150).
               2 telG pic x(15).
               2 mailG pic x(40).
               2 siteCG pic x(3).
               2 codeMenageG pic x(8).
               2 dateInscriptionG pic 9(8).
               2 dateExpirationG pic 9(8).
               2 pinG pic x(4).
               2 dateNaissanceG pic 9(8).
               2 dateDernierPretG pic 9(8).
               2 dateDernierRetourG pic 9(8).
               2 dateDernierPaiementG pic 9(8).
               2 numCarteG pic x(8).
               2 codePartenaireG pic x(5).
               2 categorieG pic x(10).
               2 creditG pic 9(4)v99.
               2 codeGarantG pic x(8).
               2 canalG pic x.
               2 consentLettreG pic x.
               2 dateConsentLettreG pic 9(8).
               2 consentEvenementG pic x.
               2 dateConsentEvenementG pic 9(8).
               2 adrInvalideG pic x.
               2 dateAdrInvalideG pic 9(8).
               2 decedeG pic x.
               2 dateDecesG pic 9(8).
               2 refusRecoG pic x.

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fsupport.
       1 livre.
               2 RefSu pic x(8).
               2 ExemplaireU pic 9(3).
               2 LibS pic x(30).
               2 DesignS pic x(50).
               2 Dispo pic x.
               2 LibC pic x(30).
               2 AuteurS pic x(30).
               2 IsbnS pic x(13).
               2 tab.
                  3 motscles pic x(20) occurs 20.
               2 SiteCU pic x(3).
               2 DateAjoutS pic 9(8).
               2 DateLimiteRetrait pic 9(8).
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

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
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.
               88 paiementCheque value 'Q'.
               88 paiementAnnulation value 'A'.
               88 paiementAvoir value 'V'.
               88 modePayValide value 'E' 'C' 'Q'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayAmende value 'A' ' '.
               88 typePayCotisation value 'C'.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               88 typePayCaution value 'D'.
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
               2 DateAmPayA pic 9(8).
               2 DatePayA pic 9(8).
               2 pic x(26).

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

       fd fplan.
       1 plan-enr.
               2 CodePlan pic x(8).
               2 MontantMensuelPlan pic 9(3)v99.
               2 DateDebutPlan pic 9(8).
               2 DateProchainePlan pic 9(8).
               2 SoldeInitialPlan pic 9(5)v99.
               2 CumulVersePlan pic 9(5)v99.
               2 StatutPlan pic x.
               88 planActif value 'A'.
               88 planTermine value 'T'.
               88 planRompu value 'R'.
               2 LoginPlan pic 9(5).

       fd fmodele.
       01 modele-ligne.
           02 CodeModele pic x(10).
           02 NumLigneMod pic 9(2).
           02 TexteMod pic x(78).

       fd fsite.
       01 site-enr.
           02 CodeSite pic x(3).
           02 NomSite pic x(30).
           02 AdrSite pic x(150).
           02 TelSite pic x(15).

       fd courriel.
       01 ligne-courriel pic x(800).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-plan pic x(30) value 'plan.dat'.
       1 nf-solde-reporte pic x(30) value 'solde-reporte.dat'.
       1 nomArchAmende pic x(30).
       1 nomArchPaiement pic x(30).
       1 nf-courriel pic x(30) value 'courriel.dat'.

       1 dateJour pic 9(8).
       1 dateDebutReleve pic 9(8).
       1 dateFinReleve pic 9(8).
       1 anneeDebutReleve pic 9(4).
       1 anneeSoldeReleve pic 9(4).
       1 reponseMouvement pic x.
       88 seulementMouvement value 'O' 'o'.
       1 codeReleve pic x(8).
       1 nomReleve pic x(30).
       1 prenomReleve pic x(30).
       1 creditReleve pic 9(4)v99.
       1 ageReleve pic 9(3).
       1 ligne pic x(80).
       1 codeModeleReleve pic x(10) value 'RELEVE'.
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 fin-famende pic x value 'n'.
       88 finFamende value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 fin-fsolde pic x value 'n'.
       88 finFsolde value 'o' false 'n'.
       1 fin-farchive pic x value 'n'.
       88 finFarchive value 'o' false 'n'.
       1 pic x.
       88 soldeExiste value 'o' false 'n'.
       1 fin-fmodele pic x value 'n'.
       88 finFmodele value 'o' false 'n'.
       1 pic x.
       88 aMouvement value 'o' false 'n'.
       1 pic x.
       88 garantTrouve value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 pic x.
       88 planExiste value 'o' false 'n'.
       1 pic x.
       88 modeleExiste value 'o' false 'n'.
       1 pic x.
       88 siteTrouve value 'o' false 'n'.
       1 pic x.
       88 parEmail value 'o' false 'n'.
       1 pic x.
       88 dateInvalide value 'o' false 'n'.
       1 nbLignesSection pic 9(4).
       1 totalAmendes pic 9(5)v99.
       1 totalPaiements pic 9(5)v99.
       1 montant-ed pic zzzz9.99.
       1 solde-ed pic zzzz9.99.
       1 libMode pic x(10).
       1 nbReleves pic 9(4) value 0.
       1 nbCourriels pic 9(4) value 0.
       1 nbImprimes pic 9(4) value 0.
       1 nbAdrInvalides pic 9(4) value 0.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'RELEVE'.
       1 codeSpoolDest pic x(8).
       01 q-dest pic x(40).
       01 q-type pic x.
       01 q-resume pic x(80).

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Releves de compte des adherents'.
       1 s-plg-periode.
           2 line 3 col 1 'Debut de la periode (AAAAMMJJ) : '.
           2 s-debut line 3 col 40 pic 9(8) to dateDebutReleve
           required.
           2 line 4 col 1 'Fin de la periode (AAAAMMJJ, vide = '
           & 'aujourd hui) : '.
           2 s-fin line 4 col 53 pic 9(8) to dateFinReleve.
           2 line 5 col 1 'Seulement les adherents ayant eu des '
           & 'mouvements (O/N) : '.
           2 s-mouvement line 5 col 58 pic x to reponseMouvement.
       1 a-plg-periodeInvalide.
           2 line 22 col 1 'Periode invalide, aucun releve edite.'.
       1 a-plg-termine.
           2 line 7 col 1 'Releves edites : '.
           2 a-nb line 7 col 30 pic zzz9 from nbReleves.
           2 line 8 col 1 'dont envoyes par courriel : '.
           2 a-nbCourriels line 8 col 30 pic zzz9 from nbCourriels.
           2 line 9 col 1 'dont envoyes a l impression : '.
           2 a-nbImprimes line 9 col 30 pic zzz9 from nbImprimes.
           2 line 10 col 1 'non edites, adresse invalide : '.
           2 a-nbAdrInvalides line 10 col 30 pic zzz9
           from nbAdrInvalides.
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
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
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
           move 'formation-plan.dat' to nf-plan
       else
           move 'plan.dat' to nf-plan
       end-if
       if mode-formation = 'O'
           move 'formation-courriel.dat' to nf-courriel
       else
           move 'courriel.dat' to nf-courriel
       end-if
       if mode-formation = 'O'
           move 'formation-solde-reporte.dat' to nf-solde-reporte
       else
           move 'solde-reporte.dat' to nf-solde-reporte
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       display s-plg-periode
       accept s-debut
       move 0 to dateFinReleve
       accept s-fin
       move 'N' to reponseMouvement
       accept s-mouvement
       if dateFinReleve = 0
           move dateJour to dateFinReleve
       end-if
       set dateInvalide to false
       if (function test-date-yyyymmdd(dateDebutReleve) not = 0)
       or (function test-date-yyyymmdd(dateFinReleve) not = 0)
       or (dateDebutReleve > dateFinReleve)
           set dateInvalide to true
       end-if
       if dateInvalide
           display a-plg-periodeInvalide
           accept s-plg-suite
           goback
       end-if

       open input fadherent
       open input fgarant
       open input fpret
       open input fsupport
       open input famende
       open input fpaiement
       open input fplan
       open input fsolde
       compute anneeDebutReleve = dateDebutReleve / 10000
       compute anneeSoldeReleve = anneeDebutReleve - 1

       set finFadherent to false
       read fadherent next record at end set finFadherent to true
       end-read
       perform until finFadherent
           perform 8000-examiner-adherent
           read fadherent next record at end set finFadherent to true
           end-read
       end-perform

       close fadherent
       close fgarant
       close fpret
       close fsupport
       close famende
       close fpaiement
       close fplan
       close fsolde

       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-examiner-adherent.
       move codeEE to codeReleve
       move nomE to nomReleve
       move prenomE to prenomReleve
       move creditE to creditReleve
       if decedeE = 'O'
           exit paragraph
       end-if
       if seulementMouvement
           perform 8100-verifier-mouvement
           if not aMouvement
               exit paragraph
           end-if
       end-if
       perform 8200-choisir-destinataire
       if (adrInvalideG = 'O') and (mailG = spaces)
           add 1 to nbAdrInvalides
           exit paragraph
       end-if
       perform 9000-ouvrir-releve
       perform 9080-verifier-modele
       if modeleExiste
           perform 9100-rendre-modele
       else
           perform 9200-releve-standard
       end-if
       perform 9900-terminer-releve
       add 1 to nbReleves.

       8100-verifier-mouvement.
       set aMouvement to false
       move codeReleve to CodeE
       start fpret key = CodeE
           invalid key
               set finFpret to true
           not invalid key
               set finFpret to false
       end-start
       perform until finFpret or aMouvement
           read fpret next record
               at end
                   set finFpret to true
               not at end
                   if CodeE not = codeReleve
                       set finFpret to true
                   else
                       if ((DatePret >= dateDebutReleve)
                       and (DatePret <= dateFinReleve))
                       or ((DateRetour >= dateDebutReleve)
                       and (DateRetour <= dateFinReleve))
                           set aMouvement to true
                       end-if
                   end-if
           end-read
       end-perform
       if aMouvement
           exit paragraph
       end-if
       move codeReleve to CodeAm
       move dateDebutReleve to DateAm
       start famende key >= clefAm
           invalid key
               continue
           not invalid key
               read famende next record
                   at end
                       continue
                   not at end
                       if (CodeAm = codeReleve)
                       and (DateAm <= dateFinReleve)
                           set aMouvement to true
                       end-if
               end-read
       end-start
       if aMouvement
           exit paragraph
       end-if
       perform 8150-verifier-archives
       if aMouvement
           exit paragraph
       end-if
       move 0 to NumRecu
       start fpaiement key >= NumRecu
           invalid key
               set finFpaiement to true
           not invalid key
               set finFpaiement to false
       end-start
       perform until finFpaiement or aMouvement
           read fpaiement next record
               at end
                   set finFpaiement to true
               not at end
                   if (CodePay = codeReleve)
                   and (DatePay >= dateDebutReleve)
                   and (DatePay <= dateFinReleve)
                       set aMouvement to true
                   end-if
           end-read
       end-perform.

       8150-verifier-archives.
       move codeReleve to CodeSR
       move anneeDebutReleve to AnneeSR
       start fsolde key >= clefSR
           invalid key
               set finFsolde to true
           not invalid key
               set finFsolde to false
       end-start
       perform until finFsolde or aMouvement
           read fsolde next record
               at end
                   set finFsolde to true
               not at end
                   if CodeSR not = codeReleve
                       set finFsolde to true
                   else
                       perform 8160-verifier-annee-archivee
                   end-if
           end-read
       end-perform.

       8160-verifier-annee-archivee.
       perform 9060-nommer-archives
       if NbAmArchSR > 0
           open input farchAmende
           move codeReleve to CodeAmA
           move dateDebutReleve to DateAmA
           start farchAmende key >= clefAmA
               invalid key
                   continue
               not invalid key
                   read farchAmende next record
                       at end
                           continue
                       not at end
                           if (CodeAmA = codeReleve)
                           and (DateAmA <= dateFinReleve)
                               set aMouvement to true
                           end-if
                   end-read
           end-start
           close farchAmende
       end-if
       if (NbPayArchSR > 0) and (not aMouvement)
           open input farchPaiement
           set finFarchive to false
           read farchPaiement next record
               at end set finFarchive to true
           end-read
           perform until finFarchive or aMouvement
               if (CodePayA = codeReleve)
               and (DatePayA >= dateDebutReleve)
               and (DatePayA <= dateFinReleve)
                   set aMouvement to true
               end-if
               read farchPaiement next record
                   at end set finFarchive to true
               end-read
           end-perform
           close farchPaiement
       end-if.

       8200-choisir-destinataire.
       set garantTrouve to false
       if (dateNaissanceE > 0) and (codeGarantE not = spaces)
           compute ageReleve = (dateJour - dateNaissanceE) / 10000
           if ageReleve < 16
               move codeGarantE to codeG
               read fgarant invalid set garantTrouve to false
                            not invalid set garantTrouve to true
               end-read
           end-if
       end-if
       if not garantTrouve
           move adherent to garant
       end-if.

       9000-ouvrir-releve.
       set parEmail to false
       if (canalG not = 'P' and 'S' and 'N') and (mailG not = spaces)
           set parEmail to true
       end-if
       if (adrInvalideG = 'O') and (mailG not = spaces)
           set parEmail to true
       end-if
       if parEmail
           open extend courriel
       else
           move codeReleve to codeSpoolDest
           call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
           end-call
           open output fspool
       end-if.

       9050-ecrire-ligne.
       if parEmail
           move ligne to ligne-courriel
           write ligne-courriel
       else
           move ligne to ligne-spool
           write ligne-spool
       end-if
       move spaces to ligne.

       9060-nommer-archives.
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

       9080-verifier-modele.
       set modeleExiste to false
       open input fmodele
       move codeModeleReleve to CodeModele
       move 1 to NumLigneMod
       read fmodele invalid set modeleExiste to false
                    not invalid set modeleExiste to true
       end-read
       close fmodele.

       9100-rendre-modele.
       open input fmodele
       move codeModeleReleve to CodeModele
       move 0 to NumLigneMod
       start fmodele key >= clefMod
           invalid key
               set finFmodele to true
           not invalid key
               set finFmodele to false
       end-start
       perform until finFmodele
           read fmodele next record
               at end
                   set finFmodele to true
               not at end
                   if CodeModele not = codeModeleReleve
                       set finFmodele to true
                   else
                       perform 9120-rendre-ligne-modele
                   end-if
           end-read
       end-perform
       close fmodele.

       9120-rendre-ligne-modele.
       move spaces to ligne
       evaluate function upper-case(function trim(TexteMod))
           when '&NOM'
               perform 9300-ecrire-nom
           when '&ADRESSE'
               move adrG to ligne
               perform 9050-ecrire-ligne
           when '&SITE'
               perform 9310-ecrire-site
           when '&PERIODE'
               perform 9320-ecrire-periode
           when '&SOLDE'
               perform 9450-ecrire-solde-reporte
           when '&PRETS'
               perform 9400-lister-prets
           when '&AMENDES'
               perform 9500-lister-amendes
           when '&PAIEMENTS'
               perform 9600-lister-paiements
           when '&PLAN'
               perform 9700-ecrire-plan
           when '&CREDIT'
               perform 9800-ecrire-credit
           when '&DATE'
               perform 9330-ecrire-date
           when other
               move TexteMod to ligne
               perform 9050-ecrire-ligne
       end-evaluate.

       9200-releve-standard.
       move spaces to ligne
       move 'Bibliothèque INFOrmatique - releve de compte' to ligne
       perform 9050-ecrire-ligne
       perform 9320-ecrire-periode
       perform 9050-ecrire-ligne
       perform 9300-ecrire-nom
       move adrG to ligne
       perform 9050-ecrire-ligne
       perform 9310-ecrire-site
       perform 9050-ecrire-ligne
       perform 9450-ecrire-solde-reporte
       perform 9400-lister-prets
       perform 9050-ecrire-ligne
       perform 9500-lister-amendes
       perform 9050-ecrire-ligne
       perform 9600-lister-paiements
       perform 9050-ecrire-ligne
       perform 9700-ecrire-plan
       perform 9800-ecrire-credit
       perform 9050-ecrire-ligne
       perform 9330-ecrire-date.

       9300-ecrire-nom.
       string 'A : ' nomG ' ' prenomG into ligne
       perform 9050-ecrire-ligne
       if garantTrouve
           string 'Pour le compte de : ' nomReleve ' ' prenomReleve
               into ligne
           perform 9050-ecrire-ligne
       end-if.

       9310-ecrire-site.
       open input fsite
       move siteCE to CodeSite
       read fsite invalid set siteTrouve to false
                  not invalid set siteTrouve to true
       end-read
       close fsite
       if siteTrouve
           string 'Votre bibliotheque : ' NomSite into ligne
       else
           string 'Votre bibliotheque : ' siteCE into ligne
       end-if
       perform 9050-ecrire-ligne.

       9320-ecrire-periode.
       string 'Releve de l adherent ' codeReleve ' du '
           dateDebutReleve ' au ' dateFinReleve
           delimited by size into ligne
       perform 9050-ecrire-ligne.

       9330-ecrire-date.
       open input fsite
       move siteCE to CodeSite
       read fsite invalid set siteTrouve to false
                  not invalid set siteTrouve to true
       end-read
       close fsite
       if siteTrouve
           string function trim(NomSite) ', le ' dateJour
               into ligne
       else
           string 'Le ' dateJour into ligne
       end-if
       perform 9050-ecrire-ligne.

       9400-lister-prets.
       move 'Prets en cours :' to ligne
       perform 9050-ecrire-ligne
       move 0 to nbLignesSection
       move codeReleve to CodeE
       start fpret key = CodeE
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
                   if CodeE not = codeReleve
                       set finFpret to true
                   else
                       if DateRetour = 0
                           perform 9410-ecrire-pret
                       end-if
                   end-if
           end-read
       end-perform
       if nbLignesSection = 0
           move '  aucun pret en cours' to ligne
           perform 9050-ecrire-ligne
       end-if.

       9410-ecrire-pret.
       move RefS to RefSu
       move Exemplaire to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if not supportExistant
           move spaces to LibS
       end-if
       string '  ' RefS ' ex ' Exemplaire ' ' LibS
           ' a rendre le ' DateEcheance
           delimited by size into ligne
       perform 9050-ecrire-ligne
       add 1 to nbLignesSection.

       9450-ecrire-solde-reporte.
       move codeReleve to CodeSR
       move anneeSoldeReleve to AnneeSR
       read fsolde invalid set soldeExiste to false
                   not invalid set soldeExiste to true
       end-read
       if not soldeExiste
           exit paragraph
       end-if
       move DuSR to montant-ed
       move CreditSR to solde-ed
       string 'Solde reporte au 31/12/' AnneeSR ' : amendes dues '
           montant-ed ' euros, credit ' solde-ed ' euros'
           delimited by size into ligne
       perform 9050-ecrire-ligne
       perform 9050-ecrire-ligne.

       9500-lister-amendes.
       move 'Amendes de la periode :' to ligne
       perform 9050-ecrire-ligne
       move 0 to nbLignesSection
       move 0 to totalAmendes
       perform 9520-lister-amendes-archivees
       move codeReleve to CodeAm
       move dateDebutReleve to DateAm
       start famende key >= clefAm
           invalid key
               set finFamende to true
           not invalid key
               set finFamende to false
       end-start
       perform until finFamende
           read famende next record
               at end
                   set finFamende to true
               not at end
                   if (CodeAm not = codeReleve)
                   or (DateAm > dateFinReleve)
                       set finFamende to true
                   else
                       perform 9510-ecrire-amende
                   end-if
           end-read
       end-perform
       if nbLignesSection = 0
           move '  aucune amende' to ligne
           perform 9050-ecrire-ligne
       else
           move totalAmendes to montant-ed
           string '  Total des amendes : ' montant-ed ' euros'
               delimited by size into ligne
           perform 9050-ecrire-ligne
       end-if.

       9520-lister-amendes-archivees.
       move codeReleve to CodeSR
       move anneeDebutReleve to AnneeSR
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
                   if CodeSR not = codeReleve
                       set finFsolde to true
                   else
                       if NbAmArchSR > 0
                           perform 9530-lire-amendes-archivees
                       end-if
                   end-if
           end-read
       end-perform.

       9530-lire-amendes-archivees.
       perform 9060-nommer-archives
       open input farchAmende
       move codeReleve to CodeAmA
       move dateDebutReleve to DateAmA
       start farchAmende key >= clefAmA
           invalid key
               set finFarchive to true
           not invalid key
               set finFarchive to false
       end-start
       perform until finFarchive
           read farchAmende next record
               at end
                   set finFarchive to true
               not at end
                   if (CodeAmA not = codeReleve)
                   or (DateAmA > dateFinReleve)
                       set finFarchive to true
                   else
                       move amende-arch to amende
                       perform 9510-ecrire-amende
                   end-if
           end-read
       end-perform
       close farchAmende.

       9510-ecrire-amende.
       move MontantAm to montant-ed
       add MontantAm to totalAmendes
       if amendePayee
           move 'payee' to libMode
       else
           move 'a regler' to libMode
       end-if
       string '  ' DateAm ' ' MotifAm ' ' montant-ed ' ' libMode
           delimited by size into ligne
       perform 9050-ecrire-ligne
       add 1 to nbLignesSection.

       9600-lister-paiements.
       move 'Paiements de la periode :' to ligne
       perform 9050-ecrire-ligne
       move 0 to nbLignesSection
       move 0 to totalPaiements
       perform 9620-lister-paiements-archives
       move 0 to NumRecu
       start fpaiement key >= NumRecu
           invalid key
               set finFpaiement to true
           not invalid key
               set finFpaiement to false
       end-start
       perform until finFpaiement
           read fpaiement next record
               at end
                   set finFpaiement to true
               not at end
                   if (CodePay = codeReleve)
                   and (DatePay >= dateDebutReleve)
                   and (DatePay <= dateFinReleve)
                       perform 9610-ecrire-paiement
                   end-if
           end-read
       end-perform
       if nbLignesSection = 0
           move '  aucun paiement' to ligne
           perform 9050-ecrire-ligne
       else
           move totalPaiements to montant-ed
           string '  Total verse : ' montant-ed ' euros'
               delimited by size into ligne
           perform 9050-ecrire-ligne
       end-if.

       9610-ecrire-paiement.
       move MontantPay to montant-ed
       evaluate true
           when paiementAnnulation
               move 'annulation' to libMode
               if totalPaiements >= MontantPay
                   subtract MontantPay from totalPaiements
               else
                   move 0 to totalPaiements
               end-if
           when paiementAvoir and typePayCaution
               move 'caut.rend.' to libMode
               add MontantPay to totalPaiements
           when paiementAvoir
               move 'avoir' to libMode
               add MontantPay to totalPaiements
           when typePayCotisation
               move 'cotisation' to libMode
               add MontantPay to totalPaiements
           when typePayLocation
               move 'location' to libMode
               add MontantPay to totalPaiements
           when typePayProvision
               move 'provision' to libMode
               add MontantPay to totalPaiements
           when typePayRemboursement
               move 'rembours.' to libMode
               add MontantPay to totalPaiements
           when typePayCaution
               move 'caution' to libMode
               add MontantPay to totalPaiements
           when other
               move 'amende' to libMode
               add MontantPay to totalPaiements
       end-evaluate
       string '  ' DatePay ' recu ' NumRecu ' ' libMode ' '
           montant-ed delimited by size into ligne
       perform 9050-ecrire-ligne
       add 1 to nbLignesSection.

       9620-lister-paiements-archives.
       move codeReleve to CodeSR
       move anneeDebutReleve to AnneeSR
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
                   if CodeSR not = codeReleve
                       set finFsolde to true
                   else
                       if NbPayArchSR > 0
                           perform 9630-lire-paiements-archives
                       end-if
                   end-if
           end-read
       end-perform.

       9630-lire-paiements-archives.
       perform 9060-nommer-archives
       open input farchPaiement
       set finFarchive to false
       read farchPaiement next record at end set finFarchive to true
       end-read
       perform until finFarchive
           if (CodePayA = codeReleve)
           and (DatePayA >= dateDebutReleve)
           and (DatePayA <= dateFinReleve)
               move paiement-arch to paiement
               perform 9610-ecrire-paiement
           end-if
           read farchPaiement next record
               at end set finFarchive to true
           end-read
       end-perform
       close farchPaiement.

       9700-ecrire-plan.
       move codeReleve to CodePlan
       read fplan invalid set planExiste to false
                  not invalid set planExiste to true
       end-read
       if (not planExiste) or (not planActif)
           move 'Plan de paiement : aucun plan en cours' to ligne
           perform 9050-ecrire-ligne
           exit paragraph
       end-if
       move MontantMensuelPlan to montant-ed
       string 'Plan de paiement : mensualite de ' montant-ed
           ' euros, prochaine le ' DateProchainePlan
           delimited by size into ligne
       perform 9050-ecrire-ligne
       move CumulVersePlan to montant-ed
       move SoldeInitialPlan to solde-ed
       string '  deja verse : ' montant-ed ' euros sur '
           solde-ed ' euros' delimited by size into ligne
       perform 9050-ecrire-ligne.

       9800-ecrire-credit.
       move creditReleve to montant-ed
       string 'Solde de votre compte credit : ' montant-ed ' euros'
           delimited by size into ligne
       perform 9050-ecrire-ligne.

       9900-terminer-releve.
       if parEmail
           close courriel
           move mailG to q-dest
           move 'L' to q-type
           move spaces to q-resume
           string 'Releve de compte adherent ' codeReleve
               delimited by size into q-resume
           call 'Ecrirecourriel' using q-dest q-type q-resume
           end-call
           add 1 to nbCourriels
       else
           close fspool
           add 1 to nbImprimes
       end-if.

       end program pa-releves.
