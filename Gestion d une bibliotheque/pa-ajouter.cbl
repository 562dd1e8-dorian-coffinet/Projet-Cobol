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
       01 ligne-carte pic x(80).
               2 CategorieTarif pic x(10).
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               2 QuotaPosteTarif pic 9(3).

       fd fpaiement.
       1 paiement.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               88 typePayCaution value 'D'.
               2 LoginValidPay pic 9(5).


       working-storage section.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.
       1 h-nomfichConsent pic x(15) value 'consentement'.
       1 reponseLettre pic x.
       1 reponseEvenement pic x.
       1 dateInscription pic 9(8).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 ageNouveau pic 9(3).
       1 ageGarant pic 9(3).
       1 garantSaisi pic x(8).
       1 fiche-sauvee pic x(411).
       1 pic x.
       88 inscriptionAbandonnee value 'o' false 'n'.
       1 pic x.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 dh-cotisation pic x(21).
       1 pic x.
       88 adhesionTemporaire value 'o' false 'n'.
       1 dureeValidite pic 9(2).
       1 dureeValiditeDefaut pic 9(2) value 21.
       1 cautionDefaut pic 9(3)v99 value 20.
       1 maxPretsTemporaire pic 9 value 2.
       screen section.

       1 s-plg-titre.
       1 a-plg-inscAbandonnee.
           2 line 23 col 1 'Inscription abandonnee : enregistrer d '
           & 'abord le garant adulte.'.
       1 s-plg-consentement.
           2 line 22 col 1 'Accepte la lettre d information (O/N) : '.
           2 s-consentLettre line 22 col 42 pic x to reponseLettre.
           2 line 22 col 46 'Annonces d evenements (O/N) : '.
           2 s-consentEvenement line 22 col 76 pic x
           to reponseEvenement.
       1 s-plg-categorie.
           2 line 19 col 1 'Categorie d adherent (vide = selon '
           & 'age) : '.
           2 s-categorie line 19 col 45 pic x(10) to categorieSaisie.
       1 s-plg-validite.
           2 line 20 col 1 'Adhesion temporaire : validite en jours '
           & '(1 a 90) : '.
           2 s-validite line 20 col 53 pic 9(2) using dureeValidite.
       1 a-plg-caution.
           2 line 20 col 1 'Caution a encaisser : '.
           2 a-caution line 20 col 27 pic zz9.99 from
           MontantTarif.
           2 line 20 col 34 'euros, rendue au credit a la fin '
           & 'de l adhesion'.
       1 a-plg-cotisation.
           2 line 20 col 1 'Cotisation a encaisser : '.
           2 a-cotisation line 20 col 27 pic zz9.99 from
               end-if
               perform 8400-determiner-categorie
               move spaces to codeGarantE
               if mailE not = spaces
                   move 'M' to canalE
               else
                   move 'P' to canalE
               end-if
               perform 8600-saisir-consentement
               if ageNouveau < 16
                   perform 8450-exiger-garant
                   if inscriptionAbandonnee
               move '0000' to pinE
               perform 8100-emettre-carte
               move function current-date(1:8) to dateInscriptionE
               if adhesionTemporaire
                   compute dateExpirationE = function date-of-integer(
                       function integer-of-date(dateInscriptionE)
                       + dureeValidite)
               else
                   compute dateExpirationE = dateInscriptionE + 10000
                   move dateExpirationE to dateExpiration
                   if expiration-mmjj = 0229
                       compute dateExpirationE = dateExpirationE - 1
                   end-if
               end-if
               write adherent invalid set erreur to true
                               not invalid set erreur to false
               call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                        h-opereu
               end-call
               call 'Ecrirehisto' using h-codeope h-nomfichConsent
                                        h-cleprim h-opereu
               end-call

           if erreur
               then display ' erreur decriture dans le fichier'
                   perform 9900-ecrire-ligne-carte
                   string 'Categorie : ' categorieE into ligne-carte
                   perform 9900-ecrire-ligne-carte
                   if adhesionTemporaire
                       string 'Adhesion temporaire : '
                           maxPretsTemporaire ' prets au plus, '
                           'sans reservation' into ligne-carte
                       perform 9900-ecrire-ligne-carte
                   end-if
                   string 'Site : ' NomSite into ligne-carte
                   perform 9900-ecrire-ligne-carte
                   move spaces to ligne-carte
       display s-plg-categorie
       move spaces to categorieSaisie
       accept s-categorie
       set adhesionTemporaire to false
       if function upper-case(categorieSaisie) = 'TEMPORAIRE'
           move 'TEMPORAIRE' to categorieE
           set adhesionTemporaire to true
           perform 8420-saisir-validite
       else
       if categorieSaisie not = spaces
           move categorieSaisie to categorieE
       else
           else
               move 'ADULTE' to categorieE
           end-if
       end-if
       end-if.

       8420-saisir-validite.
       move dureeValiditeDefaut to dureeValidite
       display s-plg-validite
       accept s-validite
       perform until (dureeValidite >= 1) and (dureeValidite <= 90)
           move dureeValiditeDefaut to dureeValidite
           accept s-validite
       end-perform.

       8500-encaisser-cotisation.
       open input ftarif
       move categorieE to CategorieTarif
                   not invalid set tarifExiste to true
       end-read
       close ftarif
       if adhesionTemporaire and (not tarifExiste)
           move cautionDefaut to MontantTarif
           set tarifExiste to true
       end-if
       if (not tarifExiste) or (MontantTarif = 0)
           exit paragraph
       end-if
       if adhesionTemporaire
           display a-plg-caution
       else
           display a-plg-cotisation
       end-if
       display s-plg-modeCotisation
       accept s-modeCotisation
       perform until (modeCotisation = 'E')
       move modeCotisation to ModePay
       move siteC to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       if adhesionTemporaire
           set typePayCaution to true
       else
           set typePayCotisation to true
       end-if
       write paiement invalid continue
       end-write
       close fpaiement.
           move garantSaisi to codeGarantE
       end-if.

       8600-saisir-consentement.
       display s-plg-consentement
       move 'N' to reponseLettre
       move 'N' to reponseEvenement
       accept s-consentLettre
       accept s-consentEvenement
       if function upper-case(reponseLettre) = 'O'
           move 'O' to consentLettreE
       else
           move 'N' to consentLettreE
       end-if
       if function upper-case(reponseEvenement) = 'O'
           move 'O' to consentEvenementE
       else
           move 'N' to consentEvenementE
       end-if
       move function current-date(1:8) to dateConsentLettreE
       move function current-date(1:8) to dateConsentEvenementE.

       8300-valider-partenaire.
       open input fpartenaire
       move codePartenaireE to CodePart
