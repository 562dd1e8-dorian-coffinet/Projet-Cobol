       program-id. pa-vente.

       select optional farticle assign 'article.dat'
       organization indexed access dynamic
       record key CodeArticle.

       select optional fvente assign nf-vente
       organization indexed access dynamic
       record key NumRecuV.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select frecu assign 'recu-amende.txt'
       organization line sequential.
       select fspool assign nomSpool
       organization line sequential.

       fd farticle.
       1 article.
               2 CodeArticle pic x(8).
               2 LibArticle pic x(30).
               2 PrixArticle pic 9(3)v99.
               2 CompteArticle pic x(8).
               2 TypeArticle pic x.
               88 articleSimple value 'S'.
               88 articleLivreRetire value 'L'.
               2 SuiviStock pic x.
               88 stockSuivi value 'O'.
               2 StockArticle pic 9(5).
               2 ActifArticle pic x.
               88 articleActif value 'O'.

       fd fvente.
       1 vente.
               2 NumRecuV pic 9(6).
               2 CodeArticleV pic x(8).
               2 QuantiteV pic 9(3).
               2 PrixUnitaireV pic 9(3)v99.
               2 CompteV pic x(8).
               2 RefVendueV pic x(8).
               2 ExpVenduV pic 9(3).

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
               88 modePayValide value 'E' 'C' 'Q'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayVente value 'V'.
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

       fd frecu.
       01 ligne-recu pic x(80).
       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-vente pic x(30) value 'vente.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       01 site-courant pic x(3) external value spaces.
       1 cod pic x(8).
       1 codeArticleSaisi pic x(8).
       1 quantiteSaisie pic 999.
       1 refSaisie pic x(8).
       1 expSaisi pic 999.
       1 modp pic x.
       1 confirme pic x.
       1 dh pic x(21).
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 articleExiste value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 pic x.
       88 ligneRefusee value 'o' false 'n'.
       1 pic x.
       88 saisieTerminee value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fpaiement pic x value 'n'.
       88 finFpaiement value 'o' false 'n'.
       1 tab-lignes.
           2 ligne-vente occurs 20.
              3 articleLg pic x(8).
              3 libelleLg pic x(30).
              3 quantiteLg pic 9(3).
              3 prixLg pic 9(3)v99.
              3 montantLg pic 9(3)v99.
              3 compteLg pic x(8).
              3 refLg pic x(8).
              3 expLg pic 9(3).
              3 recuLg pic 9(6).
       1 nbLignes pic 99 value 0.
       1 kLg pic 99.
       1 quantiteDejaSaisie pic 9(5).
       1 totalVente pic 9(5)v99.
       1 montantLigne pic 9(5)v99.
       1 nouveauNumRecu pic 9(6).
       1 n pic 99.
       1 montant-ed pic zz9.99.
       1 total-ed pic zzzz9.99.
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'paiement'.
       1 h-nomfichSupport pic x(15) value 'support'.
       1 h-nomfichArticle pic x(15) value 'article'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Vente a l accueil (photocopies, sacs, '
           & 'livres retires)'.
           2 line 3 col 1 'Code adherent (vide = client de passage) '
           & ': '.
           2 s-cod line 3 col 44 pic x(8) to cod.

       1 s-plg-article.
           2 line 5 col 1 'Article (vide = fin de la vente) : '.
           2 s-article line 5 col 37 pic x(8) to codeArticleSaisi.
           2 line 5 col 47 'Quantite : '.
           2 s-quantite line 5 col 58 pic zz9 to quantiteSaisie.
       1 s-plg-livre.
           2 line 6 col 1 'Reference du livre retire : '.
           2 s-ref line 6 col 30 pic x(8) to refSaisie required.
           2 line 6 col 40 'Exemplaire : '.
           2 s-exp line 6 col 53 pic 999 to expSaisi required.

       1 a-plg-ligne.
           2 line n col 1 pic x(8) from articleLg(kLg).
           2 col 10 pic x(30) from libelleLg(kLg).
           2 col 41 pic zz9 from quantiteLg(kLg).
           2 col 45 'x'.
           2 col 47 pic zz9.99 from prixLg(kLg).
           2 col 55 pic zz9.99 from montantLg(kLg).

       1 a-plg-total.
           2 line 19 col 1 'Total de la vente : '.
           2 a-total line 19 col 30 pic zzzz9.99 from totalVente.
           2 line 19 col 39 'euros'.
       1 s-plg-paiement.
           2 line 20 col 1 'Mode de paiement (E=especes, C=carte, '
           & 'Q=cheque) : '.
           2 s-mode line 20 col 55 pic x to modp required.
           2 line 21 col 1 'Confirmer la vente (O/N) : '.
           2 s-confirme line 21 col 30 pic x to confirme required.

       1 a-plg-effacer.
           2 line 22 col 1 pic x(79) value spaces.
       1 a-plg-adhInconnu.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-articleInconnu.
           2 line 22 col 1 'Article inconnu ou retire de la vente.'.
       1 a-plg-stockInsuffisant.
           2 line 22 col 1 'Stock insuffisant pour cet article.'.
       1 a-plg-livreInvendable.
           2 line 22 col 1 'Exemplaire inconnu ou non retire des '
           & 'collections (statut H attendu).'.
       1 a-plg-dejaSaisi.
           2 line 22 col 1 'Exemplaire deja saisi dans cette vente.'.
       1 a-plg-plein.
           2 line 22 col 1 'Vente limitee a 20 lignes.'.
       1 a-plg-montantTrop.
           2 line 22 col 1 'Ligne superieure a 999,99 euros, '
           & 'la scinder.'.
       1 a-plg-modeInvalide.
           2 line 22 col 1 'Mode invalide, entrer E, C ou Q.'.
       1 a-plg-annulee.
           2 line 22 col 1 'Vente abandonnee.'.
       1 a-plg-fait.
           2 line 22 col 1 'Vente enregistree, recu imprime.'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-vente.dat' to nf-vente
       else
           move 'vente.dat' to nf-vente
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
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if

       move spaces to cod
       display s-plg-titre
       accept s-cod
       set adherentExiste to false
       if cod not = spaces
           open input fadherent
           move cod to codeE
           read fadherent invalid set adherentExiste to false
                          not invalid set adherentExiste to true
           end-read
           close fadherent
           if not adherentExiste
               display a-plg-adhInconnu
               accept s-plg-suite
               goback
           end-if
       end-if

       open i-o farticle
       open i-o fsupport
       move 0 to nbLignes
       move 0 to totalVente
       move 7 to n
       set saisieTerminee to false
       perform until saisieTerminee
           perform 8000-saisir-ligne
       end-perform

       if nbLignes = 0
           close farticle
           close fsupport
           goback
       end-if

       display a-plg-total
       display s-plg-paiement
       accept s-mode
       move function upper-case(modp) to modp
       move modp to ModePay
       perform until modePayValide
           display a-plg-modeInvalide
           accept s-mode
           move function upper-case(modp) to modp
           move modp to ModePay
       end-perform
       accept s-confirme
       if function upper-case(confirme) not = 'O'
           display a-plg-annulee
           accept s-plg-suite
           close farticle
           close fsupport
           goback
       end-if

       open i-o fpaiement
       open i-o fvente
       perform 8600-prochain-numero-recu
       move function current-date to dh
       perform varying kLg from 1 by 1 until kLg > nbLignes
           perform 8700-enregistrer-ligne
       end-perform
       close fvente
       close fpaiement
       close farticle
       close fsupport

       perform 9000-imprimer-recu
       display a-plg-fait
       accept s-plg-suite
       goback.

       8000-saisir-ligne.
       move spaces to codeArticleSaisi
       move 0 to quantiteSaisie
       display s-plg-article
       accept s-article
       accept s-quantite
       display a-plg-effacer
       if codeArticleSaisi = spaces
           set saisieTerminee to true
           exit paragraph
       end-if
       if nbLignes >= 20
           display a-plg-plein
           set saisieTerminee to true
           exit paragraph
       end-if
       move function upper-case(codeArticleSaisi) to CodeArticle
       read farticle invalid set articleExiste to false
                     not invalid set articleExiste to true
       end-read
       if (not articleExiste) or (not articleActif)
           display a-plg-articleInconnu
           exit paragraph
       end-if
       if quantiteSaisie = 0
           move 1 to quantiteSaisie
       end-if
       set ligneRefusee to false
       move spaces to refSaisie
       move 0 to expSaisi
       if articleLivreRetire
           move 1 to quantiteSaisie
           perform 8100-controler-livre
       else
           perform 8200-controler-stock
       end-if
       if ligneRefusee
           exit paragraph
       end-if
       compute montantLigne = PrixArticle * quantiteSaisie
       if montantLigne > 999.99
           display a-plg-montantTrop
           exit paragraph
       end-if

       add 1 to nbLignes
       move CodeArticle to articleLg(nbLignes)
       if articleLivreRetire
           move LibS to libelleLg(nbLignes)
       else
           move LibArticle to libelleLg(nbLignes)
       end-if
       move quantiteSaisie to quantiteLg(nbLignes)
       move PrixArticle to prixLg(nbLignes)
       move montantLigne to montantLg(nbLignes)
       move CompteArticle to compteLg(nbLignes)
       move refSaisie to refLg(nbLignes)
       move expSaisi to expLg(nbLignes)
       add montantLigne to totalVente
       move nbLignes to kLg
       if n < 18
           display a-plg-ligne
           add 1 to n
       end-if.

       8100-controler-livre.
       display s-plg-livre
       accept s-ref
       accept s-exp
       move refSaisie to RefSu
       move expSaisi to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if (not supportExistant) or (Dispo not = 'H')
           display a-plg-livreInvendable
           set ligneRefusee to true
           exit paragraph
       end-if
       perform varying kLg from 1 by 1 until kLg > nbLignes
           if (refLg(kLg) = refSaisie) and (expLg(kLg) = expSaisi)
               set ligneRefusee to true
           end-if
       end-perform
       if ligneRefusee
           display a-plg-dejaSaisi
       end-if.

       8200-controler-stock.
       if not stockSuivi
           exit paragraph
       end-if
       move quantiteSaisie to quantiteDejaSaisie
       perform varying kLg from 1 by 1 until kLg > nbLignes
           if articleLg(kLg) = CodeArticle
               add quantiteLg(kLg) to quantiteDejaSaisie
           end-if
       end-perform
       if quantiteDejaSaisie > StockArticle
           display a-plg-stockInsuffisant
           set ligneRefusee to true
       end-if.

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

       8700-enregistrer-ligne.
       move nouveauNumRecu to NumRecu
       add 1 to nouveauNumRecu
       move cod to CodePay
       move 0 to DateAmPay
       move dh(1:8) to DatePay
       move dh(9:6) to HeurePay
       move montantLg(kLg) to MontantPay
       move modp to ModePay
       if adherentExiste
           move siteC to SitePay
       else
           move site-courant to SitePay
       end-if
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayVente to true
       set erreur to false
       write paiement invalid set erreur to true
       end-write
       move NumRecu to recuLg(kLg)
       move 'A' to h-codeope
       move NumRecu to h-cleprim
       perform 9100-ecrire-histo

       move NumRecu to NumRecuV
       move articleLg(kLg) to CodeArticleV
       move quantiteLg(kLg) to QuantiteV
       move prixLg(kLg) to PrixUnitaireV
       move compteLg(kLg) to CompteV
       move refLg(kLg) to RefVendueV
       move expLg(kLg) to ExpVenduV
       write vente invalid continue
       end-write

       if refLg(kLg) not = spaces
           move refLg(kLg) to RefSu
           move expLg(kLg) to ExemplaireU
           read fsupport invalid set supportExistant to false
                         not invalid set supportExistant to true
           end-read
           if supportExistant
               move 'V' to Dispo
               set erreur to false
               rewrite livre invalid set erreur to true
               end-rewrite
               move 'M' to h-codeope
               move clefSu to h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfichSupport
                                        h-cleprim h-opereu
               end-call
           end-if
       else
           move articleLg(kLg) to CodeArticle
           read farticle invalid set articleExiste to false
                         not invalid set articleExiste to true
           end-read
           if articleExiste and stockSuivi
              and (mode-formation not = 'O')
               subtract quantiteLg(kLg) from StockArticle
               set erreur to false
               rewrite article invalid set erreur to true
               end-rewrite
               move 'M' to h-codeope
               move CodeArticle to h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfichArticle
                                        h-cleprim h-opereu
               end-call
           end-if
       end-if.

       9000-imprimer-recu.
       move 'RECU' to typeDocSpool
       call 'Creerspool' using typeDocSpool cod nomSpool
       end-call
       open extend frecu
       open output fspool
       move 'Bibliothèque INFOrmatique - recu de vente'
           to ligne-recu
       perform 9900-ecrire-ligne-recu
       perform 9900-ecrire-ligne-recu
       if nbLignes = 1
           string 'Recu numero : ' recuLg(1) delimited by size
               into ligne-recu
       else
           string 'Recus numeros : ' recuLg(1) ' a '
               recuLg(nbLignes) delimited by size into ligne-recu
       end-if
       perform 9900-ecrire-ligne-recu
       if adherentExiste
           string 'Adherent : ' cod ' ' nomE ' ' prenomE
               delimited by size into ligne-recu
           perform 9900-ecrire-ligne-recu
       end-if
       string 'Date : ' dh(1:8) ' Heure : ' dh(9:6)
           delimited by size into ligne-recu
       perform 9900-ecrire-ligne-recu
       perform varying kLg from 1 by 1 until kLg > nbLignes
           move montantLg(kLg) to montant-ed
           string '  ' quantiteLg(kLg) ' ' libelleLg(kLg) ' '
               refLg(kLg) ' ' montant-ed ' euros'
               delimited by size into ligne-recu
           perform 9900-ecrire-ligne-recu
       end-perform
       move totalVente to total-ed
       string 'Total encaisse : ' total-ed ' euros (mode ' modp ')'
           delimited by size into ligne-recu
       perform 9900-ecrire-ligne-recu
       perform 9900-ecrire-ligne-recu
       close frecu
       close fspool.

       9100-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       9900-ecrire-ligne-recu.
       write ligne-recu
       move ligne-recu to ligne-spool
       write ligne-spool
       move spaces to ligne-recu.

       end program pa-vente.
