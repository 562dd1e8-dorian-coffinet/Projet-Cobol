       program-id. pa-classes.

       select optional fclasse assign nf-classe
       organization indexed access dynamic
       record key CodeClasse
       alternate record key CodeEnseignantCl duplicates.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.

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

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional fcarteg assign nf-carte
       organization indexed access dynamic
       record key NumCarte.

       fd fclasse.
       1 classe-enr.
               2 CodeClasse pic x(8).
               2 NomClasse pic x(30).
               2 CodeEnseignantCl pic x(8).
               2 SiteClasse pic x(3).
               2 MaxPretsClasse pic 9(3).
               2 MaxParEleveCl pic 9(2).
               2 DateEcheanceClasse pic 9(8).
               2 StatutClasse pic x.
               88 classeActive value 'O'.
               88 classeClose value 'C'.
               2 NbElevesCl pic 9(2).
               2 EleveCl pic x(8) occurs 40.

       fd fpretclasse.
       1 pret-classe.
               2 DatePretPC pic 9(8).
               2 RefPC pic x(8).
               2 ExemplairePC pic 9(3).
               2 CodeEPC pic x(8).
               2 CodeClassePC pic x(8).
               2 DateEcheancePC pic 9(8).

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

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
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

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd fcarteg.
       1 carte-enr.
               2 NumCarte pic x(8).
               2 CodeECarte pic x(8).
               2 DateEmission pic 9(8).
               2 StatutCarte pic x.
               88 carteActive value 'A'.
               88 carteBloquee value 'B'.

       working-storage section.
       1 nf-classe pic x(30) value 'classe.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-carte pic x(30) value 'carte.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 classeExiste value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 pic x.
       88 carteExiste value 'o' false 'n'.
       1 pic x.
       88 pretOuvert value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 finListe value 'o' false 'n'.
       1 fin-fpretclasse pic x value 'n'.
       88 finFpretclasse value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 codeClasseSaisi pic x(8).
       1 nomClasseSaisi pic x(30).
       1 enseignantSaisi pic x(8).
       1 siteSaisi pic x(3).
       1 maxClasseSaisi pic 9(3).
       1 maxEleveSaisi pic 9(2).
       1 echeanceSaisie pic 9(8).
       1 statutSaisi pic x.
       1 codeEleveSaisi pic x(8).
       1 nomEnseignant pic x(30).
       1 nomEleve pic x(30).
       1 retardAffiche pic x(6).
       1 nbOuverts pic 9(3).
       1 nbRetards pic 9(3).
       1 n pic 99.
       1 j pic 99.
       1 kEleve pic 99.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'classe'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Classes et comptes enseignants'.
           2 line 3 col 1 '1-Creer une classe'.
           2 line 4 col 1 '2-Modifier ou clore une classe'.
           2 line 5 col 1 '3-Liste des eleves'.
           2 line 6 col 1 '4-Prets en cours de la classe'.
           2 line 7 col 1 '5-Quitter'.
           2 line 8 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 8 col 32 pic 9 to choix required.

       1 s-plg-codeClasse.
           2 line 10 col 1 'Code de la classe : '.
           2 s-codeClasse line 10 col 25 pic x(8) to codeClasseSaisi
           required.
       1 s-plg-fiche.
           2 line 11 col 1 'Nom de la classe : '.
           2 s-nomClasse line 11 col 25 pic x(30) using nomClasseSaisi
           required.
           2 line 12 col 1 'Code de l enseignant : '.
           2 s-enseignant line 12 col 25 pic x(8) using enseignantSaisi
           required.
           2 line 13 col 1 'Site : '.
           2 s-site line 13 col 25 pic x(3) using siteSaisi required.
           2 line 14 col 1 'Prets simultanes de la classe : '.
           2 s-maxClasse line 14 col 35 pic zz9 using maxClasseSaisi
           required.
           2 line 15 col 1 'Prets par eleve et par visite : '.
           2 s-maxEleve line 15 col 35 pic z9 using maxEleveSaisi.
           2 line 16 col 1 'Retour prevu le (AAAAMMJJ) : '.
           2 s-echeance line 16 col 35 pic 9(8) using echeanceSaisie
           required.
       1 s-plg-statut.
           2 line 17 col 1 'Statut (O=active, C=close) : '.
           2 s-statut line 17 col 35 pic x using statutSaisi required.

       1 a-plg-classeExiste.
           2 line 22 col 1 'Ce code est deja utilise par une classe, '
           & 'un adherent ou une carte.'.
       1 a-plg-classeInconnue.
           2 line 22 col 1 'Classe inconnue.'.
       1 a-plg-enseignantInconnu.
           2 line 22 col 1 'Enseignant inconnu : il doit avoir une '
           & 'fiche adherent.'.
       1 a-plg-siteInconnu.
           2 line 22 col 1 'Site inconnu.'.
       1 a-plg-dateInvalide.
           2 line 22 col 1 'Date de retour invalide ou passee.'.
       1 a-plg-classeEnregistree.
           2 line 22 col 1 'Classe enregistree.'.

       1 a-plg-enteteEleves.
           2 line 10 col 1 'Classe : '.
           2 a-codeCl line 10 col 15 pic x(8) from CodeClasse.
           2 a-nomCl line 10 col 25 pic x(30) from NomClasse.
           2 line 11 col 1 'Enseignant : '.
           2 a-nomEns line 11 col 15 pic x(30) from nomEnseignant.
           2 line 11 col 50 'Eleves : '.
           2 a-nbEleves line 11 col 59 pic z9 from NbElevesCl.
       1 a-plg-ligneEleve.
           2 line n col j pic x(8) from EleveCl(kEleve).
       1 s-plg-eleve.
           2 line 21 col 1 'Code eleve a ajouter ou retirer '
           & '(vide pour terminer) : '.
           2 s-eleve line 21 col 57 pic x(8) to codeEleveSaisi.
       1 a-plg-eleveInconnu.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-classePleine.
           2 line 22 col 1 'La liste est complete (40 eleves).'.
       1 a-plg-efface.
           2 line 22 col 1 pic x(79) value spaces.

       1 a-plg-entetePrets.
           2 line 11 col 1 'Eleve    Nom                  Titre'.
           2 line 11 col 62 'Retour le'.
       1 a-plg-lignePret.
           2 line n col 1 pic x(8) from CodeEPC.
           2 col 10 pic x(20) from nomEleve.
           2 col 31 pic x(30) from LibS.
           2 col 62 pic 9(8) from DateEcheance.
           2 col 71 pic x(6) from retardAffiche.
       1 a-plg-totauxPrets.
           2 line 23 col 1 'Prets en cours : '.
           2 a-nbOuv line 23 col 18 pic zz9 from nbOuverts.
           2 line 23 col 25 'dont en retard : '.
           2 a-nbRet line 23 col 42 pic zz9 from nbRetards.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-classe.dat' to nf-classe
       else
           move 'classe.dat' to nf-classe
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
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
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move function current-date(1:8) to dateJour
       open i-o fclasse
       open input fadherent
       open input fsite

       display s-plg-titre
       accept s-choix
       perform until choix = 5
           evaluate choix
               when 1 perform 8000-creer-classe
               when 2 perform 8100-modifier-classe
               when 3 perform 8300-liste-eleves
               when 4 perform 8500-prets-classe
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fclasse
       close fadherent
       close fsite
       goback.

       8000-creer-classe.
       display s-plg-codeClasse
       accept s-codeClasse
       move codeClasseSaisi to CodeClasse
       read fclasse invalid set classeExiste to false
                    not invalid set classeExiste to true
       end-read
       move codeClasseSaisi to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       open input fcarteg
       move codeClasseSaisi to NumCarte
       read fcarteg invalid set carteExiste to false
                    not invalid set carteExiste to true
       end-read
       close fcarteg
       if classeExiste or adherentExiste or carteExiste
           display a-plg-classeExiste
           accept s-plg-suite
           exit paragraph
       end-if
       move spaces to nomClasseSaisi
       move spaces to enseignantSaisi
       move spaces to siteSaisi
       move 30 to maxClasseSaisi
       move 1 to maxEleveSaisi
       compute echeanceSaisie = function date-of-integer(
           function integer-of-date(dateJour) + 7)
       perform 8050-saisir-fiche
       if erreur
           accept s-plg-suite
           exit paragraph
       end-if
       move codeClasseSaisi to CodeClasse
       perform 8060-fiche-vers-enreg
       set classeActive to true
       move 0 to NbElevesCl
       perform varying kEleve from 1 by 1 until kEleve > 40
           move spaces to EleveCl(kEleve)
       end-perform
       write classe-enr invalid set erreur to true
                        not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       move CodeClasse to h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-classeEnregistree
       end-if
       accept s-plg-suite.

       8050-saisir-fiche.
       set erreur to false
       display s-plg-fiche
       accept s-nomClasse
       accept s-enseignant
       accept s-site
       accept s-maxClasse
       accept s-maxEleve
       accept s-echeance
       move enseignantSaisi to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-enseignantInconnu
           set erreur to true
           exit paragraph
       end-if
       move function upper-case(siteSaisi) to siteSaisi
       move siteSaisi to CodeSite
       read fsite invalid set siteExiste to false
                  not invalid set siteExiste to true
       end-read
       if not siteExiste
           display a-plg-siteInconnu
           set erreur to true
           exit paragraph
       end-if
       if (function test-date-yyyymmdd(echeanceSaisie) not = 0)
       or (echeanceSaisie < dateJour)
           display a-plg-dateInvalide
           set erreur to true
       end-if.

       8060-fiche-vers-enreg.
       move nomClasseSaisi to NomClasse
       move enseignantSaisi to CodeEnseignantCl
       move siteSaisi to SiteClasse
       move maxClasseSaisi to MaxPretsClasse
       move maxEleveSaisi to MaxParEleveCl
       move echeanceSaisie to DateEcheanceClasse.

       8100-modifier-classe.
       perform 8150-lire-classe
       if not classeExiste
           exit paragraph
       end-if
       display s-plg-titre
       move NomClasse to nomClasseSaisi
       move CodeEnseignantCl to enseignantSaisi
       move SiteClasse to siteSaisi
       move MaxPretsClasse to maxClasseSaisi
       move MaxParEleveCl to maxEleveSaisi
       move DateEcheanceClasse to echeanceSaisie
       move StatutClasse to statutSaisi
       perform 8050-saisir-fiche
       if erreur
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-statut
       accept s-statut
       move function upper-case(statutSaisi) to statutSaisi
       perform until (statutSaisi = 'O') or (statutSaisi = 'C')
           accept s-statut
           move function upper-case(statutSaisi) to statutSaisi
       end-perform
       perform 8060-fiche-vers-enreg
       move statutSaisi to StatutClasse
       rewrite classe-enr invalid set erreur to true
                          not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move CodeClasse to h-cleprim
       perform 9000-ecrire-histo
       if not erreur
           display a-plg-classeEnregistree
       end-if
       accept s-plg-suite.

       8150-lire-classe.
       display s-plg-codeClasse
       accept s-codeClasse
       move codeClasseSaisi to CodeClasse
       read fclasse invalid set classeExiste to false
                    not invalid set classeExiste to true
       end-read
       if not classeExiste
           display a-plg-classeInconnue
           accept s-plg-suite
       end-if.

       8300-liste-eleves.
       perform 8150-lire-classe
       if not classeExiste
           exit paragraph
       end-if
       move CodeEnseignantCl to codeEA
       read fadherent invalid move spaces to nomE
       end-read
       move nomE to nomEnseignant
       set finListe to false
       perform until finListe
           display s-plg-titre
           display a-plg-enteteEleves
           perform varying kEleve from 1 by 1
               until kEleve > NbElevesCl
               compute n = 12 + (kEleve - 1) / 5
               compute j = 1 + function mod(kEleve - 1, 5) * 10
               display a-plg-ligneEleve
           end-perform
           move spaces to codeEleveSaisi
           display s-plg-eleve
           accept s-eleve
           display a-plg-efface
           if codeEleveSaisi = spaces
               set finListe to true
           else
               perform 8350-basculer-eleve
           end-if
       end-perform
       rewrite classe-enr invalid set erreur to true
                          not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move CodeClasse to h-cleprim
       perform 9000-ecrire-histo.

       8350-basculer-eleve.
       perform varying kEleve from 1 by 1
           until (kEleve > NbElevesCl)
           or (EleveCl(kEleve) = codeEleveSaisi)
           continue
       end-perform
       if kEleve <= NbElevesCl
           perform varying j from kEleve by 1 until j >= NbElevesCl
               move EleveCl(j + 1) to EleveCl(j)
           end-perform
           move spaces to EleveCl(NbElevesCl)
           subtract 1 from NbElevesCl
           exit paragraph
       end-if
       move codeEleveSaisi to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       if not adherentExiste
           display a-plg-eleveInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       if NbElevesCl >= 40
           display a-plg-classePleine
           accept s-plg-suite
           exit paragraph
       end-if
       add 1 to NbElevesCl
       move codeEleveSaisi to EleveCl(NbElevesCl).

       8500-prets-classe.
       perform 8150-lire-classe
       if not classeExiste
           exit paragraph
       end-if
       open input fpretclasse
       open input fpret
       open input fsupport
       display a-plg-entetePrets
       move 12 to n
       move 0 to nbOuverts
       move 0 to nbRetards
       move codeClasseSaisi to CodeClassePC
       start fpretclasse key = CodeClassePC
           invalid key
               set finFpretclasse to true
           not invalid key
               set finFpretclasse to false
       end-start
       perform until finFpretclasse
           read fpretclasse next record
               at end
                   set finFpretclasse to true
               not at end
                   if CodeClassePC not = codeClasseSaisi
                       set finFpretclasse to true
                   else
                       perform 8550-afficher-pret
                   end-if
           end-read
       end-perform
       close fpretclasse
       close fpret
       close fsupport
       display a-plg-totauxPrets
       accept s-plg-suite.

       8550-afficher-pret.
       move DatePretPC to DatePret
       move RefPC to RefS
       move ExemplairePC to Exemplaire
       move CodeEPC to CodeE
       read fpret invalid set pretOuvert to false
                  not invalid set pretOuvert to true
       end-read
       if (not pretOuvert) or (DateRetour not = 0)
           exit paragraph
       end-if
       add 1 to nbOuverts
       if DateEcheance < dateJour
           add 1 to nbRetards
           move 'RETARD' to retardAffiche
       else
           move spaces to retardAffiche
       end-if
       if n > 22
           exit paragraph
       end-if
       move RefS to RefSu
       move Exemplaire to ExemplaireU
       read fsupport invalid move spaces to LibS
       end-read
       move CodeE to codeEA
       read fadherent invalid move spaces to nomE
       end-read
       move nomE to nomEleve
       display a-plg-lignePret
       add 1 to n.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-classes.
