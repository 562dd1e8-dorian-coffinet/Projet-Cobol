       program-id. pl-series.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       select optional ftitre assign nf-titre
       organization indexed record key RefT
       access dynamic.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePret RefSP ExemplaireP CodeEP
       alternate record key RefSP duplicates
       alternate record key CodeEP duplicates.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select frapport assign 'suites-series.txt'
       organization line sequential.

       fd fserie.
       1 serie-enr.
               2 CodeSerie pic x(6).
               2 LibSerie pic x(30).
               2 EditeurSerie pic x(30).
               2 NbParusSerie pic 9(3).
               2 StatutSerie pic x.
               88 serieEnCours value 'E'.
               88 serieTerminee value 'T'.

       fd ftitre.
       1 titre.
               2 RefT pic x(8).
               2 LibT pic x(30).
               2 DesignT pic x(50).
               2 LibCT pic x(30).
               2 AuteurT pic x(30).
               2 IsbnT pic x(13).
               2 tabT.
                  3 motsclesT pic x(20) occurs 20.
               2 CodeSerieT pic x(6).
               2 NumVolumeT pic 9(3).

       fd fsupport.
       1 livre.
                2 RefS pic x(8).
                2 Exemplaire pic 9(3).
                2 LibS pic x(30).
                2 DesignS pic x(50).
                2 Dispo pic x.
                2 LibC pic x(30).
                2 AuteurS pic x(30).
                2 IsbnS pic x(13).
                2 tab.
                   3 motscles pic x(20) occurs 20.
                2 SiteC pic x(3).
                2 DateAjoutS pic 9(8).
                2 DateLimiteRetrait pic 9(8).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefSP pic x(8).
               2 ExemplaireP pic 9(3).
               2 CodeEP pic x(8).
               2 DateRetourP pic 9(8).
               2 NbRenouvP pic 9.
               2 SiteCP pic x(3).
               2 DateEcheanceP pic 9(8).
               2 HeureEcheanceP pic 9(4).

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

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
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

       fd frapport.
       01 ligne-rapport pic x(132).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-serie pic x(30) value 'serie.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 serieExiste value 'o' false 'n'.
       1 fin-fserie pic x value 'n'.
       88 finFserie value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 codeSaisi pic x(6).
       1 libSaisi pic x(30).
       1 editeurSaisi pic x(30).
       1 nbParusSaisi pic 9(3).
       1 statutSaisi pic x.
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.
       1 nbAuFonds pic 9(3).
       1 tomeMax pic 9(3).
       1 nbLacunes pic 9(3).
       1 lacunes pic x(60).

       1 tab-tomes.
           2 tome-t occurs 3000.
              3 refTome pic x(8).
              3 serieTome pic x(6).
              3 volTome pic 9(3).
       1 nbTomes pic 9(4) value 0.
       1 kTome pic 9(4).
       1 tab-lus.
           2 lu-t occurs 5000.
              3 codeLu pic x(8).
              3 serieLu pic x(6).
              3 volLu pic 9(3).
       1 nbLus pic 9(4) value 0.
       1 kLu pic 9(4).
       1 kLu2 pic 9(4).
       1 nbLusIgnores pic 9(5) value 0.
       1 pic x.
       88 luTrouve value 'o' false 'n'.
       1 pic x.
       88 suivantLu value 'o' false 'n'.
       1 pic x.
       88 suivantEnRayon value 'o' false 'n'.
       1 refCourante pic x(8).
       1 lecteurCourant pic x(8).
       1 volSuivant pic 9(3).
       1 refSuivante pic x(8).
       1 siteEnRayon pic x(3).
       1 nomLecteur pic x(30).
       1 nbSuggestions pic 9(5) value 0.
       1 dateJour pic 9(8).

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Series et tomes'.
           2 line 3 col 1 '1-Creer ou modifier une serie'.
           2 line 4 col 1 '2-Lister les series et les tomes absents'.
           2 line 5 col 1 '3-Tomes suivants a proposer aux lecteurs'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-cle.
           2 blank screen.
           2 line 1 col 1 'Fiche de serie'.
           2 line 3 col 1 'Code de la serie : '.
           2 s-code line 3 col 35 pic x(6) to codeSaisi required.
       1 s-plg-fiche.
           2 line 5 col 1 'Titre de la serie : '.
           2 s-lib line 5 col 35 pic x(30) using libSaisi required.
           2 line 6 col 1 'Editeur : '.
           2 s-editeur line 6 col 35 pic x(30) using editeurSaisi.
           2 line 7 col 1 'Nombre de tomes parus : '.
           2 s-nbParus line 7 col 35 pic 999 using nbParusSaisi.
           2 line 8 col 1 'E-en cours  T-terminee : '.
           2 s-statut line 8 col 35 pic x using statutSaisi required.
       1 a-plg-fait.
           2 line 10 col 1 'Serie enregistree.'.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Code   Titre de la serie'.
           2 line 1 col 39 'Parus Fonds Tomes absents'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(6) from CodeSerie.
           2 col 8 pic x(30) from LibSerie.
           2 col 40 pic zz9 from NbParusSerie.
           2 col 46 pic zz9 from nbAuFonds.
           2 col 51 pic x(29) from lacunes.

       1 a-plg-suites.
           2 blank screen.
           2 line 1 col 1 'Tomes suivants a proposer aux lecteurs'.
           2 line 3 col 1 'Rapport ecrit dans suites-series.txt'.
           2 line 5 col 1 'Suggestions : '.
           2 a-nbSugg line 5 col 25 pic zzzz9 from nbSuggestions.
       1 a-plg-lusIgnores.
           2 line 7 col 1 'ATTENTION : emprunts non analyses '
           & '(capacite atteinte) : '.
           2 a-nbIgnores line 7 col 57 pic zzzz9 from nbLusIgnores.

       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-serie.dat' to nf-serie
       else
           move 'serie.dat' to nf-serie
       end-if
       if mode-formation = 'O'
           move 'formation-titre.dat' to nf-titre
       else
           move 'titre.dat' to nf-titre
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
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
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       open i-o fserie
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-saisir-serie
               when 2 perform 8300-lister
               when 3 perform 8500-suites-a-proposer
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fserie
       goback.

       8000-saisir-serie.
       display s-plg-cle
       accept s-code
       move codeSaisi to CodeSerie
       read fserie invalid set serieExiste to false
                   not invalid set serieExiste to true
       end-read
       if serieExiste
           move LibSerie to libSaisi
           move EditeurSerie to editeurSaisi
           move NbParusSerie to nbParusSaisi
           move StatutSerie to statutSaisi
       else
           move spaces to libSaisi
           move spaces to editeurSaisi
           move 0 to nbParusSaisi
           move 'E' to statutSaisi
       end-if
       display s-plg-fiche
       accept s-lib
       accept s-editeur
       accept s-nbParus
       accept s-statut
       move codeSaisi to CodeSerie
       move libSaisi to LibSerie
       move editeurSaisi to EditeurSerie
       move nbParusSaisi to NbParusSerie
       if function upper-case(statutSaisi) = 'T'
           set serieTerminee to true
       else
           set serieEnCours to true
       end-if
       if serieExiste
           rewrite serie-enr invalid continue
           end-rewrite
       else
           write serie-enr invalid continue
           end-write
       end-if
       display a-plg-fait
       accept s-plg-suite.

       8300-lister.
       display a-plg-enteteListe
       move 3 to n
       move 0 to nbSurPage
       move low-values to CodeSerie
       start fserie key >= CodeSerie
           invalid key
               set finFserie to true
           not invalid key
               set finFserie to false
       end-start
       perform until finFserie
           read fserie next record
               at end
                   set finFserie to true
               not at end
                   call 'Lacunesserie' using CodeSerie nbAuFonds
                                             tomeMax nbLacunes lacunes
                   end-call
                   if nbLacunes = 0
                       move 'aucun' to lacunes
                   end-if
                   display a-plg-ligneListe
                   add 1 to n
                   add 1 to nbSurPage
                   if nbSurPage = 18
                       display s-plg-pageSuite
                       accept s-suitePage
                       display a-plg-enteteListe
                       move 3 to n
                       move 0 to nbSurPage
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8500-suites-a-proposer.
       move 0 to nbSuggestions
       move 0 to nbLusIgnores
       move function current-date(1:8) to dateJour
       perform 8550-charger-tomes
       move 0 to nbLus
       perform 8600-charger-prets
       perform 8650-charger-prets-histo

       open input fsupport
       open input fadherent
       open output frapport
       move spaces to ligne-rapport
       string 'Tomes suivants a proposer au ' dateJour
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Lecteur  Nom                            Serie  Lu  '
           & 'Suivant Reference Site' to ligne-rapport
       write ligne-rapport
       perform varying kLu from 1 by 1 until kLu > nbLus
           perform 8700-examiner-lecture
       end-perform
       if nbLusIgnores > 0
           move spaces to ligne-rapport
           string 'ATTENTION : ' nbLusIgnores ' emprunt(s) non '
               'analyse(s), capacite atteinte.'
               delimited by size into ligne-rapport
           write ligne-rapport
       end-if
       close frapport
       close fadherent
       close fsupport

       display a-plg-suites
       if nbLusIgnores > 0
           display a-plg-lusIgnores
       end-if
       accept s-plg-suite.

       8550-charger-tomes.
       move 0 to nbTomes
       open input ftitre
       set finFich to false
       read ftitre next record at end set finFich to true end-read
       perform until finFich
           if (CodeSerieT not = spaces) and (NumVolumeT numeric)
           and (NumVolumeT > 0) and (nbTomes < 3000)
               add 1 to nbTomes
               move RefT to refTome(nbTomes)
               move CodeSerieT to serieTome(nbTomes)
               move NumVolumeT to volTome(nbTomes)
           end-if
           read ftitre next record at end set finFich to true
           end-read
       end-perform
       close ftitre.

       8600-charger-prets.
       open input fpret
       set finFich to false
       read fpret next record at end set finFich to true end-read
       perform until finFich
           move RefSP to refCourante
           move CodeEP to lecteurCourant
           perform 8680-noter-lecture
           read fpret next record at end set finFich to true end-read
       end-perform
       close fpret.

       8650-charger-prets-histo.
       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           move RefSH to refCourante
           move CodeEH to lecteurCourant
           perform 8680-noter-lecture
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret.

       8680-noter-lecture.
       perform varying kTome from 1 by 1
           until (kTome > nbTomes) or (refTome(kTome) = refCourante)
           continue
       end-perform
       if kTome > nbTomes
           exit paragraph
       end-if
       set luTrouve to false
       perform varying kLu2 from 1 by 1
           until (kLu2 > nbLus) or luTrouve
           if (codeLu(kLu2) = lecteurCourant)
           and (serieLu(kLu2) = serieTome(kTome))
           and (volLu(kLu2) = volTome(kTome))
               set luTrouve to true
           end-if
       end-perform
       if not luTrouve
           if nbLus < 5000
               add 1 to nbLus
               move lecteurCourant to codeLu(nbLus)
               move serieTome(kTome) to serieLu(nbLus)
               move volTome(kTome) to volLu(nbLus)
           else
               add 1 to nbLusIgnores
           end-if
       end-if.

       8700-examiner-lecture.
       compute volSuivant = volLu(kLu) + 1
       set suivantLu to false
       perform varying kLu2 from 1 by 1
           until (kLu2 > nbLus) or suivantLu
           if (codeLu(kLu2) = codeLu(kLu))
           and (serieLu(kLu2) = serieLu(kLu))
           and (volLu(kLu2) = volSuivant)
               set suivantLu to true
           end-if
       end-perform
       if suivantLu
           exit paragraph
       end-if
       move spaces to refSuivante
       perform varying kTome from 1 by 1 until kTome > nbTomes
           if (serieTome(kTome) = serieLu(kLu))
           and (volTome(kTome) = volSuivant)
               move refTome(kTome) to refSuivante
           end-if
       end-perform
       if refSuivante = spaces
           exit paragraph
       end-if
       perform 8750-chercher-en-rayon
       if not suivantEnRayon
           exit paragraph
       end-if
       move spaces to nomLecteur
       move codeLu(kLu) to codeE
       read fadherent invalid continue
                      not invalid move nomE to nomLecteur
       end-read
       move spaces to ligne-rapport
       string codeLu(kLu) ' ' nomLecteur ' ' serieLu(kLu) ' '
           volLu(kLu) ' ' volSuivant '     ' refSuivante '  '
           siteEnRayon delimited by size into ligne-rapport
       write ligne-rapport
       add 1 to nbSuggestions.

       8750-chercher-en-rayon.
       set suivantEnRayon to false
       move spaces to siteEnRayon
       move refSuivante to RefS
       start fsupport key = RefS
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich or suivantEnRayon
           read fsupport next record
               at end
                   set finFich to true
               not at end
                   if RefS not = refSuivante
                       set finFich to true
                   else
                       if Dispo = 'O'
                           set suivantEnRayon to true
                           move SiteC to siteEnRayon
                       end-if
                   end-if
           end-read
       end-perform.

       end program pl-series.
