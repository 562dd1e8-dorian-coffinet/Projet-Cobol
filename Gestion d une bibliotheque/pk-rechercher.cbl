       lock mode is automatic
       file status fs-frecherche.

       select fdispo assign nf-support
       organization indexed record key clefS2 = RefS2 Exemplaire2
       alternate record key RefS2 duplicates
       alternate record key IsbnS2 duplicates
       alternate record key AuteurS2 duplicates
       access dynamic
       sharing with all other
       file status fs-fdispo.

       select optional frecommandation assign nf-recommandation
       organization indexed access dynamic
       record key clefReco = RefReco RangReco.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       organization indexed access dynamic
       record key clefNot = RefNot NumLigneNot.

       select optional ftitre assign nf-titre
       organization indexed record key RefT
       access dynamic.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       select optional fexpo assign nf-expo
       organization indexed access dynamic
       record key NumExpo.
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd fdispo.
       1 livre2.
                2 RefS2 pic x(8).
                2 Exemplaire2 pic 9(3).
                2 LibS2 pic x(30).
                2 DesignS2 pic x(50).
                2 Dispo2 pic x.
                2 LibC2 pic x(30).
                2 AuteurS2 pic x(30).
                2 IsbnS2 pic x(13).
                2 tab2.
                   3 motscles2 pic x(20) occurs 20.
                2 SiteC2 pic x(3).
                2 DateAjoutS2 pic 9(8).
                2 DateLimiteRetrait2 pic 9(8).
                2 PrixS2 pic 9(3)v99.
                2 CoteS2 pic x(10).
                2 NumDonS2 pic 9(5).
                2 NbPiecesS2 pic 9(2).
                2 DescPiecesS2 pic x(40).

       fd frecommandation.
       1 recommandation.
               2 RefReco pic x(8).
               2 RangReco pic 9.
               2 RefLieeReco pic x(8).
               2 NbLecteursReco pic 9(5).
               2 DateCalculReco pic 9(8).

       fd freserve.
       1 reservation.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fadherent.
       1 adherent.
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

       fd fcarteg.
       1 carte-enr.
               2 NumLigneNot pic 9(2).
               2 LigneNot pic x(70).

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

       fd fserie.
       1 serie-enr.
               2 CodeSerie pic x(6).
               2 LibSerie pic x(30).
               2 EditeurSerie pic x(30).
               2 NbParusSerie pic 9(3).
               2 StatutSerie pic x.

       fd fexpo.
       1 expo-enr.
               2 NumExpo pic 9(5).
       1 nf-expo-ligne pic x(30) value 'expo-ligne.dat'.
       1 nf-expo pic x(30) value 'expo.dat'.
       1 nf-transfert pic x(30) value 'transfert.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-serie pic x(30) value 'serie.dat'.
       1 nf-recommandation pic x(30) value 'recommandation.dat'.
       1 fin-freco pic x value 'n'.
       88 finFreco value 'o' false 'n'.
       1 fin-fdispo pic x value 'n'.
       88 finFdispo value 'o' false 'n'.
       1 refRecoAffichee pic x(8) value spaces.
       1 libLiee pic x(30).
       1 nbExLiee pic 99.
       1 nbDispoLiee pic 99.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       1 fs-freserve pic xx.
       1 fs-frecherche pic xx.
       1 fs-fdispo pic xx.
       1 fin-findex pic x value 'n'.
       88 finFindex value 'o' false 'n'.
       1 fin-fnotice pic x value 'n'.
       1 pic x.
       88 refDejaVue value 'o' false 'n'.
       1 tab-refs-idx.
           2 refIdx-t occurs 200.
              3 refIdxTab pic x(8).
              3 cleTriTab.
                 4 serieIdxTab pic x(6).
                 4 volIdxTab pic 9(3).
       1 refIdx-tmp.
           2 refTmp pic x(8).
           2 cleTriTmp.
              3 serieTmp pic x(6).
              3 volTmp pic 9(3).
       1 pic x.
       88 placeTrouvee value 'o' false 'n'.
       1 seriePrecedente pic x(6).
       1 nbAuFonds pic 9(3).
       1 tomeMax pic 9(3).
       1 nbLacunes pic 9(3).
       1 lacunes pic x(60).
       1 libSerieAff pic x(30).
       1 nbRefsIdx pic 9(3) value 0.
       1 kRef pic 9(3).
       1 kDup pic 9(3).
       1 refAReserver pic x(8).
       1 carteSaisie pic x(8).
       1 pinSaisi pic x(4).
       1 dateLimiteSaisie pic 9(8) value 0.
       1 dateJourRes pic 9(8).
       1 cod pic x(8).
       1 nbdispo pic 9(2).
       1 nbdispoAilleurs pic 9(2).
           2 col 60 pic x(3) from SiteC.
           2 line + 1 col 3 'Reservations en attente : '.
           2 col 30 pic zz9 from nbReservations.
       1 a-plg-enteteReco.
           2 line n col 3 'Les lecteurs de ce titre ont aussi '
           & 'emprunte :'.
       1 a-plg-reco.
           2 line n col 5 pic x(8) from RefLieeReco.
           2 col 15 pic x(30) from libLiee.
           2 col 47 'disponibles : '.
           2 col 61 pic z9 from nbDispoLiee.
           2 col 64 'sur '.
           2 col 68 pic z9 from nbExLiee.
       1 a-plg-tome.
           2 line n col 3 'Serie : '.
           2 col 11 pic x(6) from CodeSerieT.
           2 col 19 'tome '.
           2 col 24 pic zz9 from NumVolumeT.
       1 a-plg-lacunes.
           2 line n col 1 'Serie '.
           2 col 7 pic x(30) from libSerieAff.
           2 col 38 ': tomes absents '.
           2 col 54 pic x(26) from lacunes.
       1 a-plg-notice.
           2 line n col 3 pic x(70) from LigneNot.
       1 a-plg-expo.
           2 a-finExpo col 30 pic 9(8) from dateFinExpoAffichee.
       1 a-plg-reparation.
           2 line n col 3 'En reparation chez le relieur.'.
       1 a-plg-manquant.
           2 line n col 3 'Introuvable en rayon, recherche en cours.'.
       1 a-plg-incomplet.
           2 line n col 3 'Rendu incomplet, en attente des pieces '
           & 'manquantes.'.
       1 a-plg-res2.
           2 line 8 col 1 'Aucun document trouve correspondant aux '
           & 'mots cles.'.
           2 line 21 col 30 'Code PIN : '.
           2 s-pin line 21 col 42 pic x(4) to pinSaisi secure
           required.
       1 s-plg-limite.
           2 line 23 col 1 'Plus utile apres le (AAAAMMJJ, vide = '
           & 'sans limite) : '.
           2 s-limite line 23 col 55 pic 9(8) to dateLimiteSaisie.
       1 a-plg-limiteInvalide.
           2 line 22 col 1 'Date limite invalide ou deja passee, '
           & 'reservation abandonnee.'.
       1 a-plg-temporaire.
           2 line 22 col 1 'Adhesion temporaire : les reservations ne '
           & 'sont pas ouvertes.'.
       1 a-plg-refusIdentite.
           2 line 22 col 1 'Numero ou PIN incorrect, reservation '
           & 'abandonnee.'.
       else
           move 'transfert.dat' to nf-transfert
       end-if
       if mode-formation = 'O'
           move 'formation-titre.dat' to nf-titre
       else
           move 'titre.dat' to nf-titre
       end-if
       if mode-formation = 'O'
           move 'formation-serie.dat' to nf-serie
       else
           move 'serie.dat' to nf-serie
       end-if
       if mode-formation = 'O'
           move 'formation-recommandation.dat' to nf-recommandation
       else
           move 'recommandation.dat' to nf-recommandation
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
       end-if
       open input fadherent
       open input fcarteg
       open input fdispo
       display s-plg-titre
       accept s-mot1
       accept s-mot2
       close freserve
       close fadherent
       close fcarteg
       close fdispo
       goback.

       8600-proposer-reservation.
       accept s-refAReserver
       if (refAReserver not = spaces) and (fs-freserve <= '05')
           perform 8700-identifier-adherent
           if identiteValide
               perform 8800-saisir-limite
           end-if
           if identiteValide
               perform 8900-ecrire-reservation
           end-if
           set identiteValide to true
       else
           display a-plg-refusIdentite
       end-if
       if identiteValide and (categorieE = 'TEMPORAIRE')
           set identiteValide to false
           display a-plg-temporaire
       end-if.

       8800-saisir-limite.
       display s-plg-limite
       move 0 to dateLimiteSaisie
       accept s-limite
       move function current-date(1:8) to dateJourRes
       if dateLimiteSaisie not = 0
           if (function test-date-yyyymmdd(dateLimiteSaisie) not = 0)
           or (dateLimiteSaisie <= dateJourRes)
               set identiteValide to false
               display a-plg-limiteInvalide
           end-if
       end-if.

       8900-ecrire-reservation.
           move 0 to ExemplaireRes
           move 0 to DateAvis
           move 0 to DateRetrait
           move dateLimiteSaisie to DateLimiteRes
           write reservation invalid set erreur to true
                             not invalid set erreur to false
           end-write
           end-if
       end-perform
       close findex
       perform 7380-lire-cles-tri
       perform 7385-trier-par-tome

       perform varying kRef from 1 by 1 until kRef > nbRefsIdx
           move refIdxTab(kRef) to RefS
                   end-if
               end-read
           end-perform
       end-perform
       perform 7390-afficher-lacunes.

       7380-lire-cles-tri.
       open input ftitre
       perform varying kRef from 1 by 1 until kRef > nbRefsIdx
           move spaces to serieIdxTab(kRef)
           move 0 to volIdxTab(kRef)
           move refIdxTab(kRef) to RefT
           read ftitre
               invalid continue
               not invalid
                   if CodeSerieT not = spaces
                       move CodeSerieT to serieIdxTab(kRef)
                       if NumVolumeT numeric
                           move NumVolumeT to volIdxTab(kRef)
                       end-if
                   end-if
           end-read
       end-perform
       close ftitre.

       7385-trier-par-tome.
       perform varying kRef from 2 by 1 until kRef > nbRefsIdx
           move refIdx-t(kRef) to refIdx-tmp
           move kRef to kDup
           set placeTrouvee to false
           perform until placeTrouvee
               if kDup = 1
                   set placeTrouvee to true
               else
                   if cleTriTab(kDup - 1) > cleTriTmp
                       move refIdx-t(kDup - 1) to refIdx-t(kDup)
                       subtract 1 from kDup
                   else
                       set placeTrouvee to true
                   end-if
               end-if
           end-perform
           move refIdx-tmp to refIdx-t(kDup)
       end-perform.

       7390-afficher-lacunes.
       move spaces to seriePrecedente
       perform varying kRef from 1 by 1 until kRef > nbRefsIdx
           if (serieIdxTab(kRef) not = spaces)
           and (serieIdxTab(kRef) not = seriePrecedente)
           and (n < 20)
               move serieIdxTab(kRef) to seriePrecedente
               call 'Lacunesserie' using seriePrecedente nbAuFonds
                                         tomeMax nbLacunes lacunes
               end-call
               open input fserie
               move seriePrecedente to CodeSerie
               move seriePrecedente to libSerieAff
               read fserie
                   invalid continue
                   not invalid move LibSerie to libSerieAff
               end-read
               close fserie
               if nbLacunes = 0
                   move 'aucun' to lacunes
               end-if
               display a-plg-lacunes
               add 1 to n
           end-if
       end-perform.

       7350-collecter-refs-mot.
       end-if.

       8650-afficher-notice.
       open input ftitre
       move RefS to RefT
       read ftitre
           invalid continue
           not invalid
               if (CodeSerieT not = spaces) and (NumVolumeT numeric)
                   display a-plg-tome
                   add 1 to n
               end-if
       end-read
       close ftitre
       if Dispo = 'B'
           display a-plg-reparation
           add 1 to n
       end-if
       if Dispo = 'M'
           display a-plg-manquant
           add 1 to n
       end-if
       if Dispo = 'I'
           display a-plg-incomplet
           add 1 to n
       end-if
       if Dispo = 'X'
           perform 8680-chercher-exposition
           if expoTrouvee
                   end-if
           end-read
       end-perform
       close fnotice
       perform 8660-afficher-recommandations.

       8660-afficher-recommandations.
       if (RefS = refRecoAffichee) or (n >= 19)
           exit paragraph
       end-if
       move RefS to refRecoAffichee
       open input frecommandation
       move RefS to RefReco
       move 0 to RangReco
       start frecommandation key >= clefReco
           invalid key
               set finFreco to true
           not invalid key
               set finFreco to false
       end-start
       perform until finFreco
           read frecommandation next record
               at end
                   set finFreco to true
               not at end
                   if (RefReco not = RefS) or (n >= 20)
                       set finFreco to true
                   else
                       if RangReco = 1
                           display a-plg-enteteReco
                           add 1 to n
                       end-if
                       if n < 20
                           perform 8670-compter-dispo-liee
                           display a-plg-reco
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform
       close frecommandation.

       8670-compter-dispo-liee.
       move 0 to nbExLiee
       move 0 to nbDispoLiee
       move spaces to libLiee
       move RefLieeReco to RefS2
       start fdispo key = RefS2
           invalid key
               set finFdispo to true
           not invalid key
               set finFdispo to false
       end-start
       perform until finFdispo
           read fdispo next end set finFdispo to true
           not at end
               if (RefS2 not = RefLieeReco) or (fs-fdispo > '05')
                   set finFdispo to true
               else
                   move LibS2 to libLiee
                   if nbExLiee < 99
                       add 1 to nbExLiee
                   end-if
                   if (Dispo2 = 'O') and (nbDispoLiee < 99)
                       add 1 to nbDispoLiee
                   end-if
               end-if
           end-read
       end-perform.

       8680-chercher-exposition.
       set expoTrouvee to false
