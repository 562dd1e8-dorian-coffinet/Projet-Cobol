       organization indexed access dynamic
       record key clefNot = RefNot NumLigneNot.

       select optional ftitre assign nf-titre
       organization indexed record key RefT
       access dynamic.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       select optional frecommandation assign nf-recommandation
       organization indexed access dynamic
       record key clefReco = RefReco RangReco.

       select optional fexpo assign nf-expo
       organization indexed access dynamic
       record key NumExpo.
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).


       fd fdispo.
                2 PrixS2 pic 9(3)v99.
                2 CoteS2 pic x(10).
                2 NumDonS2 pic 9(5).
                2 NbPiecesS2 pic 9(2).
                2 DescPiecesS2 pic x(40).

       fd fpret.
       1 pret.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fauteur.
       1 auteur-enr.
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

       fd frecommandation.
       1 recommandation.
               2 RefReco pic x(8).
               2 RangReco pic 9.
               2 RefLieeReco pic x(8).
               2 NbLecteursReco pic 9(5).
               2 DateCalculReco pic 9(8).

       fd fexpo.
       1 expo-enr.
               2 NumExpo pic 9(5).
       1 nf-auteur pic x(30) value 'auteur.dat'.
       1 nf-expo-ligne pic x(30) value 'expo-ligne.dat'.
       1 nf-expo pic x(30) value 'expo.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-serie pic x(30) value 'serie.dat'.
       1 nf-recommandation pic x(30) value 'recommandation.dat'.
       1 fin-freco pic x value 'n'.
       88 finFreco value 'o' false 'n'.
       1 refRecoAffichee pic x(8) value spaces.
       1 libLiee pic x(30).
       1 nbExLiee pic 99.
       1 nbDispoLiee pic 99.

       01 mode-formation pic x external value 'N'.
       1 nf-index-motcle pic x(30) value 'index-motcle.dat'.
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
       1 fin-ftitre pic x value 'n'.
       88 finFtitre value 'o' false 'n'.
       1 serieCherchee pic x(6).
       1 seriePrecedente pic x(6).
       1 nbAuFonds pic 9(3).
       1 tomeMax pic 9(3).
       1 nbLacunes pic 9(3).
       1 lacunes pic x(60).
       1 libSerieAff pic x(30).
       1 nbRefsIdx pic 9(3) value 0.
       1 kRef pic 9(3).
       1 kDup pic 9(3).
           2 blank screen.
           2 line 1 col 1 'Recherche livre'.
           2 line 2 col 1 '1-Par mots cles  2-Par ISBN  '
           & '3-Par auteur  4-Par serie'.
           2 line 3 col 1 'Type de recherche : '.
           2 s-typeRecherche line 3 col 25 pic 9 to typeRecherche
           required.
           2 line 4 col 1 'Auteur : '.
           2 s-auteurCherche line 4 col 30 pic x(30) to auteurCherche
           required.
       1 s-plg-serie.
           2 line 4 col 1 'Code de la serie : '.
           2 s-serieCherchee line 4 col 30 pic x(6) to serieCherchee
           required.
       1 a-plg-serieVide.
           2 line 5 col 1 'Aucun titre de cette serie au catalogue.'.
       1 a-plg-renvoi.
           2 line 5 col 1 'Forme variante, voir : '.
           2 a-formeRetenue line 5 col 25 pic x(30) from
           2 col 32 'Retour estime : '.
           2 a-retour col 48 pic 9(8) from retourEstime.

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
           2 line n col 1 'Serie : '.
           2 col 9 pic x(30) from libSerieAff.
           2 col 40 'tomes au fonds : '.
           2 col 57 pic zz9 from nbAuFonds.
           2 line + 1 col 3 'Tomes absents du fonds : '.
           2 col 28 pic x(50) from lacunes.
       1 a-plg-notice.
           2 line n col 3 pic x(70) from LigneNot.
       1 a-plg-expo.
           2 a-finExpo col 30 pic 9(8) from dateFinExpoAffichee.
       1 a-plg-reparation.
           2 line n col 3 'En reparation chez le relieur.'.
       1 a-plg-entretien.
           2 line n col 3 'Hors service, en attente de controle.'.
       1 a-plg-manquant.
           2 line n col 3 'Introuvable en rayon, recherche en cours.'.
       1 a-plg-incomplet.
           2 line n col 3 'Rendu incomplet, en attente des pieces '
           & 'manquantes.'.
       1 a-plg-res2.
           2 line 5 col 1 'Aucun livre trouve correspondant au mot cle'.
       procedure division.
       else
           move 'expo.dat' to nf-expo
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
           move 'formation-index-motcle.dat' to nf-index-motcle
       else
               perform 7000-recherche-isbn
           when 3
               perform 7100-recherche-auteur
           when 4
               perform 7400-recherche-serie
           when other
               display s-plg-titre
               accept s-mot1
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

       7350-collecter-refs-mot.
       move motcle(kMotIdx) to MotIdx
           end-read
       end-perform.

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
               add 1 to n
               display a-plg-lacunes
               add 2 to n
           end-if
       end-perform.

       7400-recherche-serie.
       display s-plg-serie
       accept s-serieCherchee
       move 0 to nbRefsIdx
       open input ftitre
       set finFtitre to false
       read ftitre next record at end set finFtitre to true end-read
       perform until finFtitre
           if (CodeSerieT = serieCherchee) and (nbRefsIdx < 200)
               add 1 to nbRefsIdx
               move RefT to refIdxTab(nbRefsIdx)
               move CodeSerieT to serieIdxTab(nbRefsIdx)
               move 0 to volIdxTab(nbRefsIdx)
               if NumVolumeT numeric
                   move NumVolumeT to volIdxTab(nbRefsIdx)
               end-if
           end-if
           read ftitre next record at end set finFtitre to true
           end-read
       end-perform
       close ftitre
       if nbRefsIdx = 0
           display a-plg-serieVide
           exit paragraph
       end-if
       perform 7385-trier-par-tome

       perform varying kRef from 1 by 1 until kRef > nbRefsIdx
           move refIdxTab(kRef) to RefS
           start frecherche key = RefS
               invalid key
                   set fin-frecherche to true
               not invalid key
                   set fin-frecherche to false
           end-start
           perform until fin-frecherche
               read frecherche next end set fin-frecherche to true
               not at end
                   if RefS not = refIdxTab(kRef)
                       set fin-frecherche to true
                   else
                       compute bool2 = 1
                       display a-plg-res
                       compute n = n + 8
                       perform 8800-resumer-ref
                       display a-plg-resume
                       compute n = n + 3
                       perform 8900-afficher-notice
                   end-if
               end-read
           end-perform
       end-perform
       perform 7390-afficher-lacunes.

       7150-resoudre-forme-auteur.
       open input fauteur
       move auteurCherche to FormeAut
       end-if.

       8900-afficher-notice.
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
       if Dispo = 'S'
           display a-plg-entretien
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
           perform 8950-chercher-exposition
           if expoTrouvee
                   end-if
           end-read
       end-perform
       close fnotice
       perform 8910-afficher-recommandations.

       8910-afficher-recommandations.
       if RefS = refRecoAffichee
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
                   if RefReco not = RefS
                       set finFreco to true
                   else
                       if RangReco = 1
                           display a-plg-enteteReco
                           add 1 to n
                       end-if
                       perform 8920-compter-dispo-liee
                       display a-plg-reco
                       add 1 to n
                   end-if
           end-read
       end-perform
       close frecommandation.

       8920-compter-dispo-liee.
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
               if RefS2 not = RefLieeReco
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

       8950-chercher-exposition.
       set expoTrouvee to false
