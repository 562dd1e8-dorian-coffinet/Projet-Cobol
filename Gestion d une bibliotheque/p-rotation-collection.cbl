       program-id. p-rotation-collection.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePret RefSP ExemplaireP CodeEP
       alternate record key RefSP duplicates
       alternate record key CodeEP duplicates.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select optional fjournal assign nf-journal
       organization line sequential.

       select ftrav assign 'rotation.tmp'.

       select fspool assign nomSpool
       organization line sequential.

       select fcsv assign 'rotation-collection.csv'
       organization line sequential.

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

       fd fjournal.
       01 ligne-journal pic x(80).

       sd ftrav.
       1 enr-rotation.
               2 refTri pic x(8).
               2 expTri pic 9(3).
               2 typeTri pic x.
               2 dateTri pic 9(8).
               2 utilTri pic 9(8).
               2 siteTri pic x(3).
               2 libcTri pic x(30).
               2 prixTri pic 9(3)v99.

       fd fspool.
       01 ligne-spool pic x(80).

       fd fcsv.
       01 ligne-csv pic x(200).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-journal pic x(30) value 'journal.dat'.

       1 anneeDemandee pic 9(4).
       1 dateJour pic 9(8).
       1 dateDebutAn pic 9(8).
       1 dateRef pic 9(8).
       1 dateInactif pic 9(8).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 dateLigneJ pic 9(8).

       1 refCourante pic x(8).
       1 expCourant pic 9(3).
       1 pic x.
       88 exemplaireConnu value 'o' false 'n'.
       1 siteCopie pic x(3).
       1 libcCopie pic x(30).
       1 prixCopie pic 9(3)v99.
       1 dateAjoutCopie pic 9(8).
       1 nbPretsCopie pic 9(5).
       1 nbConsultCopie pic 9(5).
       1 derniereUtil pic 9(8).

       1 tab-rotation.
           2 rot-ligne occurs 300.
              3 siteRot pic x(3).
              3 libcRot pic x(30).
              3 nbExRot pic 9(6).
              3 valeurRot pic 9(8)v99.
              3 nbPretsRot pic 9(7).
              3 nbConsultRot pic 9(7).
              3 nbInactifsRot pic 9(6).
              3 nbAcqRot pic 9(5).
              3 montantAcqRot pic 9(7)v99.
       1 nbRot pic 9(3) value 0.
       1 k pic 9(3).
       1 nbRotIgnores pic 9(5) value 0.
       1 totalEx pic 9(7) value 0.
       1 totalPrets pic 9(8) value 0.
       1 totalConsult pic 9(8) value 0.
       1 totalValeur pic 9(9)v99 value 0.
       1 totalInactifs pic 9(7) value 0.
       1 nbPretsHorsFonds pic 9(7) value 0.

       1 pretsParEx pic 9(4)v99.
       1 partFonds pic 9(3)v9.
       1 partPrets pic 9(3)v9.
       1 coutParPret pic 9(6)v99.
       1 pctInactifs pic 9(3)v9.
       1 nbEd pic zzzzzz9.
       1 nb2Ed pic zzzzzz9.
       1 ratioEd pic zzz9.99.
       1 pctEd pic zz9.9.
       1 pct2Ed pic zz9.9.
       1 pct3Ed pic zz9.9.
       1 montantEd pic zzzzz9.99.
       1 montant2Ed pic zzzzzzzz9.99.
       1 libcCsv pic x(30).
       1 ptrCsv pic 9(3).

       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'ROTATION'.
       1 codeSpoolDest pic x(8) value spaces.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Rotation de la collection et cout par '
           & 'pret'.
           2 line 3 col 1 'Annee analysee : '.
           2 s-annee line 3 col 25 pic 9(4) to anneeDemandee
           required.
       1 a-plg-termine.
           2 line 5 col 1 'Rapport envoye au spool : '.
           2 a-spool line 5 col 27 pic x(25) from nomSpool.
           2 line 6 col 1 'Tableau pour la commission dans '
           & 'rotation-collection.csv'.
           2 line 8 col 1 'Exemplaires : '.
           2 a-totalEx line 8 col 25 pic zzzzzz9 from totalEx.
           2 line 9 col 1 'Prets de l annee : '.
           2 a-totalPrets line 9 col 25 pic zzzzzzz9 from totalPrets.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
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
           move 'formation-journal.dat' to nf-journal
       else
           move 'journal.dat' to nf-journal
       end-if
       display s-plg-titre
       accept s-annee
       move function current-date(1:8) to dateJour

       compute dateDebutAn = anneeDemandee * 10000 + 101
       compute dateRef = anneeDemandee * 10000 + 1231
       if dateRef > dateJour
           move dateJour to dateRef
       end-if
       compute dateInactif = dateRef - 10000
       if dateInactif(5:4) = '0229'
           subtract 1 from dateInactif
       end-if

       sort ftrav on ascending key refTri expTri typeTri
           input procedure 7000-collecter
           output procedure 7500-cumuler

       perform 8000-imprimer-rapport
       perform 8500-ecrire-csv

       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-collecter.
       open input fsupport
       set finFich to false
       read fsupport next record at end set finFich to true
       end-read
       perform until finFich
           if (DateAjoutS <= dateRef) and (Dispo not = 'P')
           and (Dispo not = 'V')
               move RefS to refTri
               move Exemplaire to expTri
               move '1' to typeTri
               move DateAjoutS to dateTri
               move 0 to utilTri
               move SiteC to siteTri
               move LibC to libcTri
               move PrixS to prixTri
               release enr-rotation
           end-if
           read fsupport next record at end set finFich to true
           end-read
       end-perform
       close fsupport

       open input fpret
       set finFich to false
       read fpret next record at end set finFich to true
       end-read
       perform until finFich
           if DatePret <= dateRef
               move RefSP to refTri
               move ExemplaireP to expTri
               move '2' to typeTri
               move DatePret to dateTri
               if DateRetourP = 0
                   move dateRef to utilTri
               else
                   move DatePret to utilTri
               end-if
               move SiteCP to siteTri
               move spaces to libcTri
               move 0 to prixTri
               release enr-rotation
           end-if
           read fpret next record at end set finFich to true
           end-read
       end-perform
       close fpret

       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           if DatePretH <= dateRef
               move RefSH to refTri
               move ExemplaireH to expTri
               move '2' to typeTri
               move DatePretH to dateTri
               move DatePretH to utilTri
               move SiteCH to siteTri
               move spaces to libcTri
               move 0 to prixTri
               release enr-rotation
           end-if
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret

       open input fjournal
       set finFich to false
       read fjournal at end set finFich to true end-read
       perform until finFich
           move ligne-journal(1:8) to dateLigneJ
           if (ligne-journal(35:1) = 'C')
           and (dateLigneJ <= dateRef)
           and (ligne-journal(31:3) is numeric)
               move ligne-journal(17:8) to refTri
               move ligne-journal(31:3) to expTri
               move '3' to typeTri
               move dateLigneJ to dateTri
               move dateLigneJ to utilTri
               move spaces to siteTri
               move spaces to libcTri
               move 0 to prixTri
               release enr-rotation
           end-if
           read fjournal at end set finFich to true end-read
       end-perform
       close fjournal.

       7500-cumuler.
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           move refTri to refCourante
           move expTri to expCourant
           set exemplaireConnu to false
           move 0 to nbPretsCopie
           move 0 to nbConsultCopie
           move 0 to derniereUtil
           perform until finFtrav
               or (refTri not = refCourante)
               or (expTri not = expCourant)
               evaluate typeTri
                   when '1'
                       set exemplaireConnu to true
                       move siteTri to siteCopie
                       move libcTri to libcCopie
                       move prixTri to prixCopie
                       move dateTri to dateAjoutCopie
                   when '2'
                       if dateTri >= dateDebutAn
                           add 1 to nbPretsCopie
                       end-if
                   when '3'
                       if dateTri >= dateDebutAn
                           add 1 to nbConsultCopie
                       end-if
               end-evaluate
               if utilTri > derniereUtil
                   move utilTri to derniereUtil
               end-if
               return ftrav at end set finFtrav to true
               end-return
           end-perform
           if exemplaireConnu
               perform 7600-cumuler-exemplaire
           else
               add nbPretsCopie to nbPretsHorsFonds
           end-if
       end-perform.

       7600-cumuler-exemplaire.
       perform varying k from 1 by 1
           until (k > nbRot)
           or ((siteRot(k) = siteCopie) and (libcRot(k) = libcCopie))
           continue
       end-perform
       if k > nbRot
           if nbRot >= 300
               add 1 to nbRotIgnores
               exit paragraph
           end-if
           add 1 to nbRot
           move nbRot to k
           move siteCopie to siteRot(k)
           move libcCopie to libcRot(k)
           move 0 to nbExRot(k) valeurRot(k) nbPretsRot(k)
               nbConsultRot(k) nbInactifsRot(k) nbAcqRot(k)
               montantAcqRot(k)
       end-if
       add 1 to nbExRot(k)
       add prixCopie to valeurRot(k)
       add nbPretsCopie to nbPretsRot(k)
       add nbConsultCopie to nbConsultRot(k)
       if (dateAjoutCopie <= dateInactif)
       and (derniereUtil < dateInactif)
           add 1 to nbInactifsRot(k)
           add 1 to totalInactifs
       end-if
       if dateAjoutCopie >= dateDebutAn
           add 1 to nbAcqRot(k)
           add prixCopie to montantAcqRot(k)
       end-if
       add 1 to totalEx
       add prixCopie to totalValeur
       add nbPretsCopie to totalPrets
       add nbConsultCopie to totalConsult.

       7700-calculer-ratios.
       move 0 to pretsParEx partFonds partPrets coutParPret
           pctInactifs
       if nbExRot(k) > 0
           compute pretsParEx rounded = nbPretsRot(k) / nbExRot(k)
           compute pctInactifs rounded =
               nbInactifsRot(k) * 100 / nbExRot(k)
       end-if
       if totalEx > 0
           compute partFonds rounded = nbExRot(k) * 100 / totalEx
       end-if
       if totalPrets > 0
           compute partPrets rounded =
               nbPretsRot(k) * 100 / totalPrets
       end-if
       if nbPretsRot(k) > 0
           compute coutParPret rounded =
               valeurRot(k) / nbPretsRot(k)
       end-if.

       8000-imprimer-rapport.
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-spool
       string 'Rotation de la collection - annee ' anneeDemandee
           ' (situation au ' dateRef ')' delimited by size
           into ligne-spool
       write ligne-spool
       move 'Cout par pret : prix d achat des exemplaires / prets '
       & 'de l annee' to ligne-spool
       write ligne-spool
       move 'Inactifs : aucun pret ni consultation depuis 12 mois'
           to ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool
       perform varying k from 1 by 1 until k > nbRot
           perform 7700-calculer-ratios
           move nbExRot(k) to nbEd
           move nbPretsRot(k) to nb2Ed
           move spaces to ligne-spool
           string siteRot(k) ' ' libcRot(k) ' ex ' nbEd
               ' prets ' nb2Ed delimited by size into ligne-spool
           write ligne-spool
           move pretsParEx to ratioEd
           move partFonds to pctEd
           move partPrets to pct2Ed
           move coutParPret to montantEd
           move pctInactifs to pct3Ed
           move spaces to ligne-spool
           string '    prets/ex ' ratioEd '  fonds ' pctEd
               '%  prets ' pct2Ed '%  cout/pret ' montantEd
               '  inactifs ' pct3Ed '%' delimited by size
               into ligne-spool
           write ligne-spool
       end-perform
       move spaces to ligne-spool
       write ligne-spool
       move totalEx to nbEd
       move totalPrets to nb2Ed
       move totalValeur to montant2Ed
       move spaces to ligne-spool
       string 'Total : ex ' nbEd ' prets ' nb2Ed ' valeur '
           montant2Ed delimited by size into ligne-spool
       write ligne-spool
       move totalConsult to nbEd
       move totalInactifs to nb2Ed
       move spaces to ligne-spool
       string '        consultations ' nbEd ' inactifs ' nb2Ed
           delimited by size into ligne-spool
       write ligne-spool
       if nbPretsHorsFonds > 0
           move nbPretsHorsFonds to nbEd
           move spaces to ligne-spool
           string 'Prets d exemplaires sortis du fonds : ' nbEd
               delimited by size into ligne-spool
           write ligne-spool
       end-if
       if nbRotIgnores > 0
           move 'Attention : plus de 300 couples site et categorie, '
           & 'rapport incomplet' to ligne-spool
           write ligne-spool
       end-if
       close fspool.

       8500-ecrire-csv.
       open output fcsv
       move 'site,categorie,exemplaires,prets,consultations,'
       & 'prets_par_exemplaire,part_fonds,part_prets,valeur,'
       & 'cout_par_pret,pct_inactifs,acquisitions,'
       & 'montant_acquisitions' to ligne-csv
       write ligne-csv
       perform varying k from 1 by 1 until k > nbRot
           perform 7700-calculer-ratios
           move libcRot(k) to libcCsv
           inspect libcCsv replacing all ',' by ';'
           move spaces to ligne-csv
           move 1 to ptrCsv
           move nbExRot(k) to nbEd
           move nbPretsRot(k) to nb2Ed
           string siteRot(k) ',' function trim(libcCsv) ','
               function trim(nbEd) ',' function trim(nb2Ed) ','
               delimited by size into ligne-csv with pointer ptrCsv
           move nbConsultRot(k) to nbEd
           move pretsParEx to ratioEd
           move partFonds to pctEd
           move partPrets to pct2Ed
           move valeurRot(k) to montant2Ed
           string function trim(nbEd) ',' function trim(ratioEd)
               ',' function trim(pctEd) ',' function trim(pct2Ed) ','
               function trim(montant2Ed) ',' delimited by size
               into ligne-csv with pointer ptrCsv
           move coutParPret to montantEd
           move pctInactifs to pct3Ed
           move nbAcqRot(k) to nbEd
           move montantAcqRot(k) to montant2Ed
           string function trim(montantEd) ',' function trim(pct3Ed)
               ',' function trim(nbEd) ',' function trim(montant2Ed)
               delimited by size into ligne-csv with pointer ptrCsv
           write ligne-csv
       end-perform
       close fcsv.

       end program p-rotation-collection.
