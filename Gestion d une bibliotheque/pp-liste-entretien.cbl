       program-id. pp-liste-entretien.

       select optional fregle assign 'regle-entretien.dat'
       organization indexed access dynamic
       record key LibCatRE.

       select optional fentretien assign nf-entretien
       organization indexed access dynamic
       record key clefEN = RefEN ExemplaireEN
       sharing with all other
       lock mode is automatic.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select ftrav assign 'entretien-a-faire.tmp'.

       select frapport assign 'entretien-a-faire.txt'
       organization line sequential.

       fd fregle.
       1 regle-entretien.
               2 LibCatRE pic x(30).
               2 IntervallePretsRE pic 9(3).
               2 IntervalleJoursRE pic 9(3).
               2 ConsigneRE pic x(60).

       fd fentretien.
       1 entretien-enr.
               2 RefEN pic x(8).
               2 ExemplaireEN pic 9(3).
               2 SiteEN pic x(3).
               2 NbPretsEN pic 9(4).
               2 DateDernierEN pic 9(8).
               2 StatutEN pic x.
               88 entretienAJour value 'O'.
               88 entretienDu value 'D'.
               2 DateDuEN pic 9(8).
               2 MotifEN pic x.
               88 motifPrets value 'P'.
               88 motifJours value 'J'.

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

       sd ftrav.
       1 enr-trav.
               2 siteTri pic x(3).
               2 actionTri pic x.
               2 refTri pic x(8).
               2 expTri pic 9(3).
               2 libTri pic x(30).
               2 nbPretsTri pic 9(4).
               2 dateDernierTri pic 9(8).
               2 consigneTri pic x(60).

       fd frapport.
       01 ligne-rapport pic x(120).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-entretien pic x(30) value 'entretien.dat'.

       1 fin-fregle pic x value 'n'.
       88 finFregle value 'o' false 'n'.
       1 fin-fsupport pic x value 'n'.
       88 finFsupport value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 pic x.
       88 etatExiste value 'o' false 'n'.
       1 pic x.
       88 echeanceAtteinte value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 joursDepuis pic 9(5).
       1 siteCourant pic x(3).
       1 nbSite pic 9(5).
       1 nbTotalListes pic 9(5) value 0.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'entretien'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       1 tab-regles.
           2 regle-t occurs 50.
              3 libCatT pic x(30).
              3 pretsT pic 9(3).
              3 joursT pic 9(3).
              3 consigneT pic x(60).
       1 nbRegles pic 99 value 0.
       1 kR pic 99.

       linkage section.
       1 nbTraites pic 9(3).

       procedure division using nbTraites.
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-entretien.dat' to nf-entretien
       else
           move 'entretien.dat' to nf-entretien
       end-if
       move 0 to nbTraites
       move function current-date(1:8) to dateJour
       perform 7000-charger-regles
       if nbRegles > 0
           open i-o fsupport
           open i-o fentretien
       end-if

       sort ftrav on ascending key siteTri actionTri refTri expTri
           input procedure 7500-collecter-exemplaires
           output procedure 7600-ecrire-liste
       if nbRegles > 0
           close fsupport
           close fentretien
       end-if
       if nbTotalListes > 999
           move 999 to nbTraites
       else
           move nbTotalListes to nbTraites
       end-if
       goback.

       7000-charger-regles.
       open input fregle
       set finFregle to false
       read fregle next record at end set finFregle to true
       end-read
       perform until finFregle
           if ((IntervallePretsRE > 0) or (IntervalleJoursRE > 0))
           and (nbRegles < 50)
               add 1 to nbRegles
               move LibCatRE to libCatT(nbRegles)
               move IntervallePretsRE to pretsT(nbRegles)
               move IntervalleJoursRE to joursT(nbRegles)
               move ConsigneRE to consigneT(nbRegles)
           end-if
           read fregle next record at end set finFregle to true
           end-read
       end-perform
       close fregle.

       7500-collecter-exemplaires.
       if nbRegles = 0
           exit paragraph
       end-if
       set finFsupport to false
       read fsupport next record at end set finFsupport to true
       end-read
       perform until finFsupport
           perform varying kR from 1 by 1
               until (kR > nbRegles) or (libCatT(kR) = LibC)
               continue
           end-perform
           if (kR <= nbRegles) and (Dispo not = 'P')
               perform 7550-examiner-exemplaire
           end-if
           read fsupport next record at end set finFsupport to true
           end-read
       end-perform.

       7550-examiner-exemplaire.
       move RefS to RefEN
       move Exemplaire to ExemplaireEN
       read fentretien invalid set etatExiste to false
                       not invalid set etatExiste to true
       end-read
       if not etatExiste
           move RefS to RefEN
           move Exemplaire to ExemplaireEN
           move SiteC to SiteEN
           move 0 to NbPretsEN
           if function test-date-yyyymmdd(DateAjoutS) = 0
               move DateAjoutS to DateDernierEN
           else
               move dateJour to DateDernierEN
           end-if
           set entretienAJour to true
           move 0 to DateDuEN
           move space to MotifEN
       end-if
       if function test-date-yyyymmdd(DateDernierEN) = 0
           compute joursDepuis =
               function integer-of-date(dateJour)
               - function integer-of-date(DateDernierEN)
       else
           move 0 to joursDepuis
       end-if
       set echeanceAtteinte to false
       if entretienDu
           set echeanceAtteinte to true
       end-if
       if (joursT(kR) > 0) and (joursDepuis >= joursT(kR))
           set echeanceAtteinte to true
           if not entretienDu
               set motifJours to true
           end-if
       end-if
       if (pretsT(kR) > 0) and (NbPretsEN >= pretsT(kR))
           set echeanceAtteinte to true
           if not entretienDu
               set motifPrets to true
           end-if
       end-if
       if (Dispo not = 'S') and (not echeanceAtteinte)
           exit paragraph
       end-if
       if (Dispo not = 'S') and (Dispo not = 'O') and (Dispo not = 'N')
           exit paragraph
       end-if

       evaluate true
           when Dispo = 'S'
               move 'A' to actionTri
           when Dispo = 'O'
               move 'B' to actionTri
               move 'S' to Dispo
               rewrite livre
               end-rewrite
               string RefS Exemplaire delimited by size
                   into h-cleprim
               call 'Ecrirehisto' using h-codeope h-nomfich
                    h-cleprim h-opereu
               end-call
           when Dispo = 'N'
               move 'C' to actionTri
       end-evaluate
       if not entretienDu
           move dateJour to DateDuEN
       end-if
       set entretienDu to true
       if etatExiste
           rewrite entretien-enr
           end-rewrite
       else
           write entretien-enr invalid continue
           end-write
       end-if

       if (actionTri = 'A') and (SiteEN not = spaces)
           move SiteEN to siteTri
       else
           move SiteC to siteTri
       end-if
       move RefS to refTri
       move Exemplaire to expTri
       move LibS to libTri
       move NbPretsEN to nbPretsTri
       move DateDernierEN to dateDernierTri
       move consigneT(kR) to consigneTri
       release enr-trav.

       7600-ecrire-liste.
       open output frapport
       move spaces to ligne-rapport
       string 'Entretien du materiel a faire au ' dateJour
           delimited by size into ligne-rapport
       write ligne-rapport
       move 'Enregistrer chaque controle pour remettre l exemplaire '
           & 'en service.' to ligne-rapport
       write ligne-rapport
       move spaces to siteCourant
       move 0 to nbSite
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           if (siteTri not = siteCourant) or (nbSite = 0)
               move siteTri to siteCourant
               move 0 to nbSite
               move spaces to ligne-rapport
               write ligne-rapport
               string 'Site ' siteCourant delimited by size
                   into ligne-rapport
               write ligne-rapport
           end-if
           add 1 to nbSite
           add 1 to nbTotalListes
           move spaces to ligne-rapport
           evaluate actionTri
               when 'A'
                   string '  ' refTri ' ' expTri ' ' libTri ' prets '
                       nbPretsTri ' controle le ' dateDernierTri
                       ' -> hors service, a controler'
                       delimited by size into ligne-rapport
               when 'B'
                   string '  ' refTri ' ' expTri ' ' libTri ' prets '
                       nbPretsTri ' controle le ' dateDernierTri
                       ' -> a retirer du rayon'
                       delimited by size into ligne-rapport
               when other
                   string '  ' refTri ' ' expTri ' ' libTri ' prets '
                       nbPretsTri ' controle le ' dateDernierTri
                       ' -> sorti, a controler au retour'
                       delimited by size into ligne-rapport
           end-evaluate
           write ligne-rapport
           if consigneTri not = spaces
               move spaces to ligne-rapport
               string '      ' consigneTri delimited by size
                   into ligne-rapport
               write ligne-rapport
           end-if
           return ftrav at end set finFtrav to true
           end-return
       end-perform
       close frapport.

       end program pp-liste-entretien.
