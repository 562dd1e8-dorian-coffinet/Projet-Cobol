       program-id. p-import-compteurs.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional fcompteur assign nomCompteur
       organization line sequential.

       select optional fstats assign nf-stats-jour
       organization indexed access dynamic
       record key clefStat = DateStat SiteStat LibCStat.

       select frapport assign 'import-compteurs.txt'
       organization line sequential.

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       fd fcompteur.
       01 ligne-compteur pic x(80).

       fd fstats.
       1 stat-jour.
               2 DateStat pic 9(8).
               2 SiteStat pic x(3).
               2 LibCStat pic x(30).
               2 nbAdherentsStat pic 9(5).
               2 nbTitresStat pic 9(5).
               2 nbExemplairesStat pic 9(6).
               2 nbPretsOuvertsStat pic 9(5).
               2 nbPretsJourStat pic 9(5).
               2 nbRetoursJourStat pic 9(5).
               2 nbEvenementsStat pic 9(3).
               2 nbParticipantsStat pic 9(5).
               2 nbSessionsPosteStat pic 9(4).
               2 minutesPosteStat pic 9(6).
               2 nbVisitesStat pic 9(6).
               2 VisitesStat pic x.
               88 visitesImportees value 'O'.
               2 AnoVisitesStat pic x.
               88 visitesNulles value 'Z'.
               88 visitesPic value 'P'.

       fd frapport.
       01 ligne-rapport pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-stats-jour pic x(30) value 'stats-jour.dat'.
       1 nomCompteur pic x(30).

       1 fin-fsite pic x value 'n'.
       88 finFsite value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 statExiste value 'o' false 'n'.
       1 pic x.
       88 ligneValide value 'o' false 'n'.

       1 champ-date pic x(8).
       1 champ-nombre pic x(10).
       1 lgNombre pic 99.
       1 dateLue pic 9(8).
       1 nombreLu pic 9(6).
       1 motifRejet pic x(30).
       1 numLigne pic 9(5).

       1 tab-comptages.
           2 comptage-t occurs 400.
              3 dateCpt pic 9(8).
              3 nombreCpt pic 9(6).
              3 anoCpt pic x.
       1 nbComptages pic 9(3).
       1 kCpt pic 9(3).
       1 totalSite pic 9(8).
       1 nbNonNuls pic 9(3).
       1 moyenneSite pic 9(6).
       1 dateMin pic 9(8).
       1 dateMax pic 9(8).
       1 jourTeste pic 9(8).
       1 numJour pic 9(7).
       1 numJourMax pic 9(7).

       1 heureOuverture pic 9(4).
       1 heureFermeture pic 9(4).
       1 siteOuvert pic x.

       1 nbImportes pic 9(5) value 0.
       1 nbRejetes pic 9(5) value 0.
       1 nbSignales pic 9(5) value 0.
       1 nbManquants pic 9(5) value 0.
       1 nbEd pic zzzzz9.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Import des compteurs d entree'.
           2 line 3 col 1 'Fichiers lus : compteur-<site>.csv '
           & '(AAAAMMJJ,nombre)'.
       1 a-plg-termine.
           2 line 5 col 1 'Jours importes   : '.
           2 a-importes line 5 col 22 pic zzzz9 from nbImportes.
           2 line 6 col 1 'Lignes rejetees  : '.
           2 a-rejetes line 6 col 22 pic zzzz9 from nbRejetes.
           2 line 7 col 1 'Jours signales   : '.
           2 a-signales line 7 col 22 pic zzzz9 from nbSignales.
           2 line 8 col 1 'Jours manquants  : '.
           2 a-manquants line 8 col 22 pic zzzz9 from nbManquants.
           2 line 10 col 1 'Detail dans import-compteurs.txt'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-stats-jour.dat' to nf-stats-jour
       else
           move 'stats-jour.dat' to nf-stats-jour
       end-if
       display s-plg-titre
       open output frapport
       move 'Import des compteurs d entree' to ligne-rapport
       write ligne-rapport
       open i-o fstats
       open input fsite
       set finFsite to false
       read fsite next record at end set finFsite to true
       end-read
       perform until finFsite
           perform 7000-importer-site
           read fsite next record at end set finFsite to true
           end-read
       end-perform
       close fsite
       close fstats

       move spaces to ligne-rapport
       write ligne-rapport
       move nbImportes to nbEd
       string 'Jours importes : ' nbEd delimited by size
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       move nbRejetes to nbEd
       string 'Lignes rejetees : ' nbEd delimited by size
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       move nbSignales to nbEd
       string 'Jours signales : ' nbEd delimited by size
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       move nbManquants to nbEd
       string 'Jours manquants : ' nbEd delimited by size
           into ligne-rapport
       write ligne-rapport
       close frapport

       display a-plg-termine
       accept s-plg-suite
       goback.

       7000-importer-site.
       move spaces to nomCompteur
       string 'compteur-' function trim(CodeSite) '.csv'
           delimited by size into nomCompteur
       move spaces to ligne-rapport
       write ligne-rapport
       string 'Site ' CodeSite ' ' NomSite ' - ' nomCompteur
           delimited by size into ligne-rapport
       write ligne-rapport
       perform 7100-charger-fichier
       if nbComptages = 0
           move '  aucun jour a importer' to ligne-rapport
           write ligne-rapport
           exit paragraph
       end-if
       perform 7300-calculer-moyenne
       perform varying kCpt from 1 by 1 until kCpt > nbComptages
           perform 7400-controler-jour
           perform 7500-ecrire-visites
       end-perform
       perform 7600-chercher-manquants.

       7100-charger-fichier.
       move 0 to nbComptages
       move 0 to numLigne
       open input fcompteur
       set finFich to false
       read fcompteur at end set finFich to true end-read
       perform until finFich
           add 1 to numLigne
           if ligne-compteur not = spaces
               perform 7200-lire-ligne
           end-if
           read fcompteur at end set finFich to true end-read
       end-perform
       close fcompteur.

       7200-lire-ligne.
       move spaces to champ-date champ-nombre
       move 0 to lgNombre
       unstring ligne-compteur delimited by ',' or ';'
           into champ-date
                champ-nombre count in lgNombre
       end-unstring
       set ligneValide to true
       move spaces to motifRejet
       if (champ-date not numeric)
       or (lgNombre = 0) or (lgNombre > 6)
           set ligneValide to false
           move 'ligne illisible' to motifRejet
       else
           if champ-nombre(1:lgNombre) not numeric
               set ligneValide to false
               move 'nombre invalide' to motifRejet
           else
               move champ-date to dateLue
               compute nombreLu = function numval(
                   champ-nombre(1:lgNombre))
               if function test-date-yyyymmdd(dateLue) not = 0
                   set ligneValide to false
                   move 'date invalide' to motifRejet
               end-if
           end-if
       end-if
       if ligneValide
           perform varying kCpt from 1 by 1
               until (kCpt > nbComptages) or (dateCpt(kCpt) = dateLue)
               continue
           end-perform
           if kCpt <= nbComptages
               set ligneValide to false
               move 'jour en double dans le fichier' to motifRejet
           end-if
       end-if
       if ligneValide
           move dateLue to DateStat
           move CodeSite to SiteStat
           move spaces to LibCStat
           read fstats invalid set statExiste to false
                       not invalid set statExiste to true
           end-read
           if statExiste and visitesImportees
               set ligneValide to false
               move 'jour deja importe' to motifRejet
           end-if
       end-if
       if ligneValide and (nbComptages >= 400)
           set ligneValide to false
           move 'plus de 400 jours' to motifRejet
       end-if
       if ligneValide
           add 1 to nbComptages
           move dateLue to dateCpt(nbComptages)
           move nombreLu to nombreCpt(nbComptages)
           move space to anoCpt(nbComptages)
       else
           add 1 to nbRejetes
           move spaces to ligne-rapport
           string '  ligne ' numLigne ' rejetee : ' motifRejet ' '
               ligne-compteur(1:20) delimited by size
               into ligne-rapport
           write ligne-rapport
       end-if.

       7300-calculer-moyenne.
       move 0 to totalSite
       move 0 to nbNonNuls
       move 99999999 to dateMin
       move 0 to dateMax
       perform varying kCpt from 1 by 1 until kCpt > nbComptages
           if nombreCpt(kCpt) > 0
               add nombreCpt(kCpt) to totalSite
               add 1 to nbNonNuls
           end-if
           if dateCpt(kCpt) < dateMin
               move dateCpt(kCpt) to dateMin
           end-if
           if dateCpt(kCpt) > dateMax
               move dateCpt(kCpt) to dateMax
           end-if
       end-perform
       move 0 to moyenneSite
       if nbNonNuls > 0
           compute moyenneSite = totalSite / nbNonNuls
       end-if.

       7400-controler-jour.
       move space to anoCpt(kCpt)
       if nombreCpt(kCpt) = 0
           call 'Chercherhoraire' using dateCpt(kCpt) CodeSite
               heureOuverture heureFermeture siteOuvert
           end-call
           if siteOuvert = 'O'
               move 'Z' to anoCpt(kCpt)
               move spaces to ligne-rapport
               string '  ' dateCpt(kCpt) ' signale : aucune entree '
                   'un jour d ouverture' delimited by size
                   into ligne-rapport
               write ligne-rapport
           end-if
       else
           if (nbNonNuls > 2)
           and (nombreCpt(kCpt) > moyenneSite * 3)
               move 'P' to anoCpt(kCpt)
               move nombreCpt(kCpt) to nbEd
               move spaces to ligne-rapport
               string '  ' dateCpt(kCpt) ' signale : pic de ' nbEd
                   ' entrees' delimited by size into ligne-rapport
               write ligne-rapport
           end-if
       end-if
       if anoCpt(kCpt) not = space
           add 1 to nbSignales
       end-if.

       7500-ecrire-visites.
       move dateCpt(kCpt) to DateStat
       move CodeSite to SiteStat
       move spaces to LibCStat
       read fstats invalid set statExiste to false
                   not invalid set statExiste to true
       end-read
       move dateCpt(kCpt) to DateStat
       move CodeSite to SiteStat
       move spaces to LibCStat
       move nombreCpt(kCpt) to nbVisitesStat
       move 'O' to VisitesStat
       move anoCpt(kCpt) to AnoVisitesStat
       if statExiste
           rewrite stat-jour
           end-rewrite
       else
           move 0 to nbAdherentsStat
           move 0 to nbTitresStat
           move 0 to nbExemplairesStat
           move 0 to nbPretsOuvertsStat
           move 0 to nbPretsJourStat
           move 0 to nbRetoursJourStat
           move 0 to nbEvenementsStat
           move 0 to nbParticipantsStat
           move 0 to nbSessionsPosteStat
           move 0 to minutesPosteStat
           write stat-jour invalid continue
           end-write
       end-if
       add 1 to nbImportes.

       7600-chercher-manquants.
       compute numJour = function integer-of-date(dateMin)
       compute numJourMax = function integer-of-date(dateMax)
       perform until numJour > numJourMax
           compute jourTeste = function date-of-integer(numJour)
           perform varying kCpt from 1 by 1
               until (kCpt > nbComptages)
               or (dateCpt(kCpt) = jourTeste)
               continue
           end-perform
           if kCpt > nbComptages
               perform 7700-controler-manquant
           end-if
           add 1 to numJour
       end-perform.

       7700-controler-manquant.
       move jourTeste to DateStat
       move CodeSite to SiteStat
       move spaces to LibCStat
       read fstats invalid set statExiste to false
                   not invalid set statExiste to true
       end-read
       if statExiste and visitesImportees
           exit paragraph
       end-if
       call 'Chercherhoraire' using jourTeste CodeSite
           heureOuverture heureFermeture siteOuvert
       end-call
       if siteOuvert = 'O'
           add 1 to nbManquants
           move spaces to ligne-rapport
           string '  ' jourTeste ' manquant : site ouvert sans '
               'comptage' delimited by size into ligne-rapport
           write ligne-rapport
       end-if.

       end program p-import-compteurs.
