       program-id. pa-etat-civil.

       select fregistre assign 'etat-civil.csv'
       organization line sequential.

       select fcontrole assign 'etat-civil-controle.txt'
       organization line sequential.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePretP RefSp ExemplaireP CodeEp
       alternate record key CodeEp duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       fd fregistre.
       01 ligneRegistre pic x(400).

       fd fcontrole.
       01 ligneControle pic x(132).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 adrE-r redefines adrE.
                  3 rueE pic x(100).
                  3 codePostalE pic x(5).
                  3 villeE pic x(45).
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

       fd fpret.
       1 pretp.
               2 DatePretP pic 9(8).
               2 RefSp pic x(8).
               2 ExemplaireP pic 9(3).
               2 CodeEp pic x(8).
               2 DateRetourP pic 9(8).
               2 NbRenouvP pic 9.
               2 SiteCP pic x(3).
               2 DateEcheanceP pic 9(8).
               2 HeureEcheanceP pic 9(4).

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

       fd freserve.
       1 reservation.
               2 RefRes pic x(8).
               2 DateRes pic 9(8).
               2 HeureRes pic 9(6).
               2 CodeRes pic x(8).
               2 StatutRes pic x.
               88 resEnAttente value 'E'.
               88 resNotifiee value 'N'.
               88 resRetiree value 'F'.
               88 resExpiree value 'X'.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fnote.
       1 note-enr.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-note pic x(30) value 'note.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 reponseAppliquer pic x.
       1 pic x.
       88 appliquer value 'o' false 'n'.
       1 pic x.
       88 premiereLigne value 'o' false 'n'.
       1 pic x.
       88 ligneCertaine value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 fin-fregistre pic x value 'n'.
       88 finFregistre value 'o' false 'n'.
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 fin-freserve pic x value 'n'.
       88 finFreserve value 'o' false 'n'.
       1 fin-fnote pic x value 'n'.
       88 finFnote value 'o' false 'n'.

       1 champ-type pic x.
       88 typeDemenagement value 'D'.
       88 typeDeces value 'X'.
       1 champ-nom pic x(30).
       1 champ-prenom pic x(30).
       1 champ-naissance pic x(8).
       1 champ-rue pic x(100).
       1 champ-cp pic x(5).
       1 champ-ville pic x(45).
       1 champ-date pic x(8).
       1 dateNaissanceReg pic 9(8).
       1 dateEvenement pic 9(8).
       1 nomCherche pic x(30).
       1 prenomCherche pic x(30).
       1 nbExacts pic 9(3).
       1 nbHomonymes pic 9(3).
       1 codeTrouve pic x(8).
       1 codeHomonyme pic x(8).
       1 motifControle pic x(50).
       1 adresseProposee pic x(150).
       1 adresseProposee-r redefines adresseProposee.
           2 rueProposee pic x(100).
           2 cpProposee pic x(5).
           2 villeProposee pic x(45).
       1 dateJour pic 9(8).
       1 numLigne pic 9(5) value 0.
       1 nbLignes pic 9(5) value 0.
       1 nbDemenagements pic 9(5) value 0.
       1 nbDeces pic 9(5) value 0.
       1 nbAVerifier pic 9(5) value 0.
       1 nbNonAdherents pic 9(5) value 0.
       1 nbPretsClos pic 9(5) value 0.
       1 nbReservationsCloses pic 9(5) value 0.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-nomfichPret pic x(15) value 'pret'.
       1 h-nomfichRes pic x(15) value 'reservation'.
       1 h-nomfichNote pic x(15) value 'note'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Mouvements de l etat civil (fichier '
           & 'etat-civil.csv)'.
           2 line 3 col 1 'Format : Type;Nom;Prenom;Naissance;Rue;'
           & 'CodePostal;Ville;DateEvenement'.
           2 line 4 col 1 '(Type D-demenagement X-deces, dates '
           & 'AAAAMMJJ)'.
           2 line 6 col 1 'Appliquer les changements certains '
           & '(O/N, N = proposer seulement) : '.
           2 s-appliquer line 6 col 68 pic x to reponseAppliquer
           required.
       1 a-plg-termine.
           2 line 8 col 1 'Lignes lues : '.
           2 a-nbLignes line 8 col 40 pic zzzz9 from nbLignes.
           2 line 9 col 1 'Demenagements : '.
           2 a-nbDem line 9 col 40 pic zzzz9 from nbDemenagements.
           2 line 10 col 1 'Deces : '.
           2 a-nbDeces line 10 col 40 pic zzzz9 from nbDeces.
           2 line 11 col 1 'Prets clos / reservations closes : '.
           2 a-nbPrets line 11 col 40 pic zzzz9 from nbPretsClos.
           2 line 11 col 46 '/'.
           2 a-nbRes line 11 col 48 pic zzzz9
           from nbReservationsCloses.
           2 line 12 col 1 'A verifier : '.
           2 a-nbVerif line 12 col 40 pic zzzz9 from nbAVerifier.
           2 line 13 col 1 'Sans correspondance (non adherents) : '.
           2 a-nbNon line 13 col 40 pic zzzz9 from nbNonAdherents.
           2 line 15 col 1 'Le detail est dans etat-civil-controle.txt'.
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
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-appliquer
       if function upper-case(reponseAppliquer) = 'O'
           set appliquer to true
       else
           set appliquer to false
       end-if

       open input fregistre
       open output fcontrole
       open i-o fadherent
       open i-o fpret
       open i-o fsupport
       open i-o freserve
       move spaces to ligneControle
       if appliquer
           string 'Etat civil du ' dateJour
               ' : changements certains appliques'
               delimited by size into ligneControle
       else
           string 'Etat civil du ' dateJour
               ' : propositions, rien n a ete applique'
               delimited by size into ligneControle
       end-if
       write ligneControle
       move spaces to ligneControle
       write ligneControle

       set premiereLigne to true
       read fregistre at end set finFregistre to true end-read
       perform until finFregistre
           add 1 to numLigne
           if premiereLigne and (function upper-case(
               ligneRegistre(1:5)) = 'TYPE;')
               set premiereLigne to false
           else
               set premiereLigne to false
               add 1 to nbLignes
               perform 8000-traiter-ligne
           end-if
           read fregistre at end set finFregistre to true end-read
       end-perform

       close fregistre
       close fcontrole
       close fadherent
       close fpret
       close fsupport
       close freserve

       display a-plg-termine
       accept s-plg-suite
       goback.

       8000-traiter-ligne.
       move spaces to champ-type champ-nom champ-prenom
       move spaces to champ-naissance champ-rue champ-cp
       move spaces to champ-ville champ-date
       unstring ligneRegistre delimited by ';'
           into champ-type champ-nom champ-prenom champ-naissance
                champ-rue champ-cp champ-ville champ-date
       end-unstring
       move function upper-case(champ-type) to champ-type
       set ligneCertaine to true
       move spaces to motifControle

       if not typeDemenagement and not typeDeces
           set ligneCertaine to false
           move 'type de mouvement inconnu' to motifControle
       end-if
       if ligneCertaine
           if (champ-naissance not numeric)
               set ligneCertaine to false
               move 'date de naissance illisible' to motifControle
           else
               move champ-naissance to dateNaissanceReg
           end-if
       end-if
       if ligneCertaine
           if champ-date is numeric
               move champ-date to dateEvenement
           else
               move dateJour to dateEvenement
           end-if
           if function test-date-yyyymmdd(dateEvenement) not = 0
               set ligneCertaine to false
               move 'date de l evenement invalide' to motifControle
           end-if
       end-if
       if ligneCertaine and typeDemenagement
           if (champ-rue = spaces) or (champ-cp not numeric)
           or (champ-ville = spaces)
               set ligneCertaine to false
               move 'adresse incomplete' to motifControle
           end-if
       end-if
       if not ligneCertaine
           perform 8900-a-verifier
           exit paragraph
       end-if

       perform 8100-rechercher-adherent
       evaluate true
           when (nbExacts = 0) and (nbHomonymes = 0)
               add 1 to nbNonAdherents
           when nbExacts > 1
               move codeTrouve to codeHomonyme
               move 'plusieurs adherents correspondent' to
                   motifControle
               perform 8900-a-verifier
           when nbExacts = 0
               move 'meme nom, date de naissance differente'
                   to motifControle
               perform 8900-a-verifier
           when other
               perform 8200-lire-adherent
               if decedeE = 'O'
                   continue
               else
                   if typeDemenagement
                       perform 8300-demenager
                   else
                       perform 8500-declarer-deces
                   end-if
               end-if
       end-evaluate.

       8100-rechercher-adherent.
       move 0 to nbExacts
       move 0 to nbHomonymes
       move spaces to codeTrouve codeHomonyme
       move function upper-case(champ-nom) to nomCherche
       move function upper-case(champ-prenom) to prenomCherche
       move low-values to codeE
       start fadherent key >= codeE
           invalid key
               set finFadherent to true
           not invalid key
               set finFadherent to false
       end-start
       perform until finFadherent
           read fadherent next record
               at end
                   set finFadherent to true
               not at end
                   if (function upper-case(nomE) = nomCherche)
                   and (function upper-case(prenomE) = prenomCherche)
                       if dateNaissanceE = dateNaissanceReg
                           add 1 to nbExacts
                           if nbExacts = 1
                               move codeE to codeTrouve
                           end-if
                       else
                           add 1 to nbHomonymes
                           if nbHomonymes = 1
                               move codeE to codeHomonyme
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.

       8200-lire-adherent.
       move codeTrouve to codeE
       read fadherent invalid set erreur to true
                      not invalid set erreur to false
       end-read.

       8300-demenager.
       move spaces to adresseProposee
       move champ-rue to rueProposee
       move champ-cp to cpProposee
       move champ-ville to villeProposee
       if adresseProposee = adrE
           exit paragraph
       end-if
       add 1 to nbDemenagements
       move spaces to ligneControle
       if appliquer
           string codeE ' ' function trim(nomE) ' '
               function trim(prenomE) ' : nouvelle adresse '
               function trim(rueProposee) ' ' cpProposee ' '
               function trim(villeProposee)
               delimited by size into ligneControle
       else
           string codeE ' ' function trim(nomE) ' '
               function trim(prenomE) ' : adresse proposee '
               function trim(rueProposee) ' ' cpProposee ' '
               function trim(villeProposee)
               delimited by size into ligneControle
       end-if
       write ligneControle
       if not appliquer
           exit paragraph
       end-if

       move adresseProposee to adrE
       if adrInvalideE = 'O'
           move 'N' to adrInvalideE
           move 0 to dateAdrInvalideE
           perform 8400-lever-adresse-invalide
       end-if
       rewrite adherent invalid set erreur to true
                        not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move codeE to h-cleprim
       perform 9000-ecrire-histo.

       8400-lever-adresse-invalide.
       open i-o fnote
       move codeE to CodeNote
       move 0 to DateNote
       move 0 to HeureNote
       start fnote key >= clefNote
           invalid key
               set finFnote to true
           not invalid key
               set finFnote to false
       end-start
       perform until finFnote
           read fnote next record
               at end
                   set finFnote to true
               not at end
                   if CodeNote not = codeE
                       set finFnote to true
                   else
                       if TexteNote(1:16) = 'ADRESSE INVALIDE'
                           delete fnote
                           end-delete
                           move 'S' to h-codeope
                           move codeE to h-cleprim
                           move 'O' to h-opereu
                           call 'Ecrirehisto' using h-codeope
                                h-nomfichNote h-cleprim h-opereu
                           end-call
                       end-if
                   end-if
           end-read
       end-perform
       close fnote.

       8500-declarer-deces.
       add 1 to nbDeces
       move spaces to ligneControle
       if appliquer
           string codeE ' ' function trim(nomE) ' '
               function trim(prenomE) ' : deces le ' dateEvenement
               ', fiche close' delimited by size into ligneControle
       else
           string codeE ' ' function trim(nomE) ' '
               function trim(prenomE) ' : deces le ' dateEvenement
               ' a enregistrer' delimited by size into ligneControle
       end-if
       write ligneControle
       if not appliquer
           exit paragraph
       end-if

       move 'O' to decedeE
       move dateEvenement to dateDecesE
       move 'N' to canalE
       if consentLettreE = 'O'
           move 'N' to consentLettreE
           move dateJour to dateConsentLettreE
       end-if
       if consentEvenementE = 'O'
           move 'N' to consentEvenementE
           move dateJour to dateConsentEvenementE
       end-if
       if dateExpirationE > dateEvenement
           move dateEvenement to dateExpirationE
       end-if
       rewrite adherent invalid set erreur to true
                        not invalid set erreur to false
       end-rewrite
       move 'M' to h-codeope
       move codeE to h-cleprim
       perform 9000-ecrire-histo
       perform 8600-clore-prets
       perform 8700-clore-reservations.

       8600-clore-prets.
       move codeE to CodeEp
       start fpret key = CodeEp
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
                   if CodeEp not = codeE
                       set finFpret to true
                   else
                       if DateRetourP = 0
                           perform 8650-clore-pret
                       end-if
                   end-if
           end-read
       end-perform.

       8650-clore-pret.
       move dateJour to DateRetourP
       rewrite pretp invalid set erreur to true
                     not invalid set erreur to false
       end-rewrite
       move RefSp to h-cleprim
       move 'M' to h-codeope
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfichPret h-cleprim
                                h-opereu
       end-call
       add 1 to nbPretsClos
       move RefSp to RefSu
       move ExemplaireP to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if supportExistant
           move 'P' to Dispo
           rewrite livre
           end-rewrite
       end-if
       move spaces to ligneControle
       string '    pret clos : ' RefSp ' ex. ' ExemplaireP ' '
           LibS ' (a recuperer aupres de la famille)'
           delimited by size into ligneControle
       write ligneControle.

       8700-clore-reservations.
       move low-values to clefRes
       start freserve key >= clefRes
           invalid key
               set finFreserve to true
           not invalid key
               set finFreserve to false
       end-start
       perform until finFreserve
           read freserve next record
               at end
                   set finFreserve to true
               not at end
                   if (CodeRes = codeE)
                   and (resEnAttente or resNotifiee)
                       perform 8750-clore-reservation
                   end-if
           end-read
       end-perform.

       8750-clore-reservation.
       if resNotifiee and (ExemplaireRes not = 0)
           move RefRes to RefSu
           move ExemplaireRes to ExemplaireU
           read fsupport invalid set supportExistant to false
                         not invalid set supportExistant to true
           end-read
           if supportExistant and (Dispo = 'H')
               move 'O' to Dispo
               move 0 to DateLimiteRetrait
               rewrite livre
               end-rewrite
           end-if
       end-if
       set resExpiree to true
       rewrite reservation invalid set erreur to true
                           not invalid set erreur to false
       end-rewrite
       move RefRes to h-cleprim
       move 'M' to h-codeope
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfichRes h-cleprim
                                h-opereu
       end-call
       add 1 to nbReservationsCloses.

       8900-a-verifier.
       add 1 to nbAVerifier
       move spaces to ligneControle
       string 'A VERIFIER ligne ' numLigne ' (' champ-type ') '
           function trim(champ-nom) ' ' function trim(champ-prenom)
           ' ne le ' champ-naissance ' : '
           function trim(motifControle)
           delimited by size into ligneControle
       write ligneControle
       if codeHomonyme not = spaces
           move spaces to ligneControle
           string '    adherent possible : ' codeHomonyme
               delimited by size into ligneControle
           write ligneControle
       end-if
       move spaces to codeHomonyme.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pa-etat-civil.
