       program-id. pa-courrier-retour.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fretour assign nf-courrier-retour
       organization indexed access dynamic
       record key clefRet = CodeRet DateRet HeureRet.

       select optional fnote assign nf-note
       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       select frapport assign 'adresses-invalides.txt'
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

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

       fd fretour.
       1 courrier-retour.
               2 CodeRet pic x(8).
               2 DateRet pic 9(8).
               2 HeureRet pic 9(6).
               2 TypeDocRet pic x.
               88 retourLettre value 'L'.
               88 retourCarte value 'C'.
               88 retourFacture value 'F'.
               88 retourAutre value 'A'.
               2 MotifRet pic x(40).
               2 LoginRet pic 9(5).

       fd fnote.
       1 note-enr.
               2 CodeNote pic x(8).
               2 DateNote pic 9(8).
               2 HeureNote pic 9(6).
               2 LoginNote pic 9(5).
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

       fd frapport.
       01 ligne-rapport pic x(100).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-courrier-retour pic x(30) value 'courrier-retour.dat'.
       1 nf-note pic x(30) value 'note.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 cod pic x(8).
       1 typeSaisi pic x.
       1 motifSaisi pic x(40).
       1 dh pic x(21).
       1 dateJour pic 9(8).
       1 nbInvalides pic 9(5) value 0.
       1 pic x.
       88 codexiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 tab-invalides.
           2 invalide-ligne occurs 500.
              3 siteInv pic x(3).
              3 texteInv pic x(90).
       1 nbLignesInv pic 9(3) value 0.
       1 kSort1 pic 9(3).
       1 kSort2 pic 9(3).
       1 kInv pic 9(3).
       1 tmp-invalide.
           2 tmpSiteInv pic x(3).
           2 tmpTexteInv pic x(90).
       1 siteCourant pic x(3).
       1 nbSite pic 9(5).
       1 libMail pic x(12).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'LISTE'.
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'adherent'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Courrier revenu (adresse invalide)'.
           2 line 3 col 1 '1-Enregistrer un courrier revenu'.
           2 line 4 col 1 '2-Etat des adresses invalides par site'.
           2 line 5 col 1 '3-Quitter'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.

       1 s-plg-retour.
           2 line 8 col 1 'Code adherent : '.
           2 s-code line 8 col 30 pic x(8) to cod required.
           2 line 9 col 1 'Document revenu (L-lettre C-carte '
           & 'F-facture A-autre) : '.
           2 s-type line 9 col 57 pic x to typeSaisi required.
           2 line 10 col 1 'Mention de La Poste : '.
           2 s-motif line 10 col 30 pic x(40) to motifSaisi.
       1 a-plg-codeInconnu.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-typeInvalide.
           2 line 22 col 1 'Type de document invalide : L, C, F ou A.'.
       1 a-plg-enregistre.
           2 line 22 col 1 'Adresse marquee invalide : plus de '
           & 'courrier papier, une note attend l accueil.'.
       1 a-plg-etat.
           2 line 22 col 1 'Adresses invalides : '.
           2 a-nbInvalides line 22 col 23 pic zzzz9 from nbInvalides.
           2 line 22 col 30 ', etat dans adresses-invalides.txt'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-courrier-retour.dat' to nf-courrier-retour
       else
           move 'courrier-retour.dat' to nf-courrier-retour
       end-if
       if mode-formation = 'O'
           move 'formation-note.dat' to nf-note
       else
           move 'note.dat' to nf-note
       end-if

       display s-plg-titre
       accept s-choix
       perform until choix = 3
           evaluate choix
               when 1 perform 8000-enregistrer-retour
               when 2 perform 8500-etat-invalides
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-enregistrer-retour.
       display s-plg-retour
       accept s-code
       accept s-type
       move spaces to motifSaisi
       accept s-motif
       move function upper-case(typeSaisi) to typeSaisi
       if typeSaisi not = 'L' and 'C' and 'F' and 'A'
           display a-plg-typeInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       move function current-date to dh
       move dh(1:8) to dateJour

       open i-o fadherent
       move cod to codeE
       read fadherent invalid set codexiste to false
                      not invalid set codexiste to true
       end-read
       if not codexiste
           close fadherent
           display a-plg-codeInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       move 'O' to adrInvalideE
       move dateJour to dateAdrInvalideE
       rewrite adherent invalid set erreur to true
                        not invalid set erreur to false
       end-rewrite
       close fadherent

       open i-o fretour
       move cod to CodeRet
       move dateJour to DateRet
       move dh(9:6) to HeureRet
       move typeSaisi to TypeDocRet
       move motifSaisi to MotifRet
       move logutil-courant to LoginRet
       write courrier-retour invalid continue
       end-write
       close fretour

       open i-o fnote
       move cod to CodeNote
       move dateJour to DateNote
       move dh(9:6) to HeureNote
       move logutil-courant to LoginNote
       move 0 to DateExpNote
       move spaces to TexteNote
       string 'ADRESSE INVALIDE : courrier revenu le ' dateJour
           ', faire corriger l adresse' delimited by size
           into TexteNote
       write note-enr invalid continue
       end-write
       close fnote

       move cod to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-enregistre
       accept s-plg-suite.

       8500-etat-invalides.
       move 0 to nbInvalides
       move 0 to nbLignesInv
       open input fadherent
       set finFadherent to false
       read fadherent next record at end set finFadherent to true
       end-read
       perform until finFadherent
           if adrInvalideE = 'O'
               perform 8600-retenir-adherent
           end-if
           read fadherent next record at end set finFadherent to true
           end-read
       end-perform
       close fadherent

       perform varying kSort1 from 1 by 1
           until kSort1 > nbLignesInv - 1
           perform varying kSort2 from 1 by 1
               until kSort2 > nbLignesInv - kSort1
               if siteInv(kSort2) > siteInv(kSort2 + 1)
                   move invalide-ligne(kSort2) to tmp-invalide
                   move invalide-ligne(kSort2 + 1)
                       to invalide-ligne(kSort2)
                   move tmp-invalide to invalide-ligne(kSort2 + 1)
               end-if
           end-perform
       end-perform

       open output frapport
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move function current-date(1:8) to dateJour
       move spaces to ligne-rapport
       string 'Adresses invalides (courrier revenu) au ' dateJour
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       move spaces to siteCourant
       move 0 to nbSite
       perform varying kInv from 1 by 1 until kInv > nbLignesInv
           if siteInv(kInv) not = siteCourant
               if kInv > 1
                   perform 8700-total-site
               end-if
               move siteInv(kInv) to siteCourant
               move 0 to nbSite
               move spaces to ligne-rapport
               perform 9900-ecrire-ligne
               string 'Site ' siteCourant delimited by size
                   into ligne-rapport
               perform 9900-ecrire-ligne
           end-if
           move texteInv(kInv) to ligne-rapport
           perform 9900-ecrire-ligne
           add 1 to nbSite
       end-perform
       if nbLignesInv > 0
           perform 8700-total-site
       end-if
       move spaces to ligne-rapport
       perform 9900-ecrire-ligne
       string 'Total : ' nbInvalides ' adresse(s) invalide(s)'
           delimited by size into ligne-rapport
       perform 9900-ecrire-ligne
       close frapport
       close fspool
       display a-plg-etat
       accept s-plg-suite.

       8600-retenir-adherent.
       add 1 to nbInvalides
       if mailE = spaces
           move 'sans email' to libMail
       else
           move 'email' to libMail
       end-if
       if nbLignesInv < 500
           add 1 to nbLignesInv
           move siteC to siteInv(nbLignesInv)
           move spaces to texteInv(nbLignesInv)
           string '  ' codeE ' ' nomE ' ' prenomE(1:20)
               ' depuis ' dateAdrInvalideE ' ' libMail
               delimited by size into texteInv(nbLignesInv)
       end-if.

       8700-total-site.
       move spaces to ligne-rapport
       string '  -> ' nbSite ' adresse(s) pour le site '
           siteCourant delimited by size into ligne-rapport
       perform 9900-ecrire-ligne.

       9900-ecrire-ligne.
       write ligne-rapport
       move ligne-rapport to ligne-spool
       write ligne-spool
       move spaces to ligne-rapport.

       end program pa-courrier-retour.
