       program-id. pa-liste-diffusion.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select fliste assign 'liste-diffusion.csv'
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

       fd fliste.
       01 ligne-liste pic x(150).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       1 choix pic 9 value 0.
       1 siteSaisi pic x(3).
       1 ageMin pic 9(3).
       1 ageMax pic 9(3).
       1 ageAdherent pic 9(3).
       1 dateJour pic 9(8).
       1 nbArobases pic 9(2).
       1 posArobase pic 9(2).
       1 nbPoints pic 9(2).
       1 longueurMail pic 9(2).
       1 nbRetenus pic 9(5) value 0.
       1 nbSansMail pic 9(5) value 0.
       1 fin-fadherent pic x value 'n'.
       88 finFadherent value 'o' false 'n'.
       1 pic x.
       88 mailValide value 'o' false 'n'.
       1 pic x.
       88 adherentRetenu value 'o' false 'n'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Liste de diffusion des adherents '
           & 'consentants'.
           2 line 3 col 1 '1-Lettre d information'.
           2 line 4 col 1 '2-Annonces d evenements'.
           2 line 5 col 1 '3-Quitter'.
           2 line 6 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 6 col 32 pic 9 to choix required.
       1 s-plg-filtres.
           2 line 8 col 1 'Site (vide = tous) : '.
           2 s-site line 8 col 30 pic x(3) to siteSaisi.
           2 line 9 col 1 'Age minimum (vide = aucun) : '.
           2 s-ageMin line 9 col 30 pic zz9 to ageMin.
           2 line 10 col 1 'Age maximum (vide = aucun) : '.
           2 s-ageMax line 10 col 30 pic zz9 to ageMax.
       1 a-plg-termine.
           2 line 12 col 1 'Adresses retenues : '.
           2 a-nbRetenus line 12 col 35 pic zzzz9 from nbRetenus.
           2 line 13 col 1 'Consentants sans email valide : '.
           2 a-nbSansMail line 13 col 35 pic zzzz9 from nbSansMail.
           2 line 14 col 1 'La liste est dans liste-diffusion.csv'.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 3
           if choix = 1 or choix = 2
               perform 8000-extraire
           end-if
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-extraire.
       display s-plg-filtres
       move spaces to siteSaisi
       move 0 to ageMin
       move 0 to ageMax
       accept s-site
       accept s-ageMin
       accept s-ageMax
       if ageMax = 0
           move 999 to ageMax
       end-if
       move function upper-case(siteSaisi) to siteSaisi
       move 0 to nbRetenus
       move 0 to nbSansMail

       open input fadherent
       open output fliste
       move 'Code;Nom;Prenom;Email;Site' to ligne-liste
       write ligne-liste
       set finFadherent to false
       read fadherent next record at end set finFadherent to true
       end-read
       perform until finFadherent
           perform 8100-examiner-adherent
           read fadherent next record at end set finFadherent to true
           end-read
       end-perform
       close fadherent
       close fliste

       display a-plg-termine
       accept s-plg-suite.

       8100-examiner-adherent.
       set adherentRetenu to false
       if choix = 1 and consentLettreE = 'O'
           set adherentRetenu to true
       end-if
       if choix = 2 and consentEvenementE = 'O'
           set adherentRetenu to true
       end-if
       if not adherentRetenu
           exit paragraph
       end-if
       if (siteSaisi not = spaces) and (siteC not = siteSaisi)
           exit paragraph
       end-if
       if dateNaissanceE > 0
           compute ageAdherent = (dateJour - dateNaissanceE) / 10000
       else
           move 0 to ageAdherent
       end-if
       if (ageAdherent < ageMin) or (ageAdherent > ageMax)
           exit paragraph
       end-if
       perform 8200-valider-mail
       if not mailValide
           add 1 to nbSansMail
           exit paragraph
       end-if
       move spaces to ligne-liste
       string codeE ';' function trim(nomE) ';'
           function trim(prenomE) ';' function trim(mailE) ';'
           siteC delimited by size into ligne-liste
       write ligne-liste
       add 1 to nbRetenus.

       8200-valider-mail.
       set mailValide to false
       if mailE = spaces
           exit paragraph
       end-if
       move 0 to nbArobases
       move 0 to nbPoints
       move 0 to posArobase
       move 0 to longueurMail
       inspect mailE tallying nbArobases for all '@'
       inspect mailE tallying longueurMail for characters
           before initial ' '
       inspect mailE tallying posArobase for characters
           before initial '@'
       if (nbArobases not = 1) or (longueurMail = 0)
       or (posArobase = 0) or (posArobase + 1 >= longueurMail)
           exit paragraph
       end-if
       if longueurMail < 40
           if mailE(longueurMail + 1:) not = spaces
               exit paragraph
           end-if
       end-if
       inspect mailE(posArobase + 2:) tallying nbPoints for all '.'
       if nbPoints > 0
           set mailValide to true
       end-if.

       end program pa-liste-diffusion.
