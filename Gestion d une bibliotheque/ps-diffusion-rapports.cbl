       program-id. ps-diffusion-rapports.

       select optional fdiffusion assign 'diffusion-rapports.dat'
       organization indexed access dynamic
       record key clefDif = CodeRapDif SiteDif AdresseDif.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       fd fdiffusion.
       1 diffusion.
               2 CodeRapDif pic x(10).
               2 SiteDif pic x(3).
               2 AdresseDif pic x(40).
               2 NomDestDif pic x(30).

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 codeSaisi pic x(10).
       1 siteSaisi pic x(3).
       1 adresseSaisie pic x(40).
       1 nomSaisi pic x(30).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 mailValide value 'o' false 'n'.
       1 pic x.
       88 rapportConnu value 'o' false 'n'.
       1 pic x.
       88 siteExiste value 'o' false 'n'.
       1 nbArobases pic 9(2).
       1 posArobase pic 9(2).
       1 nbPoints pic 9(2).
       1 longueurMail pic 9(2).
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suite pic x.
       1 k pic 99.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'diffusion'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       1 tab-rapports-v.
           2 pic x(10) value 'RETARDS'.
           2 pic x(10) value 'AVISRETR'.
           2 pic x(10) value 'ACTIVITE'.
           2 pic x(10) value 'RAYONNAGE'.
           2 pic x(10) value 'CHAINAGE'.
           2 pic x(10) value 'TEMPORAIRE'.
           2 pic x(10) value 'ENTRETIEN'.
           2 pic x(10) value 'CLASSES'.
           2 pic x(10) value 'CIRCULAT'.
           2 pic x(10) value 'COMPTABLE'.
           2 pic x(10) value 'BUDGET'.
           2 pic x(10) value 'PARTENAIRE'.
           2 pic x(10) value 'EXCEPTIONS'.
           2 pic x(10) value 'PERIODIQ'.
       1 tab-rapports redefines tab-rapports-v.
           2 codeRapT pic x(10) occurs 14.
       1 nbRapports pic 99 value 14.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Diffusion des rapports par courriel'.
           2 line 3 col 1 '1-Ajouter un destinataire'.
           2 line 4 col 1 '2-Retirer un destinataire'.
           2 line 5 col 1 '3-Lister les destinataires'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.
       1 a-plg-codes.
           2 line 9 col 1 'Rapports : RETARDS AVISRETR ACTIVITE '
           & 'RAYONNAGE CHAINAGE'.
           2 line 10 col 12 'TEMPORAIRE ENTRETIEN CLASSES (jour)'.
           2 line 11 col 12 'CIRCULAT COMPTABLE BUDGET PARTENAIRE '
           & 'EXCEPTIONS PERIODIQ (mois)'.
       1 s-plg-cle.
           2 line 12 col 1 'Rapport : '.
           2 s-code line 12 col 20 pic x(10) to codeSaisi required.
           2 line 13 col 1 'Site (vide = tous) : '.
           2 s-site line 13 col 23 pic x(3) to siteSaisi.
           2 line 14 col 1 'Adresse : '.
           2 s-adresse line 14 col 20 pic x(40) to adresseSaisie
           required.
       1 s-plg-nom.
           2 line 15 col 1 'Nom : '.
           2 s-nom line 15 col 20 pic x(30) to nomSaisi.
       1 a-plg-entete.
           2 line 9 col 1 'Rapport'.
           2 line 9 col 12 'Site'.
           2 line 9 col 17 'Adresse'.
           2 line 9 col 58 'Nom'.
       1 a-plg-ligne.
           2 line n col 1 pic x(10) from CodeRapDif.
           2 col 12 pic x(3) from SiteDif.
           2 col 17 pic x(40) from AdresseDif.
           2 col 58 pic x(22) from NomDestDif.
       1 a-plg-rapportInconnu.
           2 line 17 col 1 'Rapport inconnu.'.
       1 a-plg-siteInconnu.
           2 line 17 col 1 'Site inconnu.'.
       1 a-plg-mailInvalide.
           2 line 17 col 1 'Adresse de courriel invalide.'.
       1 a-plg-existe.
           2 line 17 col 1 'Ce destinataire est deja enregistre.'.
       1 a-plg-introuvable.
           2 line 17 col 1 'Destinataire introuvable.'.
       1 a-plg-fait.
           2 line 17 col 1 'Liste de diffusion mise a jour.'.
       1 s-plg-pageSuite.
           2 line 24 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 24 col 45 pic x to suite auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       open i-o fdiffusion
       display s-plg-titre
       accept s-choix

       perform until choix = 4
           evaluate choix
               when 1 perform 8000-ajouter
               when 2 perform 8100-retirer
               when 3 perform 8200-lister
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fdiffusion
       goback.

       8000-ajouter.
       perform 8300-saisir-cle
       if erreur
           accept s-plg-suite
           exit paragraph
       end-if
       read fdiffusion
           invalid
               continue
           not invalid
               display a-plg-existe
               accept s-plg-suite
               exit paragraph
       end-read
       move spaces to nomSaisi
       accept s-nom
       move codeSaisi to CodeRapDif
       move siteSaisi to SiteDif
       move adresseSaisie to AdresseDif
       move nomSaisi to NomDestDif
       write diffusion invalid set erreur to true
                       not invalid set erreur to false
       end-write
       move 'A' to h-codeope
       perform 8600-historiser
       display a-plg-fait
       accept s-plg-suite.

       8100-retirer.
       perform 8300-saisir-cle
       if erreur
           accept s-plg-suite
           exit paragraph
       end-if
       read fdiffusion
           invalid
               display a-plg-introuvable
               accept s-plg-suite
               exit paragraph
       end-read
       delete fdiffusion invalid set erreur to true
                         not invalid set erreur to false
       end-delete
       move 'S' to h-codeope
       perform 8600-historiser
       display a-plg-fait
       accept s-plg-suite.

       8200-lister.
       display s-plg-titre
       display a-plg-entete
       move 10 to n
       move 0 to nbSurPage
       move low-values to CodeRapDif
       move low-values to SiteDif
       move low-values to AdresseDif
       start fdiffusion key >= clefDif
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fdiffusion next record
               at end
                   set finFich to true
               not at end
                   display a-plg-ligne
                   add 1 to n
                   add 1 to nbSurPage
                   if nbSurPage = 13
                       display s-plg-pageSuite
                       accept s-suitePage
                       display s-plg-titre
                       display a-plg-entete
                       move 10 to n
                       move 0 to nbSurPage
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8300-saisir-cle.
       set erreur to false
       display a-plg-codes
       move spaces to codeSaisi siteSaisi adresseSaisie
       accept s-code
       accept s-site
       accept s-adresse
       move function upper-case(codeSaisi) to codeSaisi
       move function upper-case(siteSaisi) to siteSaisi
       move function lower-case(adresseSaisie) to adresseSaisie
       set rapportConnu to false
       perform varying k from 1 by 1 until k > nbRapports
           if codeRapT(k) = codeSaisi
               set rapportConnu to true
           end-if
       end-perform
       if not rapportConnu
           display a-plg-rapportInconnu
           set erreur to true
           exit paragraph
       end-if
       if siteSaisi not = spaces
           open input fsite
           move siteSaisi to CodeSite
           read fsite invalid set siteExiste to false
                      not invalid set siteExiste to true
           end-read
           close fsite
           if not siteExiste
               display a-plg-siteInconnu
               set erreur to true
               exit paragraph
           end-if
       end-if
       perform 8400-valider-mail
       if not mailValide
           display a-plg-mailInvalide
           set erreur to true
           exit paragraph
       end-if
       move codeSaisi to CodeRapDif
       move siteSaisi to SiteDif
       move adresseSaisie to AdresseDif.

       8400-valider-mail.
       set mailValide to false
       move 0 to nbArobases
       move 0 to nbPoints
       move 0 to posArobase
       move 0 to longueurMail
       inspect adresseSaisie tallying nbArobases for all '@'
       inspect adresseSaisie tallying longueurMail for characters
           before initial ' '
       inspect adresseSaisie tallying posArobase for characters
           before initial '@'
       if (nbArobases not = 1) or (longueurMail = 0)
       or (posArobase = 0) or (posArobase + 1 >= longueurMail)
           exit paragraph
       end-if
       if longueurMail < 40
           if adresseSaisie(longueurMail + 1:) not = spaces
               exit paragraph
           end-if
       end-if
       inspect adresseSaisie(posArobase + 2:) tallying nbPoints
           for all '.'
       if nbPoints > 0
           set mailValide to true
       end-if.

       8600-historiser.
       move spaces to h-cleprim
       string CodeRapDif delimited by space
           '/' SiteDif delimited by size into h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program ps-diffusion-rapports.
