       program-id. pl-listes-lecture.

       select optional fliste assign nf-liste
       organization indexed access dynamic
       record key NumListe.

       select optional fligne assign nf-liste-ligne
       organization indexed access dynamic
       record key clefLL = NumListeL RangLL.

       select optional ftitre assign nf-titre
       organization indexed record key RefT
       access dynamic.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fspool assign nomSpool
       organization line sequential.

       select frapport assign 'listes-a-remplacer.txt'
       organization line sequential.

       fd fliste.
       1 liste-enr.
               2 NumListe pic 9(4).
               2 NomListe pic x(30).
               2 PublicListe pic x(20).
               2 DateDebutListe pic 9(8).
               2 DateFinListe pic 9(8).
               2 DateMajListe pic 9(8).

       fd fligne.
       1 liste-ligne.
               2 NumListeL pic 9(4).
               2 RangLL pic 9(3).
               2 RefLL pic x(8).

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

       fd fspool.
       01 ligne-spool pic x(80).

       fd frapport.
       01 ligne-rapport pic x(132).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-liste pic x(30) value 'liste-lecture.dat'.
       1 nf-liste-ligne pic x(40) value 'liste-lecture-ligne.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 action pic x.
       1 pic x.
       88 listeExiste value 'o' false 'n'.
       1 pic x.
       88 titreExiste value 'o' false 'n'.
       1 pic x.
       88 datesValides value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fliste pic x value 'n'.
       88 finFliste value 'o' false 'n'.
       1 fin-fligne pic x value 'n'.
       88 finFligne value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 nouveauNumListe pic 9(4).
       1 numDemande pic 9(4).
       1 refSaisie pic x(8).
       1 rangSaisi pic 9(3).
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.

       1 tab-lignes.
           2 refLigne pic x(8) occurs 200.
       1 nbLignes pic 9(3) value 0.
       1 kLigne pic 9(3).
       1 kDecal pic 9(3).
       1 debutAff pic 9(3) value 1.
       1 libAff pic x(30).

       1 tab-sites.
           2 site-t occurs 20.
              3 siteTab pic x(3).
              3 coteTab pic x(10).
              3 nbExTab pic 99.
              3 nbDispoTab pic 99.
       1 nbSites pic 99.
       1 kSite pic 99.
       1 nbUtilisables pic 9(3).
       1 nbPerdus pic 9(3).
       1 nbARemplacer pic 9(4).

       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10) value 'LISTELECT'.
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'liste-lecture'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Listes de lecture'.
           2 line 3 col 1 '1-Creer une liste'.
           2 line 4 col 1 '2-Modifier une liste'.
           2 line 5 col 1 '3-Lister les listes'.
           2 line 6 col 1 '4-Imprimer une liste avec la '
           & 'disponibilite'.
           2 line 7 col 1 '5-Titres des listes a remplacer'.
           2 line 8 col 1 '6-Quitter'.
           2 line 9 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 9 col 32 pic 9 to choix required.

       1 s-plg-numListe.
           2 blank screen.
           2 line 1 col 1 'Listes de lecture'.
           2 line 3 col 1 'Numero de la liste : '.
           2 s-numListe line 3 col 25 pic 9(4) to numDemande
           required.
       1 a-plg-nouvelle.
           2 blank screen.
           2 line 1 col 1 'Listes de lecture'.
           2 line 3 col 1 'Nouvelle liste numero '.
           2 line 3 col 25 pic 9(4) from nouveauNumListe.
       1 a-plg-introuvable.
           2 line 5 col 1 'Aucune liste avec ce numero.'.

       1 s-plg-entete.
           2 line 4 col 1 'Nom de la liste : '.
           2 s-nom line 4 col 28 pic x(30) using NomListe required.
           2 line 5 col 1 'Public vise : '.
           2 s-public line 5 col 28 pic x(20) using PublicListe.
           2 line 6 col 1 'Valable du (AAAAMMJJ) : '.
           2 s-debut line 6 col 28 pic 9(8) using DateDebutListe
           required.
           2 line 7 col 1 'au (AAAAMMJJ, 0 = sans fin) : '.
           2 s-fin line 7 col 32 pic 9(8) using DateFinListe.
       1 a-plg-datesInvalides.
           2 line 8 col 1 'Dates invalides ou fin avant le '
           & 'debut.'.
       1 a-plg-effaceDates.
           2 line 8 col 1 pic x(79) value spaces.

       1 a-plg-enteteLignes.
           2 line 9 col 1 'Rang Ref.     Titre'.
           2 line 9 col 48 'Auteur'.
       1 a-plg-effaceLignes.
           2 line 10 col 1 pic x(79) value spaces.
           2 line 11 col 1 pic x(79) value spaces.
           2 line 12 col 1 pic x(79) value spaces.
           2 line 13 col 1 pic x(79) value spaces.
           2 line 14 col 1 pic x(79) value spaces.
           2 line 15 col 1 pic x(79) value spaces.
           2 line 16 col 1 pic x(79) value spaces.
           2 line 17 col 1 pic x(79) value spaces.
           2 line 18 col 1 pic x(79) value spaces.
           2 line 19 col 1 pic x(79) value spaces.
           2 line 20 col 1 pic x(79) value spaces.
           2 line 21 col 1 pic x(79) value spaces.
       1 a-plg-ligne.
           2 line n col 1 pic zz9 from kLigne.
           2 col 6 pic x(8) from refLigne(kLigne).
           2 col 15 pic x(30) from libAff.
           2 col 48 pic x(30) from AuteurT.
       1 s-plg-action.
           2 line 22 col 1 'A-ajouter  I-inserer  S-supprimer  '
           & 'P-page suivante  F-fin : '.
           2 s-action line 22 col 62 pic x to action required.
       1 s-plg-ref.
           2 line 23 col 1 'Reference du titre : '.
           2 s-ref line 23 col 22 pic x(8) to refSaisie required.
       1 s-plg-rang.
           2 line 23 col 35 'Rang : '.
           2 s-rang line 23 col 42 pic zz9 to rangSaisi required.
       1 a-plg-effaceSaisie.
           2 line 23 col 1 pic x(79) value spaces.
       1 a-plg-titreInconnu.
           2 line 23 col 50 'Titre inconnu.'.
       1 a-plg-rangInvalide.
           2 line 23 col 50 'Rang hors de la liste.'.
       1 a-plg-pleine.
           2 line 23 col 50 'Liste complete (200 titres).'.
       1 a-plg-enregistree.
           2 line 23 col 1 'Liste enregistree, numero '.
           2 line 23 col 27 pic 9(4) from NumListe.
           2 line 23 col 33 'titres : '.
           2 line 23 col 42 pic zz9 from nbLignes.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Num  Nom de la liste'.
           2 line 1 col 37 'Public'.
           2 line 1 col 58 'Du       Au'.
       1 a-plg-ligneListe.
           2 line n col 1 pic 9(4) from NumListe.
           2 col 6 pic x(30) from NomListe.
           2 col 37 pic x(20) from PublicListe.
           2 col 58 pic 9(8) from DateDebutListe.
           2 col 67 pic 9(8) from DateFinListe.

       1 a-plg-imprimee.
           2 line 5 col 1 'Liste envoyee au spool : '.
           2 a-spool line 5 col 27 pic x(25) from nomSpool.
       1 a-plg-rapportFait.
           2 blank screen.
           2 line 1 col 1 'Titres des listes a remplacer'.
           2 line 3 col 1 'Rapport ecrit dans '
           & 'listes-a-remplacer.txt'.
           2 line 5 col 1 'Titres sans exemplaire restant : '.
           2 a-nbRempl line 5 col 35 pic zzz9 from nbARemplacer.

       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-liste-lecture.dat' to nf-liste
       else
           move 'liste-lecture.dat' to nf-liste
       end-if
       if mode-formation = 'O'
           move 'formation-liste-lecture-ligne.dat'
               to nf-liste-ligne
       else
           move 'liste-lecture-ligne.dat' to nf-liste-ligne
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
       move function current-date(1:8) to dateJour
       open i-o fliste
       open i-o fligne
       open input ftitre
       open input fsupport

       display s-plg-titre
       accept s-choix
       perform until choix = 6
           evaluate choix
               when 1 perform 8000-creer-liste
               when 2 perform 8100-modifier-liste
               when 3 perform 8300-lister
               when 4 perform 8400-imprimer-liste
               when 5 perform 8700-titres-a-remplacer
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fliste
       close fligne
       close ftitre
       close fsupport
       goback.

       8000-creer-liste.
       perform 8050-prochain-numero
       move nouveauNumListe to NumListe
       move spaces to NomListe
       move spaces to PublicListe
       move dateJour to DateDebutListe
       move 0 to DateFinListe
       display a-plg-nouvelle
       display s-plg-entete
       perform 8060-saisir-entete
       move nouveauNumListe to NumListe
       move dateJour to DateMajListe
       write liste-enr invalid set erreur to true
                       not invalid set erreur to false
       end-write
       if erreur
           display ' erreur d ecriture dans le fichier'
           exit paragraph
       end-if
       move 'A' to h-codeope
       move NumListe to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       move 0 to nbLignes
       perform 8200-editer-lignes.

       8050-prochain-numero.
       move 1 to nouveauNumListe
       move 0 to NumListe
       start fliste key >= NumListe
           invalid key
               set finFliste to true
           not invalid key
               set finFliste to false
       end-start
       perform until finFliste
           read fliste next record
               at end
                   set finFliste to true
               not at end
                   if NumListe >= nouveauNumListe
                       compute nouveauNumListe = NumListe + 1
                   end-if
           end-read
       end-perform.

       8060-saisir-entete.
       set datesValides to false
       perform until datesValides
           accept s-nom
           accept s-public
           accept s-debut
           accept s-fin
           set datesValides to true
           if function test-date-yyyymmdd(DateDebutListe) not = 0
               set datesValides to false
           end-if
           if DateFinListe not = 0
               if (function test-date-yyyymmdd(DateFinListe)
                   not = 0)
               or (DateFinListe < DateDebutListe)
                   set datesValides to false
               end-if
           end-if
           if datesValides
               display a-plg-effaceDates
           else
               display a-plg-datesInvalides
           end-if
       end-perform.

       8100-modifier-liste.
       display s-plg-numListe
       accept s-numListe
       move numDemande to NumListe
       read fliste invalid set listeExiste to false
                   not invalid set listeExiste to true
       end-read
       if not listeExiste
           display a-plg-introuvable
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-entete
       perform 8060-saisir-entete
       move numDemande to NumListe
       move dateJour to DateMajListe
       rewrite liste-enr
       end-rewrite
       move 'M' to h-codeope
       move NumListe to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       perform 8150-charger-lignes
       perform 8200-editer-lignes.

       8150-charger-lignes.
       move 0 to nbLignes
       move NumListe to NumListeL
       move 0 to RangLL
       start fligne key >= clefLL
           invalid key
               set finFligne to true
           not invalid key
               set finFligne to false
       end-start
       perform until finFligne
           read fligne next record
               at end
                   set finFligne to true
               not at end
                   if NumListeL not = NumListe
                       set finFligne to true
                   else
                       if nbLignes < 200
                           add 1 to nbLignes
                           move RefLL to refLigne(nbLignes)
                       end-if
                   end-if
           end-read
       end-perform.

       8200-editer-lignes.
       move 1 to debutAff
       move space to action
       perform until function upper-case(action) = 'F'
           perform 8250-afficher-lignes
           display a-plg-effaceSaisie
           display s-plg-action
           accept s-action
           evaluate function upper-case(action)
               when 'A'
                   move nbLignes to rangSaisi
                   add 1 to rangSaisi
                   perform 8260-inserer-titre
               when 'I'
                   display s-plg-rang
                   accept s-rang
                   perform 8260-inserer-titre
               when 'S'
                   display s-plg-rang
                   accept s-rang
                   perform 8270-supprimer-titre
               when 'P'
                   add 12 to debutAff
                   if debutAff > nbLignes
                       move 1 to debutAff
                   end-if
           end-evaluate
       end-perform
       perform 8280-enregistrer-lignes
       display a-plg-effaceSaisie
       display a-plg-enregistree
       accept s-plg-suite.

       8250-afficher-lignes.
       display a-plg-enteteLignes
       display a-plg-effaceLignes
       move 10 to n
       perform varying kLigne from debutAff by 1
           until (kLigne > nbLignes) or (n > 21)
           move refLigne(kLigne) to RefT
           read ftitre
               invalid
                   move 'titre absent du catalogue' to libAff
                   move spaces to AuteurT
               not invalid
                   move LibT to libAff
           end-read
           display a-plg-ligne
           add 1 to n
       end-perform.

       8260-inserer-titre.
       if nbLignes >= 200
           display a-plg-pleine
           accept s-plg-suite
           exit paragraph
       end-if
       if (rangSaisi < 1) or (rangSaisi > nbLignes + 1)
           display a-plg-rangInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       display s-plg-ref
       accept s-ref
       move refSaisie to RefT
       read ftitre invalid set titreExiste to false
                   not invalid set titreExiste to true
       end-read
       if not titreExiste
           display a-plg-titreInconnu
           accept s-plg-suite
           exit paragraph
       end-if
       perform varying kDecal from nbLignes by -1
           until kDecal < rangSaisi
           move refLigne(kDecal) to refLigne(kDecal + 1)
       end-perform
       move refSaisie to refLigne(rangSaisi)
       add 1 to nbLignes.

       8270-supprimer-titre.
       if (rangSaisi < 1) or (rangSaisi > nbLignes)
           display a-plg-rangInvalide
           accept s-plg-suite
           exit paragraph
       end-if
       perform varying kDecal from rangSaisi by 1
           until kDecal >= nbLignes
           move refLigne(kDecal + 1) to refLigne(kDecal)
       end-perform
       subtract 1 from nbLignes.

       8280-enregistrer-lignes.
       move NumListe to NumListeL
       move 0 to RangLL
       start fligne key >= clefLL
           invalid key
               set finFligne to true
           not invalid key
               set finFligne to false
       end-start
       perform until finFligne
           read fligne next record
               at end
                   set finFligne to true
               not at end
                   if NumListeL not = NumListe
                       set finFligne to true
                   else
                       delete fligne
                       end-delete
                   end-if
           end-read
       end-perform
       perform varying kLigne from 1 by 1 until kLigne > nbLignes
           move NumListe to NumListeL
           move kLigne to RangLL
           move refLigne(kLigne) to RefLL
           write liste-ligne invalid continue
           end-write
       end-perform.

       8300-lister.
       display a-plg-enteteListe
       move 3 to n
       move 0 to nbSurPage
       move 0 to NumListe
       start fliste key >= NumListe
           invalid key
               set finFliste to true
           not invalid key
               set finFliste to false
       end-start
       perform until finFliste
           read fliste next record
               at end
                   set finFliste to true
               not at end
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

       8400-imprimer-liste.
       display s-plg-numListe
       accept s-numListe
       move numDemande to NumListe
       read fliste invalid set listeExiste to false
                   not invalid set listeExiste to true
       end-read
       if not listeExiste
           display a-plg-introuvable
           accept s-plg-suite
           exit paragraph
       end-if
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-spool
       string 'Liste de lecture ' NumListe ' : ' NomListe
           delimited by size into ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       string 'Public : ' PublicListe '  valable du '
           DateDebutListe ' au ' DateFinListe
           delimited by size into ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       string 'Disponibilite au ' dateJour
           delimited by size into ligne-spool
       write ligne-spool
       move spaces to ligne-spool
       write ligne-spool

       perform 8150-charger-lignes
       perform varying kLigne from 1 by 1 until kLigne > nbLignes
           perform 8450-imprimer-titre
       end-perform
       close fspool
       display a-plg-imprimee
       accept s-plg-suite.

       8450-imprimer-titre.
       move refLigne(kLigne) to RefT
       read ftitre
           invalid
               move 'titre absent du catalogue' to LibT
               move spaces to AuteurT
       end-read
       move spaces to ligne-spool
       string kLigne '. ' LibT ' - ' AuteurT
           delimited by size into ligne-spool
       write ligne-spool
       perform 8500-regrouper-par-site
       if nbSites = 0
           move '       aucun exemplaire au catalogue' to ligne-spool
           write ligne-spool
       end-if
       perform varying kSite from 1 by 1 until kSite > nbSites
           move spaces to ligne-spool
           string '       site ' siteTab(kSite) '  cote '
               coteTab(kSite) '  disponibles ' nbDispoTab(kSite)
               ' sur ' nbExTab(kSite)
               delimited by size into ligne-spool
           write ligne-spool
       end-perform.

       8500-regrouper-par-site.
       move 0 to nbSites
       move 0 to nbUtilisables
       move 0 to nbPerdus
       move refLigne(kLigne) to RefS
       start fsupport key = RefS
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fsupport next record
               at end
                   set finFich to true
               not at end
                   if RefS not = refLigne(kLigne)
                       set finFich to true
                   else
                       if (Dispo = 'P') or (Dispo = 'V')
                       or (Dispo = 'M')
                           add 1 to nbPerdus
                       else
                           add 1 to nbUtilisables
                           perform 8550-cumuler-site
                       end-if
                   end-if
           end-read
       end-perform.

       8550-cumuler-site.
       perform varying kSite from 1 by 1
           until (kSite > nbSites) or (siteTab(kSite) = SiteC)
           continue
       end-perform
       if kSite > nbSites
           if nbSites >= 20
               exit paragraph
           end-if
           add 1 to nbSites
           move nbSites to kSite
           move SiteC to siteTab(kSite)
           move CoteS to coteTab(kSite)
           move 0 to nbExTab(kSite)
           move 0 to nbDispoTab(kSite)
       end-if
       if nbExTab(kSite) < 99
           add 1 to nbExTab(kSite)
       end-if
       if (Dispo = 'O') and (nbDispoTab(kSite) < 99)
           add 1 to nbDispoTab(kSite)
       end-if.

       8700-titres-a-remplacer.
       move 0 to nbARemplacer
       open output frapport
       move spaces to ligne-rapport
       string 'Titres des listes de lecture sans exemplaire '
           'restant au ' dateJour delimited by size
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Liste Nom de la liste                  Rang Ref.     '
           & 'Titre                          ISBN          Perdus'
           to ligne-rapport
       write ligne-rapport

       move 0 to NumListe
       start fliste key >= NumListe
           invalid key
               set finFliste to true
           not invalid key
               set finFliste to false
       end-start
       perform until finFliste
           read fliste next record
               at end
                   set finFliste to true
               not at end
                   if (DateFinListe = 0)
                   or (DateFinListe >= dateJour)
                       perform 8750-examiner-liste
                   end-if
           end-read
       end-perform
       close frapport
       display a-plg-rapportFait
       accept s-plg-suite.

       8750-examiner-liste.
       perform 8150-charger-lignes
       perform varying kLigne from 1 by 1 until kLigne > nbLignes
           perform 8500-regrouper-par-site
           if nbUtilisables = 0
               move refLigne(kLigne) to RefT
               read ftitre
                   invalid
                       move 'titre absent du catalogue' to LibT
                       move spaces to IsbnT
               end-read
               move spaces to ligne-rapport
               string NumListe '  ' NomListe ' ' kLigne '  '
                   refLigne(kLigne) ' ' LibT ' ' IsbnT ' '
                   nbPerdus delimited by size into ligne-rapport
               write ligne-rapport
               add 1 to nbARemplacer
           end-if
       end-perform.

       end program pl-listes-lecture.
