       program-id. pk-listes.

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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-liste pic x(30) value 'liste-lecture.dat'.
       1 nf-liste-ligne pic x(40) value 'liste-lecture-ligne.dat'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       1 fin-fliste pic x value 'n'.
       88 finFliste value 'o' false 'n'.
       1 fin-fligne pic x value 'n'.
       88 finFligne value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 listeExiste value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 numChoisi pic 9(4).
       1 nbListes pic 9(4).
       1 nbDispo pic 99.
       1 coteAff pic x(10).
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suitePage pic x.

       screen section.
       1 a-plg-entete.
           2 blank screen.
           2 line 1 col 1 'Listes de lecture de la bibliotheque'.
           2 line 3 col 1 'Num  Liste'.
           2 line 3 col 37 'Public'.
       1 a-plg-ligneListe.
           2 line n col 1 pic 9(4) from NumListe.
           2 col 6 pic x(30) from NomListe.
           2 col 37 pic x(20) from PublicListe.
       1 a-plg-aucune.
           2 line 5 col 1 'Aucune liste de lecture en ce moment.'.
       1 s-plg-choixListe.
           2 line 23 col 1 'Numero de la liste a consulter '
           & '(0 pour revenir) : '.
           2 s-numListe line 23 col 52 pic z(4) to numChoisi.
       1 a-plg-introuvable.
           2 line 24 col 1 'Cette liste n est pas proposee.'.

       1 a-plg-enteteTitres.
           2 blank screen.
           2 line 1 col 1 pic x(30) from NomListe.
           2 line 1 col 33 pic x(20) from PublicListe.
           2 line 3 col 1 'Titre'.
           2 line 3 col 33 'Auteur'.
           2 line 3 col 58 'Cote'.
           2 line 3 col 70 'Dispo'.
       1 a-plg-ligneTitre.
           2 line n col 1 pic x(30) from LibT.
           2 col 33 pic x(24) from AuteurT.
           2 col 58 pic x(10) from coteAff.
           2 col 70 pic z9 from nbDispo.

       1 s-plg-pageSuite.
           2 line 23 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 23 col 40 pic x to suitePage auto.
       1 s-plg-suite.
           2 line 24 col 1 'Appuyer sur une touche pour revenir '
           & 'aux listes '.
           2 s-fin line 24 col 55 pic x auto.

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
       open input fliste
       open input fligne
       open input ftitre
       open input fsupport

       move 1 to numChoisi
       perform until numChoisi = 0
           perform 8000-afficher-listes
           if nbListes = 0
               display a-plg-aucune
               display s-plg-suite
               accept s-fin
               move 0 to numChoisi
           else
               display s-plg-choixListe
               accept s-numListe
               if numChoisi not = 0
                   perform 8200-afficher-titres
               end-if
           end-if
       end-perform

       close fliste
       close fligne
       close ftitre
       close fsupport
       goback.

       8000-afficher-listes.
       display a-plg-entete
       move 4 to n
       move 0 to nbListes
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
                   if DateDebutListe <= dateJour
                   and ((DateFinListe = 0)
                       or (DateFinListe >= dateJour))
                       display a-plg-ligneListe
                       add 1 to n
                       add 1 to nbListes
                       add 1 to nbSurPage
                       if nbSurPage = 18
                           display s-plg-pageSuite
                           accept s-suitePage
                           display a-plg-entete
                           move 4 to n
                           move 0 to nbSurPage
                       end-if
                   end-if
           end-read
       end-perform.

       8200-afficher-titres.
       move numChoisi to NumListe
       read fliste invalid set listeExiste to false
                   not invalid set listeExiste to true
       end-read
       if listeExiste
           if (DateDebutListe > dateJour)
           or ((DateFinListe not = 0) and (DateFinListe < dateJour))
               set listeExiste to false
           end-if
       end-if
       if not listeExiste
           display a-plg-introuvable
           accept s-fin
           exit paragraph
       end-if

       display a-plg-enteteTitres
       move 4 to n
       move 0 to nbSurPage
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
                       perform 8300-afficher-titre
                   end-if
           end-read
       end-perform
       display s-plg-suite
       accept s-fin.

       8300-afficher-titre.
       move RefLL to RefT
       read ftitre
           invalid
               exit paragraph
       end-read
       perform 8400-compter-dispo
       display a-plg-ligneTitre
       add 1 to n
       add 1 to nbSurPage
       if nbSurPage = 18
           display s-plg-pageSuite
           accept s-suitePage
           display a-plg-enteteTitres
           move 4 to n
           move 0 to nbSurPage
       end-if.

       8400-compter-dispo.
       move 0 to nbDispo
       move spaces to coteAff
       move RefLL to RefS
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
                   if RefS not = RefLL
                       set finFich to true
                   else
                       if coteAff = spaces
                           move CoteS to coteAff
                       end-if
                       if (Dispo = 'O') and (nbDispo < 99)
                           add 1 to nbDispo
                       end-if
                   end-if
           end-read
       end-perform.

       end program pk-listes.
