       program-id. pp-entretien-materiel.

       select optional fregle assign 'regle-entretien.dat'
       organization indexed access dynamic
       record key LibCatRE.

       select optional fentretien assign nf-entretien
       organization indexed access dynamic
       record key clefEN = RefEN ExemplaireEN
       sharing with all other
       lock mode is automatic.

       select optional fjournal assign nf-journal-entretien
       organization indexed access dynamic
       record key clefJE = RefJE ExemplaireJE DateJE HeureJE.

       select fcherche assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fcategorie assign 'categorie.dat'
       organization indexed record key LibCat
       access dynamic.

       select optional ftransfert assign nf-transfert
       organization indexed access dynamic
       record key NumTrans.

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

       fd fjournal.
       1 journal-entretien.
               2 RefJE pic x(8).
               2 ExemplaireJE pic 9(3).
               2 DateJE pic 9(8).
               2 HeureJE pic 9(6).
               2 SiteJE pic x(3).
               2 NbPretsJE pic 9(4).
               2 ResultatJE pic x.
               88 controleRemis value 'R'.
               88 controleHorsService value 'H'.
               2 NoteJE pic x(60).
               2 LogutilJE pic 9(5).

       fd fcherche.
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

       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
               2 DureePretCat pic 9(3).
               2 MaxPretsCat pic 9(2).
               2 AgeMinCat pic 9(2).
               2 PretHoraireCat pic x.
               2 DureeHeuresCat pic 9(2).
               2 TarifPretCat pic 9(2)v99.

       fd ftransfert.
       1 transfert.
               2 NumTrans pic 9(5).
               2 RefTrans pic x(8).
               2 ExpTrans pic 9(3).
               2 SiteOrigine pic x(3).
               2 SiteDest pic x(3).
               2 CodeDemandeur pic x(8).
               2 DateDemande pic 9(8).
               2 DateReception pic 9(8).
               2 StatutTrans pic x.
               88 transEnCours value 'E'.
               88 transRecu value 'R'.

       working-storage section.
       1 nf-entretien pic x(30) value 'entretien.dat'.
       1 nf-journal-entretien pic x(40) value 'journal-entretien.dat'.
       1 nf-transfert pic x(30) value 'transfert.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 pic x.
       88 refexiste value 'o' false 'n'.
       1 pic x.
       88 regleExiste value 'o' false 'n'.
       1 pic x.
       88 categorieExiste value 'o' false 'n'.
       1 pic x.
       88 etatExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fjournal pic x value 'n'.
       88 finFjournal value 'o' false 'n'.
       1 fin-ftransfert pic x value 'n'.
       88 finFtransfert value 'o' false 'n'.
       1 dh pic x(21).
       1 dateJour pic 9(8).
       1 ref pic x(8).
       1 exp pic 999.
       1 categorieSaisie pic x(30).
       1 pretsSaisis pic 9(3).
       1 joursSaisis pic 9(3).
       1 consigneSaisie pic x(60).
       1 resultatSaisi pic x.
       1 noteSaisie pic x(60).
       1 siteEntretien pic x(3).
       1 nouveauNumTrans pic 9(5).
       1 nbTraites pic 9(3).
       1 n pic 99.
       1 h-codeope pic x.
       1 h-nomfich pic x(15).
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Entretien du materiel pretable'.
           2 line 3 col 1 '1-Regle d entretien d une categorie'.
           2 line 4 col 1 '2-Enregistrer un controle'.
           2 line 5 col 1 '3-Historique d un exemplaire'.
           2 line 6 col 1 '4-Liste d entretien du jour'.
           2 line 7 col 1 '5-Quitter'.
           2 line 8 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 8 col 32 pic 9 to choix required.

       1 s-plg-categorie.
           2 line 10 col 1 'Categorie : '.
           2 s-categorie line 10 col 25 pic x(30) to categorieSaisie
           required.
       1 s-plg-regle.
           2 line 11 col 1 'Tous les N prets (0 = non) : '.
           2 s-prets line 11 col 32 pic zz9 using pretsSaisis.
           2 line 12 col 1 'Tous les N jours (0 = non) : '.
           2 s-jours line 12 col 32 pic zz9 using joursSaisis.
           2 line 13 col 1 'Consigne : '.
           2 s-consigne line 13 col 12 pic x(60) using consigneSaisie.
           2 line 14 col 1 '(0 et 0 supprime la regle)'.
       1 a-plg-categorieInconnue.
           2 line 16 col 1 'Categorie inconnue.'.
       1 a-plg-regleEnregistree.
           2 line 16 col 1 'Regle d entretien enregistree.'.
       1 a-plg-regleSupprimee.
           2 line 16 col 1 'Regle d entretien supprimee.'.

       1 s-plg-exemplaire.
           2 line 10 col 1 'Reference : '.
           2 s-ref line 10 col 25 pic x(8) to ref required.
           2 line 11 col 1 'Numero d exemplaire : '.
           2 s-exp line 11 col 25 pic 999 to exp required.
       1 a-plg-exNexiste.
           2 line 13 col 1 'Cet exemplaire n existe pas.'.
       1 a-plg-sansRegle.
           2 line 13 col 1 'Aucune regle d entretien pour la '
           & 'categorie de cet exemplaire.'.
       1 a-plg-enPret.
           2 line 13 col 1 'Exemplaire en pret : le controle se fait '
           & 'a son retour.'.
       1 a-plg-etat.
           2 line 13 col 1 pic x(30) from LibS.
           2 line 13 col 33 'Dispo : '.
           2 a-dispo line 13 col 41 pic x from Dispo.
           2 line 14 col 1 'Prets depuis le dernier controle : '.
           2 a-nbPrets line 14 col 37 pic zzz9 from NbPretsEN.
           2 line 14 col 43 'controle le '.
           2 a-dernier line 14 col 55 pic 9(8) from DateDernierEN.
           2 line 15 col 1 'Consigne : '.
           2 a-consigne line 15 col 12 pic x(60) from consigneSaisie.
       1 s-plg-controle.
           2 line 17 col 1 'Resultat (R=remis en service, '
           & 'H=reste hors service) : '.
           2 s-resultat line 17 col 56 pic x to resultatSaisi
           required.
           2 line 18 col 1 'Note : '.
           2 s-note line 18 col 12 pic x(60) to noteSaisie.
       1 a-plg-remis.
           2 line 20 col 1 'Controle enregistre, exemplaire remis en '
           & 'service.'.
       1 a-plg-renvoi.
           2 line 21 col 1 'A renvoyer au site '.
           2 a-siteDest line 21 col 20 pic x(3) from SiteDest.
           2 line 21 col 24 ', transfert '.
           2 a-numTrans line 21 col 36 pic 9(5) from NumTrans.
       1 a-plg-horsService.
           2 line 20 col 1 'Controle enregistre, exemplaire maintenu '
           & 'hors service.'.

       1 a-plg-enteteHisto.
           2 line 13 col 1 'Date     Heure  Site Prets Res Note'.
       1 a-plg-ligneHisto.
           2 line n col 1 pic 9(8) from DateJE.
           2 col 10 pic 9(6) from HeureJE.
           2 col 17 pic x(3) from SiteJE.
           2 col 22 pic zzz9 from NbPretsJE.
           2 col 28 pic x from ResultatJE.
           2 col 32 pic x(48) from NoteJE.
       1 a-plg-aucunControle.
           2 line 14 col 1 'Aucun controle enregistre.'.

       1 a-plg-listeFaite.
           2 line 10 col 1 'Liste ecrite dans entretien-a-faire.txt, '
           & 'exemplaires : '.
           2 a-nbListe line 10 col 56 pic zz9 from nbTraites.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-entretien.dat' to nf-entretien
       else
           move 'entretien.dat' to nf-entretien
       end-if
       if mode-formation = 'O'
           move 'formation-journal-entretien.dat'
               to nf-journal-entretien
       else
           move 'journal-entretien.dat' to nf-journal-entretien
       end-if
       if mode-formation = 'O'
           move 'formation-transfert.dat' to nf-transfert
       else
           move 'transfert.dat' to nf-transfert
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 5
           evaluate choix
               when 1 perform 8000-saisir-regle
               when 2 perform 8200-enregistrer-controle
               when 3 perform 8500-historique
               when 4
                   call 'pp-liste-entretien' using nbTraites
                   end-call
                   display a-plg-listeFaite
                   accept s-plg-suite
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-saisir-regle.
       set erreur to false
       display s-plg-categorie
       accept s-categorie
       open input fcategorie
       move categorieSaisie to LibCat
       read fcategorie invalid set categorieExiste to false
                       not invalid set categorieExiste to true
       end-read
       close fcategorie
       if not categorieExiste
           display a-plg-categorieInconnue
           accept s-plg-suite
           exit paragraph
       end-if
       open i-o fregle
       move categorieSaisie to LibCatRE
       read fregle invalid set regleExiste to false
                   not invalid set regleExiste to true
       end-read
       if regleExiste
           move IntervallePretsRE to pretsSaisis
           move IntervalleJoursRE to joursSaisis
           move ConsigneRE to consigneSaisie
       else
           move 0 to pretsSaisis
           move 0 to joursSaisis
           move spaces to consigneSaisie
       end-if
       display s-plg-regle
       accept s-prets
       accept s-jours
       accept s-consigne
       move 'regle-entretien' to h-nomfich
       move categorieSaisie to h-cleprim
       if (pretsSaisis = 0) and (joursSaisis = 0)
           if regleExiste
               delete fregle
               end-delete
               move 'S' to h-codeope
               perform 9000-ecrire-histo
           end-if
           display a-plg-regleSupprimee
       else
           move categorieSaisie to LibCatRE
           move pretsSaisis to IntervallePretsRE
           move joursSaisis to IntervalleJoursRE
           move consigneSaisie to ConsigneRE
           if regleExiste
               rewrite regle-entretien
               end-rewrite
               move 'M' to h-codeope
           else
               write regle-entretien invalid continue
               end-write
               move 'A' to h-codeope
           end-if
           perform 9000-ecrire-histo
           display a-plg-regleEnregistree
       end-if
       close fregle
       accept s-plg-suite.

       8200-enregistrer-controle.
       display s-plg-exemplaire
       accept s-ref
       accept s-exp
       open i-o fcherche
       move ref to RefSu
       move exp to ExemplaireU
       read fcherche invalid set refexiste to false
                     not invalid set refexiste to true
       end-read
       if not refexiste
           close fcherche
           display a-plg-exNexiste
           accept s-plg-suite
           exit paragraph
       end-if
       open input fregle
       move LibC to LibCatRE
       read fregle invalid set regleExiste to false
                   not invalid set regleExiste to true
       end-read
       move ConsigneRE to consigneSaisie
       close fregle
       if not regleExiste
           close fcherche
           display a-plg-sansRegle
           accept s-plg-suite
           exit paragraph
       end-if
       if Dispo = 'N'
           close fcherche
           display a-plg-enPret
           accept s-plg-suite
           exit paragraph
       end-if

       open i-o fentretien
       move ref to RefEN
       move exp to ExemplaireEN
       read fentretien invalid set etatExiste to false
                       not invalid set etatExiste to true
       end-read
       if not etatExiste
           move ref to RefEN
           move exp to ExemplaireEN
           move SiteCU to SiteEN
           move 0 to NbPretsEN
           move DateAjoutS to DateDernierEN
           set entretienAJour to true
           move 0 to DateDuEN
           move space to MotifEN
       end-if
       display a-plg-etat
       display s-plg-controle
       accept s-resultat
       move function upper-case(resultatSaisi) to resultatSaisi
       perform until (resultatSaisi = 'R') or (resultatSaisi = 'H')
           accept s-resultat
           move function upper-case(resultatSaisi) to resultatSaisi
       end-perform
       move spaces to noteSaisie
       accept s-note

       if (SiteEN not = spaces) and (Dispo = 'S')
           move SiteEN to siteEntretien
       else
           move SiteCU to siteEntretien
       end-if
       move function current-date to dh
       open i-o fjournal
       move ref to RefJE
       move exp to ExemplaireJE
       move dateJour to DateJE
       move dh(9:6) to HeureJE
       move siteEntretien to SiteJE
       move NbPretsEN to NbPretsJE
       move resultatSaisi to ResultatJE
       move noteSaisie to NoteJE
       move logutil-courant to LogutilJE
       write journal-entretien invalid set erreur to true
                               not invalid set erreur to false
       end-write
       close fjournal

       if controleRemis
           move 0 to NbPretsEN
           move dateJour to DateDernierEN
           set entretienAJour to true
           move 0 to DateDuEN
           move space to MotifEN
           if Dispo = 'S'
               if siteEntretien not = SiteCU
                   perform 8300-creer-transfert
                   move 'T' to Dispo
               else
                   move 'O' to Dispo
               end-if
           end-if
           move siteEntretien to SiteEN
       else
           if not entretienDu
               move dateJour to DateDuEN
           end-if
           set entretienDu to true
           if Dispo = 'O'
               move 'S' to Dispo
               move SiteCU to SiteEN
           end-if
       end-if
       if etatExiste
           rewrite entretien-enr
           end-rewrite
       else
           write entretien-enr invalid continue
           end-write
       end-if
       close fentretien
       move 0 to DateLimiteRetrait
       rewrite livre
       end-rewrite
       close fcherche

       move 'A' to h-codeope
       move 'entretien' to h-nomfich
       string ref exp delimited by size into h-cleprim
       perform 9000-ecrire-histo
       if controleRemis
           display a-plg-remis
       else
           display a-plg-horsService
       end-if
       accept s-plg-suite.

       8300-creer-transfert.
       open i-o ftransfert
       move 1 to nouveauNumTrans
       set finFtransfert to false
       read ftransfert next record at end set finFtransfert to true
       end-read
       perform until finFtransfert
           if NumTrans >= nouveauNumTrans
               compute nouveauNumTrans = NumTrans + 1
           end-if
           read ftransfert next record at end set finFtransfert
           to true
           end-read
       end-perform
       move nouveauNumTrans to NumTrans
       move ref to RefTrans
       move exp to ExpTrans
       move siteEntretien to SiteOrigine
       move SiteCU to SiteDest
       move spaces to CodeDemandeur
       move dateJour to DateDemande
       move 0 to DateReception
       set transEnCours to true
       write transfert
       end-write
       close ftransfert
       display a-plg-renvoi.

       8500-historique.
       display s-plg-exemplaire
       accept s-ref
       accept s-exp
       display a-plg-enteteHisto
       move 14 to n
       open input fjournal
       move ref to RefJE
       move exp to ExemplaireJE
       move 0 to DateJE
       move 0 to HeureJE
       start fjournal key >= clefJE
           invalid key
               set finFjournal to true
           not invalid key
               set finFjournal to false
       end-start
       perform until finFjournal
           read fjournal next record
               at end
                   set finFjournal to true
               not at end
                   if (RefJE not = ref) or (ExemplaireJE not = exp)
                       set finFjournal to true
                   else
                       if n > 22
                           accept s-plg-suite
                           display s-plg-titre
                           display a-plg-enteteHisto
                           move 14 to n
                       end-if
                       display a-plg-ligneHisto
                       add 1 to n
                   end-if
           end-read
       end-perform
       close fjournal
       if n = 14
           display a-plg-aucunControle
       end-if
       accept s-plg-suite.

       9000-ecrire-histo.
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pp-entretien-materiel.
