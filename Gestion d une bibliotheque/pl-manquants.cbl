       program-id. pl-manquants.

       select optional fmanquant assign nf-manquant
       organization indexed access dynamic
       record key clefManq = RefManq ExpManq.

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

       fd fmanquant.
       1 manquant.
               2 RefManq pic x(8).
               2 ExpManq pic 9(3).
               2 SiteManq pic x(3).
               2 DateSignalManq pic 9(8).
               2 LoginManq pic 9(5).
               2 NbRecherchesManq pic 9(2).
               2 DateListeManq pic 9(8).
               2 StatutManq pic x.
               88 manqEnRecherche value 'M'.
               88 manqRetrouve value 'R'.
               88 manqPerdu value 'P'.
               2 DateClotureManq pic 9(8).

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

       working-storage section.
       1 nf-manquant pic x(30) value 'manquant.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 ref pic x(8).
       1 exp pic 999.
       1 dateJour pic 9(8).
       1 nbPerdus pic 9(3).
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 pic x.
       88 manqExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-freserve pic x value 'n'.
       88 finFreserve value 'o' false 'n'.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'manquant'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Exemplaires manquants en rayon'.
           2 line 3 col 1 '1-Signaler un exemplaire introuvable'.
           2 line 4 col 1 '2-Exemplaire retrouve'.
           2 line 5 col 1 '3-Liste de recherche hebdomadaire'.
           2 line 6 col 1 '4-Quitter'.
           2 line 7 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 7 col 32 pic 9 to choix required.

       1 s-plg-exemplaire.
           2 line 9 col 1 'Reference du livre : '.
           2 s-ref line 9 col 30 pic x(8) to ref required.
           2 line 10 col 1 'Numero d exemplaire : '.
           2 s-exp line 10 col 30 pic 999 to exp required.

       1 a-plg-exNexiste.
           2 line 22 col 1 'Cet exemplaire n existe pas.'.
       1 a-plg-pasEnRayon.
           2 line 22 col 1 'Exemplaire ni disponible ni mis de cote, '
           & 'signalement impossible.'.
       1 a-plg-pasManquant.
           2 line 22 col 1 'Cet exemplaire n est pas signale '
           & 'manquant.'.
       1 a-plg-signale.
           2 line 22 col 1 'Exemplaire signale manquant, il figurera '
           & 'sur la prochaine liste de recherche.'.
       1 a-plg-retrouve.
           2 line 22 col 1 'Exemplaire remis en rayon.'.
       1 a-plg-perdus.
           2 line 22 col 1 'Liste ecrite dans recherche-manquants.txt'
           & ', passes en perte : '.
           2 a-nbPerdus line 22 col 62 pic zz9 from nbPerdus.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-manquant.dat' to nf-manquant
       else
           move 'manquant.dat' to nf-manquant
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       move function current-date(1:8) to dateJour

       display s-plg-titre
       accept s-choix
       perform until choix = 4
           evaluate choix
               when 1 perform 8000-signaler
               when 2 perform 8200-retrouver
               when 3
                   call 'pl-recherche-manquants' using nbPerdus
                   end-call
                   display a-plg-perdus
                   accept s-plg-suite
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-signaler.
       display s-plg-exemplaire
       accept s-ref
       accept s-exp
       open i-o fsupport
       move ref to RefSu
       move exp to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if not supportExistant
           close fsupport
           display a-plg-exNexiste
           accept s-plg-suite
           exit paragraph
       end-if
       if (Dispo not = 'O') and (Dispo not = 'H')
           close fsupport
           display a-plg-pasEnRayon
           accept s-plg-suite
           exit paragraph
       end-if
       if Dispo = 'H'
           perform 8100-liberer-reservation
       end-if
       move 'M' to Dispo
       move 0 to DateLimiteRetrait
       rewrite livre
       end-rewrite
       close fsupport

       open i-o fmanquant
       move ref to RefManq
       move exp to ExpManq
       read fmanquant invalid set manqExiste to false
                      not invalid set manqExiste to true
       end-read
       move SiteCU to SiteManq
       move dateJour to DateSignalManq
       move logutil-courant to LoginManq
       move 0 to NbRecherchesManq
       move 0 to DateListeManq
       set manqEnRecherche to true
       move 0 to DateClotureManq
       set erreur to false
       if manqExiste
           move 'M' to h-codeope
           rewrite manquant invalid set erreur to true
           end-rewrite
       else
           move 'A' to h-codeope
           write manquant invalid set erreur to true
           end-write
       end-if
       close fmanquant
       perform 9000-ecrire-histo
       display a-plg-signale
       accept s-plg-suite.

       8100-liberer-reservation.
       open i-o freserve
       move ref to RefRes
       start freserve key = RefRes
           invalid key
               set finFreserve to true
           not invalid key
               set finFreserve to false
       end-start
       perform until finFreserve
           read freserve next end set finFreserve to true
           not at end
               if RefRes not = ref
                   set finFreserve to true
               else
                   if resNotifiee and (ExemplaireRes = exp)
                       set resEnAttente to true
                       move 0 to ExemplaireRes
                       move 0 to DateAvis
                       rewrite reservation
                       end-rewrite
                       set finFreserve to true
                   end-if
               end-if
           end-read
       end-perform
       close freserve.

       8200-retrouver.
       display s-plg-exemplaire
       accept s-ref
       accept s-exp
       open i-o fmanquant
       move ref to RefManq
       move exp to ExpManq
       read fmanquant invalid set manqExiste to false
                      not invalid set manqExiste to true
       end-read
       if (not manqExiste) or (not manqEnRecherche)
           close fmanquant
           display a-plg-pasManquant
           accept s-plg-suite
           exit paragraph
       end-if
       set manqRetrouve to true
       move dateJour to DateClotureManq
       set erreur to false
       rewrite manquant invalid set erreur to true
       end-rewrite
       close fmanquant

       open i-o fsupport
       move ref to RefSu
       move exp to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if supportExistant and (Dispo = 'M')
           move 'O' to Dispo
           rewrite livre
           end-rewrite
       end-if
       close fsupport
       move 'M' to h-codeope
       perform 9000-ecrire-histo
       display a-plg-retrouve
       accept s-plg-suite.

       9000-ecrire-histo.
       move clefManq to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call.

       end program pl-manquants.
