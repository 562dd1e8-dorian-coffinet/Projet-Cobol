       program-id. pp-reclamations.

       select optional freclam assign nf-reclamation
       organization indexed access dynamic
       record key clefRecl = DatePretRecl RefRecl ExemplaireRecl
           CodeERecl
       alternate record key CodeERecl duplicates.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

       select fparametres assign 'parametres.dat'
       organization indexed record key CodeParam
       access dynamic.

       select fliste assign nomListe
       organization line sequential.

       select fspool assign nomSpool
       organization line sequential.

       fd freclam.
       1 reclamation.
               2 DatePretRecl pic 9(8).
               2 RefRecl pic x(8).
               2 ExemplaireRecl pic 9(3).
               2 CodeERecl pic x(8).
               2 DateRecl pic 9(8).
               2 StatutRecl pic x.
               88 reclOuverte value 'O'.
               88 reclTrouvee value 'T'.
               88 reclPerdue value 'P'.
               2 DateClotureRecl pic 9(8).
               2 SiteRecl pic x(3).

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

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

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
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

       fd fparametres.
       1 parametresEnr.
               2 CodeParam pic x(1).
               2 TauxAmende pic 9v99.
               2 DelaiGrace pic 9(3).
               2 MaxPrets pic 9(2).
               2 MaxEchecs pic 9(2).
               2 PlafondAmende pic 9(3).
               2 PlafondDette pic 9(3).
               2 DelaiRemplacement pic 9(3).
               2 DureeMotPasse pic 9(3).
               2 SeuilSuggestion pic 9(2).
               2 TauxAmendeHoraire pic 9v99.
               2 DelaiRappel1 pic 9(3).
               2 DelaiRappel2 pic 9(3).
               2 DelaiRappel3 pic 9(3).
               2 DelaiCourtoisie pic 9(3).
               2 DelaiReclamation pic 9(3).
               2 SeuilReclamation pic 9(2).
               2 SeuilManquant pic 9(2).
               2 SeuilRemise pic 9(3).
               2 SeuilCredit pic 9(3).
               2 SeuilSuppression pic 9(3).
               2 DelaiInactivite pic 9(3).
               2 SeuilExcepNombre pic 9(3).
               2 SeuilExcepMontant pic 9(4).
               2 SeuilExcepTaux pic 9(3).
               2 ToleranceQteFac pic 9(2).
               2 TolerancePrixFac pic 9(2).
               2 SeuilReco pic 9(2).

       fd fliste.
       01 ligne-liste pic x(100).

       fd fspool.
       01 ligne-spool pic x(80).

       working-storage section.
       1 nf-reclamation pic x(30) value 'reclamation.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 cod pic x(8).
       1 ref pic x(8).
       1 exp pic 999.
       1 dateJour pic 9(8).
       1 seuilAlerte pic 9(2).
       1 nbReclAdherent pic 9(3).
       1 nbLignes pic 9(4).
       1 nbPerdues pic 9(3).
       1 codeCourant pic x(8).
       1 nomListe pic x(30).
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 pretTrouve value 'o' false 'n'.
       1 pic x.
       88 reclExiste value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 fin-fpret pic x value 'n'.
       88 finFpret value 'o' false 'n'.
       1 fin-freclam pic x value 'n'.
       88 finFreclam value 'o' false 'n'.
       1 tab-recherche.
           2 recherche-ligne occurs 300.
              3 siteRech pic x(3).
              3 coteRech pic x(10).
              3 texteRech pic x(90).
       1 nbLignesRech pic 9(3) value 0.
       1 kSort1 pic 9(3).
       1 kSort2 pic 9(3).
       1 kRech pic 9(3).
       1 tmp-recherche.
           2 tmpSiteRech pic x(3).
           2 tmpCoteRech pic x(10).
           2 tmpTexteRech pic x(90).
       1 nomSpool pic x(25).
       1 typeDocSpool pic x(10).
       1 codeSpoolDest pic x(8) value spaces.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'reclamation'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Reclamations : documents declares rendus'.
           2 line 3 col 1 '1-Enregistrer une reclamation'.
           2 line 4 col 1 '2-Exemplaire retrouve : enregistrer son '
           & 'retour'.
           2 line 5 col 1 '3-Liste de recherche en rayon'.
           2 line 6 col 1 '4-Adherents au-dessus du seuil de '
           & 'reclamations'.
           2 line 7 col 1 '5-Passer en perte les reclamations '
           & 'anciennes'.
           2 line 8 col 1 '6-Quitter'.
           2 line 9 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 9 col 32 pic 9 to choix required.

       1 s-plg-reclamation.
           2 line 11 col 1 'Code adherent : '.
           2 s-code line 11 col 30 pic x(8) to cod required.
           2 line 12 col 1 'Reference du livre : '.
           2 s-ref line 12 col 30 pic x(8) to ref required.
           2 line 13 col 1 'Numero d exemplaire : '.
           2 s-exp line 13 col 30 pic 999 to exp required.

       1 a-plg-fait.
           2 line 15 col 1 'Reclamation enregistree, le pret ne '
           & 'genere plus d amende.'.
           2 line 16 col 1 'Reclamations de cet adherent : '.
           2 a-nbRecl line 16 col 33 pic zz9 from nbReclAdherent.
       1 a-plg-alerte.
           2 line 17 col 1 'ATTENTION : seuil de reclamations '
           & 'depasse ('.
           2 a-seuil line 17 col 45 pic z9 from seuilAlerte.
           2 line 17 col 47 ').'.
       1 a-plg-adhInexistant.
           2 line 22 col 1 'Adherent inconnu.'.
       1 a-plg-pretInexistant.
           2 line 22 col 1 'Aucun pret en cours de cet exemplaire '
           & 'pour cet adherent.'.
       1 a-plg-dejaReclame.
           2 line 22 col 1 'Ce pret fait deja l objet d une '
           & 'reclamation.'.
       1 a-plg-liste.
           2 line 22 col 1 'Liste ecrite, lignes : '.
           2 a-nbLignes line 22 col 25 pic zzz9 from nbLignes.
           2 line 22 col 31 'fichier '.
           2 a-nomListe line 22 col 39 pic x(30) from nomListe.
       1 a-plg-perdues.
           2 line 22 col 1 'Reclamations passees en perte : '.
           2 a-nbPerdues line 22 col 34 pic zz9 from nbPerdues.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-reclamation.dat' to nf-reclamation
       else
           move 'reclamation.dat' to nf-reclamation
       end-if
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
       move function current-date(1:8) to dateJour

       open input fparametres
       move '1' to CodeParam
       read fparametres
           invalid key
               move 3 to SeuilReclamation
       end-read
       if (SeuilReclamation not numeric) or (SeuilReclamation = 0)
           move 3 to SeuilReclamation
       end-if
       move SeuilReclamation to seuilAlerte
       close fparametres

       display s-plg-titre
       accept s-choix
       perform until choix = 6
           evaluate choix
               when 1 perform 8000-enregistrer-reclamation
               when 2
                   call 'pp-enregistrerr'
                   end-call
               when 3 perform 8300-liste-recherche
               when 4 perform 8500-rapport-adherents
               when 5
                   call 'pp-reclamations-perdues' using nbPerdues
                   end-call
                   display a-plg-perdues
                   accept s-plg-suite
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform
       goback.

       8000-enregistrer-reclamation.
       display s-plg-reclamation
       accept s-code
       accept s-ref
       accept s-exp
       open input fadherent
       move cod to codeEA
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       close fadherent
       if not adherentExiste
           display a-plg-adhInexistant
           accept s-plg-suite
           exit paragraph
       end-if

       open input fpret
       perform 8100-chercher-pret
       close fpret
       if not pretTrouve
           display a-plg-pretInexistant
           accept s-plg-suite
           exit paragraph
       end-if

       open i-o freclam
       move DatePret to DatePretRecl
       move RefS to RefRecl
       move Exemplaire to ExemplaireRecl
       move CodeE to CodeERecl
       read freclam invalid set reclExiste to false
                    not invalid set reclExiste to true
       end-read
       if reclExiste
           close freclam
           display a-plg-dejaReclame
           accept s-plg-suite
           exit paragraph
       end-if

       open input fsupport
       move ref to RefSu
       move exp to ExemplaireU
       read fsupport invalid move spaces to SiteCU
       end-read
       close fsupport
       move dateJour to DateRecl
       set reclOuverte to true
       move 0 to DateClotureRecl
       move SiteCU to SiteRecl
       set erreur to false
       write reclamation invalid set erreur to true
       end-write
       move 'A' to h-codeope
       move RefRecl to h-cleprim
       if erreur
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call

       perform 8200-compter-reclamations
       close freclam
       display a-plg-fait
       if nbReclAdherent > seuilAlerte
           display a-plg-alerte
       end-if
       accept s-plg-suite.

       8100-chercher-pret.
       set pretTrouve to false
       move ref to RefS
       start fpret key = RefS
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
                   if RefS not = ref
                       set finFpret to true
                   else
                       if (Exemplaire = exp) and (DateRetour = 0)
                       and (CodeE = cod)
                           set pretTrouve to true
                           set finFpret to true
                       end-if
                   end-if
           end-read
       end-perform.

       8200-compter-reclamations.
       move 0 to nbReclAdherent
       move cod to CodeERecl
       start freclam key = CodeERecl
           invalid key
               set finFreclam to true
           not invalid key
               set finFreclam to false
       end-start
       perform until finFreclam
           read freclam next record
               at end
                   set finFreclam to true
               not at end
                   if CodeERecl not = cod
                       set finFreclam to true
                   else
                       add 1 to nbReclAdherent
                   end-if
           end-read
       end-perform.

       8300-liste-recherche.
       move 'recherche-rayons.txt' to nomListe
       move 0 to nbLignes
       move 0 to nbLignesRech
       open input freclam
       open input fsupport
       open output fliste
       move 'LISTE' to typeDocSpool
       call 'Creerspool' using typeDocSpool codeSpoolDest nomSpool
       end-call
       open output fspool
       move spaces to ligne-liste
       string 'Recherche en rayon du ' dateJour
           ' (documents declares rendus)' delimited by size
           into ligne-liste
       perform 9900-ecrire-ligne
       move spaces to ligne-liste
       perform 9900-ecrire-ligne

       set finFreclam to false
       read freclam next record at end set finFreclam to true
       end-read
       perform until finFreclam
           if reclOuverte
               perform 8400-ajouter-recherche
           end-if
           read freclam next record at end set finFreclam to true
           end-read
       end-perform

       perform varying kSort1 from 1 by 1
           until kSort1 > nbLignesRech - 1
           perform varying kSort2 from 1 by 1
               until kSort2 > nbLignesRech - kSort1
               if (siteRech(kSort2) > siteRech(kSort2 + 1))
               or (siteRech(kSort2) = siteRech(kSort2 + 1)
               and coteRech(kSort2) > coteRech(kSort2 + 1))
                   move recherche-ligne(kSort2) to tmp-recherche
                   move recherche-ligne(kSort2 + 1)
                       to recherche-ligne(kSort2)
                   move tmp-recherche to recherche-ligne(kSort2 + 1)
               end-if
           end-perform
       end-perform
       perform varying kRech from 1 by 1 until kRech > nbLignesRech
           move texteRech(kRech) to ligne-liste
           perform 9900-ecrire-ligne
           add 1 to nbLignes
       end-perform

       close freclam
       close fsupport
       close fliste
       close fspool
       display a-plg-liste
       accept s-plg-suite.

       8400-ajouter-recherche.
       move RefRecl to RefSu
       move ExemplaireRecl to ExemplaireU
       read fsupport invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if not supportExistant
           move spaces to LibS
           move spaces to CoteS
           move SiteRecl to SiteCU
       end-if
       if nbLignesRech < 300
           add 1 to nbLignesRech
           move SiteCU to siteRech(nbLignesRech)
           move CoteS to coteRech(nbLignesRech)
           string SiteCU ' ' CoteS ' ' RefRecl ' ex ' ExemplaireRecl
               ' ' LibS ' le ' DateRecl ' par ' CodeERecl
               delimited by size into texteRech(nbLignesRech)
       end-if.

       8500-rapport-adherents.
       move 'reclamations-adherents.txt' to nomListe
       move 0 to nbLignes
       open input freclam
       open input fadherent
       open output fliste
       move spaces to ligne-liste
       string 'Adherents ayant plus de ' seuilAlerte
           ' reclamations au ' dateJour delimited by size
           into ligne-liste
       write ligne-liste
       move spaces to ligne-liste
       write ligne-liste

       move spaces to codeCourant
       move 0 to nbReclAdherent
       move low-values to CodeERecl
       start freclam key >= CodeERecl
           invalid key
               set finFreclam to true
           not invalid key
               set finFreclam to false
       end-start
       perform until finFreclam
           read freclam next record
               at end
                   set finFreclam to true
               not at end
                   if CodeERecl not = codeCourant
                       perform 8600-ecrire-adherent
                       move CodeERecl to codeCourant
                       move 0 to nbReclAdherent
                   end-if
                   add 1 to nbReclAdherent
           end-read
       end-perform
       perform 8600-ecrire-adherent

       close freclam
       close fadherent
       close fliste
       display a-plg-liste
       accept s-plg-suite.

       8600-ecrire-adherent.
       if (codeCourant = spaces) or (nbReclAdherent <= seuilAlerte)
           exit paragraph
       end-if
       move codeCourant to codeEA
       read fadherent invalid move spaces to nomE prenomE
       end-read
       move spaces to ligne-liste
       string codeCourant ' ' nomE ' ' prenomE ' reclamations : '
           nbReclAdherent delimited by size into ligne-liste
       write ligne-liste
       add 1 to nbLignes.

       9900-ecrire-ligne.
       write ligne-liste
       move ligne-liste to ligne-spool
       write ligne-spool.

       end program pp-reclamations.
