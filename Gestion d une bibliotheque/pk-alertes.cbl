       program-id. pk-alertes.

       select optional falerte assign nf-alerte
       organization indexed access dynamic
       record key clefAl = CodeEAl NumAl.

       select optional falerteavis assign nf-alerte-avis
       organization indexed access dynamic
       record key clefAA = CodeEAA RefAA.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic
       sharing with all other
       lock mode is automatic.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates
       sharing with all other
       lock mode is automatic.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select optional fcarteg assign nf-carte
       organization indexed access dynamic
       record key NumCarte.

       fd falerte.
       1 alerte-enr.
               2 CodeEAl pic x(8).
               2 NumAl pic 9(2).
               2 TypeAl pic x.
               88 alerteAuteur value 'A'.
               88 alerteMotCle value 'M'.
               88 alerteCategorie value 'C'.
               2 CritereAl pic x(30).
               2 DateCreationAl pic 9(8).
               2 DateDerAvisAl pic 9(8).
               2 OrigineAl pic x.
               88 saisieGuichet value 'G'.
               88 saisieBorne value 'B'.

       fd falerteavis.
       1 alerte-avis.
               2 CodeEAA pic x(8).
               2 RefAA pic x(8).
               2 LibAA pic x(30).
               2 AuteurAA pic x(30).
               2 DateAA pic 9(8).

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

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
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

       fd fcarteg.
       1 carte-enr.
               2 NumCarte pic x(8).
               2 CodeECarte pic x(8).
               2 DateEmission pic 9(8).
               2 StatutCarte pic x.
               88 carteActive value 'A'.
               88 carteBloquee value 'B'.

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-alerte pic x(30) value 'alerte.dat'.
       1 nf-alerte-avis pic x(30) value 'alerte-avis.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-carte pic x(30) value 'carte.dat'.

       1 carteSaisie pic x(8).
       1 pinSaisi pic x(4).
       1 cod pic x(8).
       1 pic x.
       88 carteTrouvee value 'o' false 'n'.
       1 pic x.
       88 adherentTrouve value 'o' false 'n'.
       1 pic x.
       88 identiteValide value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 pic x.
       88 alerteExiste value 'o' false 'n'.
       1 pic x.
       88 avisExiste value 'o' false 'n'.
       1 pic x.
       88 dejaReserve value 'o' false 'n'.
       1 fin-falerte pic x value 'n'.
       88 finFalerte value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 action pic x.
       1 typeSaisi pic x.
       1 critereSaisi pic x(30).
       1 critereValide pic x.
       1 numSaisi pic 9(2).
       1 refAReserver pic x(8).
       1 nouveauNumAl pic 9(2).
       1 nbProfils pic 9(2).
       1 nbMaxProfils pic 9(2) value 10.
       1 nbdispo pic 9(2).
       1 dateJour pic 9(8).
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'alerte'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       screen section.
       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'Mes alertes nouveautes'.
       1 s-plg-identite.
           2 line 3 col 1 'Numero de carte : '.
           2 s-carte line 3 col 20 pic x(8) to carteSaisie required.
           2 line 4 col 1 'Code PIN : '.
           2 s-pin line 4 col 20 pic x(4) to pinSaisi secure
           required.
       1 a-plg-refusIdentite.
           2 line 6 col 1 'Numero ou PIN incorrect.'.

       1 a-plg-enteteProfils.
           2 blank screen.
           2 line 1 col 1 'Mes alertes nouveautes'.
           2 line 3 col 1 'No Type Auteur, mot cle ou categorie'.
           2 line 3 col 40 'Depuis le'.
       1 a-plg-ligneProfil.
           2 line n col 1 pic 99 from NumAl.
           2 col 5 pic x from TypeAl.
           2 col 9 pic x(30) from CritereAl.
           2 col 40 pic 9(8) from DateCreationAl.
       1 s-plg-action.
           2 line 16 col 1 'A-ajouter une alerte  S-supprimer  '
           & 'R-reserver une nouveaute  F-fin : '.
           2 s-action line 16 col 70 pic x to action required.

       1 s-plg-fiche.
           2 line 18 col 1 'A-auteur  M-mot cle  C-categorie : '.
           2 s-type line 18 col 40 pic x to typeSaisi required.
           2 line 19 col 1 'Auteur, mot cle ou categorie : '.
           2 s-critere line 19 col 40 pic x(30) to critereSaisi
           required.
       1 s-plg-suppression.
           2 line 18 col 1 'Numero de l alerte a supprimer : '.
           2 s-numSupp line 18 col 40 pic 99 to numSaisi required.

       1 a-plg-enteteNouv.
           2 blank screen.
           2 line 1 col 1 'Nouveautes qui vous ont ete signalees'.
           2 line 3 col 1 'Ref.     Titre'.
           2 line 3 col 42 'Auteur'.
       1 a-plg-ligneNouv.
           2 line n col 1 pic x(8) from RefAA.
           2 col 10 pic x(30) from LibAA.
           2 col 42 pic x(30) from AuteurAA.
       1 s-plg-reserver.
           2 line 20 col 1 'Reserver un titre ? Reference '
           & '(vide = non) : '.
           2 s-refAReserver line 20 col 48 pic x(8) to refAReserver.

       1 a-plg-message.
           2 line 22 col 1 pic x(79) value spaces.
       1 a-plg-critereInconnu.
           2 line 22 col 1 'Auteur, mot cle ou categorie inconnu '
           & 'du catalogue.'.
       1 a-plg-trop.
           2 line 22 col 1 'Vous avez deja le nombre maximum '
           & 'd alertes.'.
       1 a-plg-ajoute.
           2 line 22 col 1 'Alerte enregistree, vous serez prevenu '
           & 'des prochaines nouveautes.'.
       1 a-plg-introuvable.
           2 line 22 col 1 'Aucune alerte avec ce numero.'.
       1 a-plg-supprime.
           2 line 22 col 1 'Alerte supprimee.'.
       1 a-plg-nonSignale.
           2 line 22 col 1 'Ce titre ne fait pas partie des '
           & 'nouveautes signalees.'.
       1 a-plg-temporaire.
           2 line 22 col 1 'Adhesion temporaire : les reservations ne '
           & 'sont pas ouvertes.'.
       1 a-plg-dejaReserve.
           2 line 22 col 1 'Vous avez deja une reservation sur ce '
           & 'titre.'.
       1 a-plg-resDispo.
           2 line 22 col 1 'Ce titre a un exemplaire disponible en '
           & 'rayon, inutile de reserver.'.
       1 a-plg-resFait.
           2 line 22 col 1 'Reservation enregistree, vous serez '
           & 'prevenu quand le titre sera disponible.'.
       1 a-plg-resErreur.
           2 line 22 col 1 'Reservation impossible pour le moment, '
           & 'adressez-vous a l accueil.'.
       1 s-plg-pause line 22 col 79 pic x auto secure.
       1 s-plg-suite.
           2 line 24 col 1 'Appuyer sur une touche pour revenir a '
           & 'l accueil '.
           2 s-fin line 24 col 55 pic x auto.

       procedure division.
       if mode-formation = 'O'
           move 'formation-alerte.dat' to nf-alerte
       else
           move 'alerte.dat' to nf-alerte
       end-if
       if mode-formation = 'O'
           move 'formation-alerte-avis.dat' to nf-alerte-avis
       else
           move 'alerte-avis.dat' to nf-alerte-avis
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
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-carte.dat' to nf-carte
       else
           move 'carte.dat' to nf-carte
       end-if
       move function current-date(1:8) to dateJour
       open input fadherent
       open input fcarteg

       display s-plg-titre
       perform 8000-identifier-adherent

       if identiteValide
           open i-o falerte
           move space to action
           perform until function upper-case(action) = 'F'
               perform 8100-afficher-profils
               display s-plg-action
               accept s-action
               evaluate function upper-case(action)
                   when 'A' perform 8200-ajouter
                   when 'S' perform 8300-supprimer
                   when 'R' perform 8400-nouveautes
               end-evaluate
           end-perform
           close falerte
       else
           display s-plg-suite
           accept s-fin
       end-if

       close fadherent
       close fcarteg
       goback.

       8000-identifier-adherent.
       set identiteValide to false
       display s-plg-identite
       accept s-carte
       accept s-pin
       move carteSaisie to cod
       move carteSaisie to NumCarte
       read fcarteg invalid set carteTrouvee to false
                    not invalid set carteTrouvee to true
       end-read
       if carteTrouvee and (not carteBloquee)
           move CodeECarte to cod
       end-if
       move cod to codeE
       read fadherent invalid set adherentTrouve to false
                      not invalid set adherentTrouve to true
       end-read
       if adherentTrouve and (pinE = pinSaisi)
           set identiteValide to true
       else
           display a-plg-refusIdentite
       end-if.

       8100-afficher-profils.
       display a-plg-enteteProfils
       move 4 to n
       move 0 to nbProfils
       move 1 to nouveauNumAl
       move cod to CodeEAl
       move 0 to NumAl
       start falerte key >= clefAl
           invalid key
               set finFalerte to true
           not invalid key
               set finFalerte to false
       end-start
       perform until finFalerte
           read falerte next record
               at end
                   set finFalerte to true
               not at end
                   if CodeEAl not = cod
                       set finFalerte to true
                   else
                       add 1 to nbProfils
                       if NumAl >= nouveauNumAl
                           compute nouveauNumAl = NumAl + 1
                       end-if
                       if n < 15
                           display a-plg-ligneProfil
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform.

       8200-ajouter.
       if nbProfils >= nbMaxProfils
           display a-plg-trop
           accept s-plg-pause
           exit paragraph
       end-if
       display s-plg-fiche
       accept s-type
       accept s-critere
       move function upper-case(typeSaisi) to typeSaisi
       call 'Verifalerte' using typeSaisi critereSaisi critereValide
       end-call
       if critereValide not = 'O'
           display a-plg-critereInconnu
           accept s-plg-pause
           exit paragraph
       end-if
       move cod to CodeEAl
       move nouveauNumAl to NumAl
       move typeSaisi to TypeAl
       move critereSaisi to CritereAl
       move dateJour to DateCreationAl
       move dateJour to DateDerAvisAl
       set saisieBorne to true
       write alerte-enr invalid continue
       end-write
       move 'A' to h-codeope
       move cod to h-cleprim
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       display a-plg-ajoute
       accept s-plg-pause.

       8300-supprimer.
       display s-plg-suppression
       accept s-numSupp
       move cod to CodeEAl
       move numSaisi to NumAl
       read falerte invalid set alerteExiste to false
                    not invalid set alerteExiste to true
       end-read
       if not alerteExiste
           display a-plg-introuvable
       else
           delete falerte
           end-delete
           move 'S' to h-codeope
           move cod to h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
           display a-plg-supprime
       end-if
       accept s-plg-pause.

       8400-nouveautes.
       open input falerteavis
       display a-plg-enteteNouv
       move 4 to n
       move cod to CodeEAA
       move low-values to RefAA
       start falerteavis key >= clefAA
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read falerteavis next record
               at end
                   set finFich to true
               not at end
                   if CodeEAA not = cod
                       set finFich to true
                   else
                       if n < 19
                           display a-plg-ligneNouv
                           add 1 to n
                       end-if
                   end-if
           end-read
       end-perform

       display s-plg-reserver
       move spaces to refAReserver
       accept s-refAReserver
       if refAReserver not = spaces
           move cod to CodeEAA
           move refAReserver to RefAA
           read falerteavis invalid set avisExiste to false
                            not invalid set avisExiste to true
           end-read
           display a-plg-message
           if not avisExiste
               display a-plg-nonSignale
           else
               perform 8500-reserver
           end-if
           accept s-plg-pause
       end-if
       close falerteavis.

       8500-reserver.
       if categorieE = 'TEMPORAIRE'
           display a-plg-temporaire
           exit paragraph
       end-if
       open i-o freserve
       set dejaReserve to false
       move refAReserver to RefRes
       start freserve key = RefRes
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich or dejaReserve
           read freserve next record
               at end
                   set finFich to true
               not at end
                   if RefRes not = refAReserver
                       set finFich to true
                   else
                       if (CodeRes = cod)
                       and (resEnAttente or resNotifiee)
                           set dejaReserve to true
                       end-if
                   end-if
           end-read
       end-perform
       if dejaReserve
           display a-plg-dejaReserve
           close freserve
           exit paragraph
       end-if

       move 0 to nbdispo
       open input fsupport
       move refAReserver to RefS
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
                   if RefS not = refAReserver
                       set finFich to true
                   else
                       if (Dispo = 'O')
                       and ((siteCE = spaces) or (SiteC = siteCE))
                           add 1 to nbdispo
                       end-if
                   end-if
           end-read
       end-perform
       close fsupport

       if nbdispo > 0
           display a-plg-resDispo
       else
           move refAReserver to RefRes
           move function current-date(1:8) to DateRes
           move function current-date(9:6) to HeureRes
           move cod to CodeRes
           set resEnAttente to true
           move 0 to ExemplaireRes
           move 0 to DateAvis
           move 0 to DateRetrait
           move 0 to DateLimiteRes
           write reservation invalid set erreur to true
                             not invalid set erreur to false
           end-write
           if erreur
               display a-plg-resErreur
           else
               display a-plg-resFait
           end-if
       end-if
       close freserve.

       end program pk-alertes.
