       program-id. pp-extraire-entrepot.

       select optional fcontrole assign nf-extrait-controle
       organization indexed access dynamic
       record key CodeExt.

       select optional fetat assign nf-extrait-etat
       organization indexed access dynamic
       record key clefEtat = EntiteEtat CleEtat.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fpret assign nf-pret
       organization indexed access dynamic
       record key clefP = DatePret RefSP ExemplaireP CodeEP
       alternate record key RefSP duplicates
       alternate record key CodeEP duplicates.

       select optional fhistopret assign nf-pret-histo
       organization indexed access dynamic
       record key clefhistopret = DatePretH RefSH ExemplaireH CodeEH.

       select optional famende assign nf-amende
       organization indexed access dynamic
       record key clefAm = CodeAm DateAm.

       select optional fpaiement assign nf-paiement
       organization indexed access dynamic
       record key NumRecu.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates.

       select fsortie assign nomSortie
       organization line sequential.

       select fbordereau assign nomBordereau
       organization line sequential.

       fd fcontrole.
       1 controle-ext.
               2 CodeExt pic x(3).
               2 NumExtrait pic 9(6).
               2 DateExtrait pic 9(8).
               2 HeureExtrait pic 9(6).
               2 NumLance pic 9(6).
               2 SelPseudo pic 9(9).
               2 StatutExt pic x.
               88 extraitEnCours value 'E'.
               88 extraitTermine value 'O'.

       fd fetat.
       1 etat-ext.
               2 EntiteEtat pic x(3).
               2 CleEtat pic x(60).
               2 EmpreinteEtat pic 9(9).
               2 ValideEtat pic x.
               88 etatValide value 'O'.
               2 EmpreinteNouv pic 9(9).
               2 RunNouv pic 9(6).
               2 ActionNouv pic x.
               88 aSupprimer value 'S'.
               2 RunVu pic 9(6).

       fd fadherent.
       1 adherent.
               2 codeE pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
               2 codeMenageE pic x(8).
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

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefSP pic x(8).
               2 ExemplaireP pic 9(3).
               2 CodeEP pic x(8).
               2 DateRetourP pic 9(8).
               2 NbRenouvP pic 9.
               2 SiteCP pic x(3).
               2 DateEcheanceP pic 9(8).
               2 HeureEcheanceP pic 9(4).

       fd fhistopret.
       1 pret-histo.
               2 DatePretH pic 9(8).
               2 RefSH pic x(8).
               2 ExemplaireH pic 9(3).
               2 CodeEH pic x(8).
               2 DateRetourH pic 9(8).
               2 NbRenouvH pic 9.
               2 SiteCH pic x(3).
               2 DateEcheanceH pic 9(8).

       fd famende.
       1 amende.
               2 CodeAm pic x(8).
               2 DateAm pic 9(8).
               2 MontantAm pic 9(3)v99.
               2 StatutAm pic x.
               2 MotifAm pic x(30).
               2 MontantAccru pic 9(3)v99.

       fd fpaiement.
       1 paiement.
               2 NumRecu pic 9(6).
               2 CodePay pic x(8).
               2 DateAmPay pic 9(8).
               2 DatePay pic 9(8).
               2 HeurePay pic 9(6).
               2 MontantPay pic 9(3)v99.
               2 ModePay pic x.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               2 LoginValidPay pic 9(5).

       fd freserve.
       1 reservation.
               2 RefRes pic x(8).
               2 DateRes pic 9(8).
               2 HeureRes pic 9(6).
               2 CodeRes pic x(8).
               2 StatutRes pic x.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd fsortie.
       01 ligne-sortie pic x(250).

       fd fbordereau.
       01 ligne-bordereau pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-extrait-controle pic x(30) value 'extrait-controle.dat'.
       1 nf-extrait-etat pic x(30) value 'extrait-etat.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-pret-histo pic x(30) value 'pret-histo.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-paiement pic x(30) value 'paiement.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 prefixeSortie pic x(10).
       1 nomSortie pic x(40).
       1 nomBordereau pic x(40).

       1 dh pic x(21).
       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 numRun pic 9(6).
       1 numPrecedent pic 9(6).
       1 datePrecedente pic 9(8).
       1 heurePrecedente pic 9(6).
       1 selCourant pic 9(9).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-fetat pic x value 'n'.
       88 finFetat value 'o' false 'n'.
       1 pic x.
       88 controleExiste value 'o' false 'n'.
       1 pic x.
       88 etatExiste value 'o' false 'n'.
       1 entiteCourante pic x(3).
       1 cleCourante pic x(60).
       1 corps pic x(240).
       1 opLigne pic x.
       1 empreinteCourante pic 9(9).
       1 empreinteTranche pic 9(9).
       1 empreinteZero pic 9(9) value 0.
       1 tranche pic x(80).
       1 codeSource pic x(8).
       1 pseudo pic x(10).
       1 pseudo2 pic x(10).
       1 texte1 pic x(50).
       1 texte2 pic x(50).
       1 texte3 pic x(50).
       1 anneeNaissance pic 9(4).
       1 montant-ed pic zzz9.99.
       1 montant2-ed pic zzz9.99.
       1 nbLignesEntite pic 9(7).
       1 nbTotal pic 9(7) value 0.
       1 k pic 9.
       1 tab-entites-v.
           2 pic x(14) value 'ADHadherent'.
           2 pic x(14) value 'EXEexemplaire'.
           2 pic x(14) value 'PREpret'.
           2 pic x(14) value 'RETretour'.
           2 pic x(14) value 'AMEamende'.
           2 pic x(14) value 'PAIpaiement'.
           2 pic x(14) value 'RESreservation'.
       1 tab-entites redefines tab-entites-v.
           2 entite-t occurs 7.
              3 codeEntT pic x(3).
              3 fichierEntT pic x(11).
       1 tab-comptes.
           2 nbCreesT pic 9(7) occurs 7.
           2 nbModifiesT pic 9(7) occurs 7.
           2 nbSupprimesT pic 9(7) occurs 7.

       linkage section.
       1 nbLignes pic 9(3).

       procedure division using nbLignes.
       if mode-formation = 'O'
           move 'formation-extrait-controle.dat'
               to nf-extrait-controle
           move 'formation-extrait-etat.dat' to nf-extrait-etat
           move 'formation-' to prefixeSortie
       else
           move 'extrait-controle.dat' to nf-extrait-controle
           move 'extrait-etat.dat' to nf-extrait-etat
           move spaces to prefixeSortie
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-pret-histo.dat' to nf-pret-histo
       else
           move 'pret-histo.dat' to nf-pret-histo
       end-if
       if mode-formation = 'O'
           move 'formation-amende.dat' to nf-amende
       else
           move 'amende.dat' to nf-amende
       end-if
       if mode-formation = 'O'
           move 'formation-paiement.dat' to nf-paiement
       else
           move 'paiement.dat' to nf-paiement
       end-if
       if mode-formation = 'O'
           move 'formation-reservation.dat' to nf-reservation
       else
           move 'reservation.dat' to nf-reservation
       end-if
       move function current-date to dh
       move dh(1:8) to dateJour
       move dh(9:6) to heureJour
       move 0 to nbLignes
       initialize tab-comptes

       open i-o fcontrole
       move 'ENT' to CodeExt
       read fcontrole invalid set controleExiste to false
                      not invalid set controleExiste to true
       end-read
       if not controleExiste
           move 'ENT' to CodeExt
           move 0 to NumExtrait
           move 0 to DateExtrait
           move 0 to HeureExtrait
           move 0 to NumLance
           compute SelPseudo = function mod(dateJour * 1000000
               + heureJour, 999999937) + 1
           set extraitTermine to true
           write controle-ext
           end-write
       end-if
       add 1 to NumLance
       move NumLance to numRun
       move NumExtrait to numPrecedent
       move DateExtrait to datePrecedente
       move HeureExtrait to heurePrecedente
       move SelPseudo to selCourant
       set extraitEnCours to true
       rewrite controle-ext
       end-rewrite
       close fcontrole

       open i-o fetat
       move 1 to k
       perform 7000-extraire-adherents
       move 2 to k
       perform 7100-extraire-exemplaires
       move 3 to k
       perform 7200-extraire-prets
       move 4 to k
       perform 7300-extraire-retours
       move 5 to k
       perform 7400-extraire-amendes
       move 6 to k
       perform 7500-extraire-paiements
       move 7 to k
       perform 7600-extraire-reservations
       perform 8900-valider-etat
       close fetat

       open i-o fcontrole
       move 'ENT' to CodeExt
       read fcontrole invalid continue
       end-read
       move numRun to NumExtrait
       move dateJour to DateExtrait
       move heureJour to HeureExtrait
       set extraitTermine to true
       rewrite controle-ext
       end-rewrite
       close fcontrole
       perform 9000-ecrire-bordereau
       if nbTotal > 999
           move 999 to nbLignes
       else
           move nbTotal to nbLignes
       end-if
       goback.

       7000-extraire-adherents.
       perform 7900-ouvrir-sortie
       move 'op;extrait;adherent;site;categorie;annee_naissance;'
       & 'inscription;expiration;partenaire;canal;menage;decede'
           to ligne-sortie
       write ligne-sortie
       open input fadherent
       set finFich to false
       read fadherent next record at end set finFich to true
       end-read
       perform until finFich
           move codeE to codeSource
           perform 8700-pseudonymiser
           move pseudo to cleCourante
           move codeMenageE to codeSource
           perform 8700-pseudonymiser
           move pseudo to pseudo2
           move cleCourante(1:10) to pseudo
           compute anneeNaissance = dateNaissanceE / 10000
           move spaces to corps
           string function trim(pseudo) ';' siteCE ';'
               function trim(categorieE) ';' anneeNaissance ';'
               dateInscriptionE ';' dateExpirationE ';'
               function trim(codePartenaireE) ';' canalE ';'
               function trim(pseudo2) ';' decedeE
               delimited by size into corps
           perform 8000-comparer
           read fadherent next record at end set finFich to true
           end-read
       end-perform
       close fadherent
       perform 8500-relever-suppressions
       close fsortie.

       7100-extraire-exemplaires.
       perform 7900-ouvrir-sortie
       move 'op;extrait;ref;exemplaire;isbn;titre;auteur;categorie;'
       & 'cote;site;dispo;date_ajout;prix' to ligne-sortie
       write ligne-sortie
       open input fsupport
       set finFich to false
       read fsupport next record at end set finFich to true
       end-read
       perform until finFich
           move spaces to cleCourante
           string RefS ';' Exemplaire delimited by size
               into cleCourante
           move LibS to texte1
           move AuteurS to texte2
           move LibC to texte3
           inspect texte1 replacing all ';' by ','
           inspect texte2 replacing all ';' by ','
           inspect texte3 replacing all ';' by ','
           move PrixS to montant-ed
           move spaces to corps
           string function trim(cleCourante) ';'
               function trim(IsbnS) ';' function trim(texte1) ';'
               function trim(texte2) ';' function trim(texte3) ';'
               function trim(CoteS) ';' SiteC ';' Dispo ';'
               DateAjoutS ';' function trim(montant-ed)
               delimited by size into corps
           perform 8000-comparer
           read fsupport next record at end set finFich to true
           end-read
       end-perform
       close fsupport
       perform 8500-relever-suppressions
       close fsortie.

       7200-extraire-prets.
       perform 7900-ouvrir-sortie
       move 'op;extrait;date_pret;ref;exemplaire;adherent;site;'
       & 'echeance;renouvellements;date_retour' to ligne-sortie
       write ligne-sortie
       open input fpret
       set finFich to false
       read fpret next record at end set finFich to true end-read
       perform until finFich
           move CodeEP to codeSource
           perform 8700-pseudonymiser
           move spaces to cleCourante
           string DatePret ';' RefSP ';' ExemplaireP ';' pseudo
               delimited by size into cleCourante
           move spaces to corps
           string function trim(cleCourante) ';' SiteCP ';'
               DateEcheanceP ';' NbRenouvP ';' DateRetourP
               delimited by size into corps
           perform 8000-comparer
           read fpret next record at end set finFich to true
           end-read
       end-perform
       close fpret
       perform 8500-relever-suppressions
       close fsortie.

       7300-extraire-retours.
       perform 7900-ouvrir-sortie
       move 'op;extrait;date_pret;ref;exemplaire;adherent;site;'
       & 'date_retour;echeance;renouvellements' to ligne-sortie
       write ligne-sortie
       open input fpret
       set finFich to false
       read fpret next record at end set finFich to true end-read
       perform until finFich
           if DateRetourP > 0
               move CodeEP to codeSource
               perform 8700-pseudonymiser
               move spaces to cleCourante
               string DatePret ';' RefSP ';' ExemplaireP ';' pseudo
                   delimited by size into cleCourante
               move spaces to corps
               string function trim(cleCourante) ';' SiteCP ';'
                   DateRetourP ';' DateEcheanceP ';' NbRenouvP
                   delimited by size into corps
               perform 8000-comparer
           end-if
           read fpret next record at end set finFich to true
           end-read
       end-perform
       close fpret
       open input fhistopret
       set finFich to false
       read fhistopret next record at end set finFich to true
       end-read
       perform until finFich
           move CodeEH to codeSource
           perform 8700-pseudonymiser
           move spaces to cleCourante
           string DatePretH ';' RefSH ';' ExemplaireH ';' pseudo
               delimited by size into cleCourante
           move spaces to corps
           string function trim(cleCourante) ';' SiteCH ';'
               DateRetourH ';' DateEcheanceH ';' NbRenouvH
               delimited by size into corps
           perform 8000-comparer
           read fhistopret next record at end set finFich to true
           end-read
       end-perform
       close fhistopret
       perform 8500-relever-suppressions
       close fsortie.

       7400-extraire-amendes.
       perform 7900-ouvrir-sortie
       move 'op;extrait;adherent;date_amende;montant_du;statut;'
       & 'motif;montant_accru' to ligne-sortie
       write ligne-sortie
       open input famende
       set finFich to false
       read famende next record at end set finFich to true end-read
       perform until finFich
           move CodeAm to codeSource
           perform 8700-pseudonymiser
           move spaces to cleCourante
           string pseudo ';' DateAm delimited by size
               into cleCourante
           move MotifAm to texte1
           inspect texte1 replacing all ';' by ','
           move MontantAm to montant-ed
           move MontantAccru to montant2-ed
           move spaces to corps
           string function trim(cleCourante) ';'
               function trim(montant-ed) ';' StatutAm ';'
               function trim(texte1) ';' function trim(montant2-ed)
               delimited by size into corps
           perform 8000-comparer
           read famende next record at end set finFich to true
           end-read
       end-perform
       close famende
       perform 8500-relever-suppressions
       close fsortie.

       7500-extraire-paiements.
       perform 7900-ouvrir-sortie
       move 'op;extrait;recu;adherent;date_amende;date;heure;'
       & 'montant;mode;type;site' to ligne-sortie
       write ligne-sortie
       open input fpaiement
       set finFich to false
       read fpaiement next record at end set finFich to true
       end-read
       perform until finFich
           move CodePay to codeSource
           perform 8700-pseudonymiser
           move NumRecu to cleCourante
           move MontantPay to montant-ed
           move spaces to corps
           string NumRecu ';' function trim(pseudo) ';' DateAmPay
               ';' DatePay ';' HeurePay ';' function trim(montant-ed)
               ';' ModePay ';' TypePay ';' SitePay
               delimited by size into corps
           perform 8000-comparer
           read fpaiement next record at end set finFich to true
           end-read
       end-perform
       close fpaiement
       perform 8500-relever-suppressions
       close fsortie.

       7600-extraire-reservations.
       perform 7900-ouvrir-sortie
       move 'op;extrait;ref;date;heure;adherent;statut;exemplaire;'
       & 'date_avis;date_retrait;date_limite' to ligne-sortie
       write ligne-sortie
       open input freserve
       set finFich to false
       read freserve next record at end set finFich to true end-read
       perform until finFich
           move CodeRes to codeSource
           perform 8700-pseudonymiser
           move spaces to cleCourante
           string RefRes ';' DateRes ';' HeureRes ';' pseudo
               delimited by size into cleCourante
           move spaces to corps
           string function trim(cleCourante) ';' StatutRes ';'
               ExemplaireRes ';' DateAvis ';' DateRetrait ';'
               DateLimiteRes delimited by size into corps
           perform 8000-comparer
           read freserve next record at end set finFich to true
           end-read
       end-perform
       close freserve
       perform 8500-relever-suppressions
       close fsortie.

       7900-ouvrir-sortie.
       move codeEntT(k) to entiteCourante
       move 0 to nbLignesEntite
       move spaces to nomSortie
       string function trim(prefixeSortie) 'entrepot-'
           function trim(fichierEntT(k)) '-' numRun '.csv'
           delimited by size into nomSortie
       open output fsortie
       move spaces to ligne-sortie.

       8000-comparer.
       perform 8800-calculer-empreinte
       move entiteCourante to EntiteEtat
       move cleCourante to CleEtat
       read fetat invalid set etatExiste to false
                  not invalid set etatExiste to true
       end-read
       if not etatExiste
           move entiteCourante to EntiteEtat
           move cleCourante to CleEtat
           move 0 to EmpreinteEtat
           move 'N' to ValideEtat
           move empreinteCourante to EmpreinteNouv
           move numRun to RunNouv
           move 'M' to ActionNouv
           move numRun to RunVu
           write etat-ext
           end-write
           move 'C' to opLigne
           perform 8100-ecrire-ligne
           exit paragraph
       end-if
       move numRun to RunVu
       if etatValide and (EmpreinteEtat = empreinteCourante)
           rewrite etat-ext
           end-rewrite
           exit paragraph
       end-if
       if etatValide
           move 'M' to opLigne
       else
           move 'C' to opLigne
       end-if
       move empreinteCourante to EmpreinteNouv
       move numRun to RunNouv
       move 'M' to ActionNouv
       rewrite etat-ext
       end-rewrite
       perform 8100-ecrire-ligne.

       8100-ecrire-ligne.
       move spaces to ligne-sortie
       string opLigne ';' numRun ';' corps delimited by size
           into ligne-sortie
       write ligne-sortie
       add 1 to nbLignesEntite
       add 1 to nbTotal
       evaluate opLigne
           when 'C' add 1 to nbCreesT(k)
           when 'M' add 1 to nbModifiesT(k)
           when 'S' add 1 to nbSupprimesT(k)
       end-evaluate.

       8500-relever-suppressions.
       move entiteCourante to EntiteEtat
       move low-values to CleEtat
       start fetat key >= clefEtat
           invalid key
               set finFetat to true
           not invalid key
               set finFetat to false
       end-start
       perform until finFetat
           read fetat next record
               at end
                   set finFetat to true
               not at end
                   if EntiteEtat not = entiteCourante
                       set finFetat to true
                   else
                       if RunVu < numRun
                           perform 8550-supprimer-ligne
                       end-if
                   end-if
           end-read
       end-perform.

       8550-supprimer-ligne.
       if etatValide
           move spaces to corps
           move CleEtat to corps
           move 'S' to opLigne
           perform 8100-ecrire-ligne
       end-if
       move numRun to RunNouv
       move 'S' to ActionNouv
       rewrite etat-ext
       end-rewrite.

       8700-pseudonymiser.
       if codeSource = spaces
           move spaces to pseudo
           exit paragraph
       end-if
       move spaces to tranche
       move codeSource to tranche
       call 'Calculerempreinte' using selCourant tranche
           empreinteTranche
       end-call
       move spaces to pseudo
       string 'P' empreinteTranche delimited by size into pseudo.

       8800-calculer-empreinte.
       move corps(1:80) to tranche
       call 'Calculerempreinte' using empreinteZero tranche
           empreinteTranche
       end-call
       move empreinteTranche to empreinteCourante
       move corps(81:80) to tranche
       call 'Calculerempreinte' using empreinteCourante tranche
           empreinteTranche
       end-call
       move empreinteTranche to empreinteCourante
       move corps(161:80) to tranche
       call 'Calculerempreinte' using empreinteCourante tranche
           empreinteTranche
       end-call
       move empreinteTranche to empreinteCourante.

       8900-valider-etat.
       move low-values to EntiteEtat
       move low-values to CleEtat
       start fetat key >= clefEtat
           invalid key
               set finFetat to true
           not invalid key
               set finFetat to false
       end-start
       perform until finFetat
           read fetat next record
               at end
                   set finFetat to true
               not at end
                   if RunNouv = numRun
                       if aSupprimer
                           delete fetat
                           end-delete
                       else
                           move EmpreinteNouv to EmpreinteEtat
                           set etatValide to true
                           move space to ActionNouv
                           rewrite etat-ext
                           end-rewrite
                       end-if
                   end-if
           end-read
       end-perform.

       9000-ecrire-bordereau.
       move spaces to nomBordereau
       string function trim(prefixeSortie) 'entrepot-' numRun '.ctl'
           delimited by size into nomBordereau
       open output fbordereau
       move spaces to ligne-bordereau
       string 'extrait;' numRun ';' dateJour ';' heureJour
           ';precedent;' numPrecedent ';' datePrecedente ';'
           heurePrecedente delimited by size into ligne-bordereau
       write ligne-bordereau
       perform varying k from 1 by 1 until k > 7
           move spaces to ligne-bordereau
           string function trim(fichierEntT(k)) ';crees;'
               nbCreesT(k) ';modifies;' nbModifiesT(k)
               ';supprimes;' nbSupprimesT(k)
               delimited by size into ligne-bordereau
           write ligne-bordereau
       end-perform
       close fbordereau.

       end program pp-extraire-entrepot.
