       program-id. pp-alertes-nouveautes.

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
       access dynamic.

       select optional freserve assign nf-reservation
       organization indexed access dynamic
       record key clefRes = RefRes DateRes HeureRes CodeRes
       alternate record key RefRes duplicates.

       select fadherent assign nf-adherent
       organization indexed record key codeE
       access dynamic.

       select courriel assign nf-courriel
       organization line sequential.

       select optional favis assign 'alertes-nouveautes.txt'
       organization line sequential.

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

       fd courriel.
       01 ligne-courriel pic x(800).

       fd favis.
       01 ligne-avis pic x(120).

       working-storage section.
       1 nf-courriel pic x(30) value 'courriel.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-alerte pic x(30) value 'alerte.dat'.
       1 nf-alerte-avis pic x(30) value 'alerte-avis.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 fin-falerte pic x value 'n'.
       88 finFalerte value 'o' false 'n'.
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 pic x.
       88 adherentExiste value 'o' false 'n'.
       1 pic x.
       88 critereCorrespond value 'o' false 'n'.
       1 pic x.
       88 dejaSignale value 'o' false 'n'.
       1 pic x.
       88 dejaReserve value 'o' false 'n'.
       1 canalEnvoi pic x.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       1 dateJour pic 9(8).
       1 dateDepuis pic 9(8).
       1 refCourante pic x(8).
       1 dateTitre pic 9(8).
       1 critereMaj pic x(30).

       1 tab-nouv.
           2 nouv-t occurs 500.
              3 refNouv pic x(8).
              3 libNouv pic x(30).
              3 auteurNouv pic x(30).
              3 libCNouv pic x(30).
              3 dateNouv pic 9(8).
              3 motsNouv.
                 4 motNouv pic x(20) occurs 20.
       1 nbNouv pic 9(3) value 0.
       1 nbNouvIgnores pic 9(5) value 0.
       1 kNouv pic 9(3).
       1 kMot pic 99.
       1 tab-envoi.
           2 kEnvoi-t pic 9(3) occurs 20.
       1 nbEnvoi pic 99 value 0.
       1 kEnv pic 99.
       1 adherentCourant pic x(8) value spaces.

       1 ligne-texte pic x(120).
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'N'.
       1 q-resume pic x(80).

       linkage section.
       01 nbAvis pic 9(3).

       screen section.
       1 a-plg-termine.
           2 line 21 col 1 'Alertes nouveautes envoyees : '.
           2 a-nb line 21 col 36 pic zz9 from nbAvis.
       1 a-plg-ignores.
           2 line 22 col 1 'ATTENTION : nouveautes non examinees '
           & '(capacite atteinte) : '.
           2 a-nbIgnores line 22 col 60 pic zzzz9 from nbNouvIgnores.

       procedure division using nbAvis.
       if mode-formation = 'O'
           move 'formation-courriel.dat' to nf-courriel
       else
           move 'courriel.dat' to nf-courriel
       end-if
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
       move 0 to nbAvis
       move function current-date(1:8) to dateJour

       open i-o falerte
       perform 8000-date-depuis
       if dateDepuis >= dateJour
           close falerte
           display a-plg-termine
           goback
       end-if
       perform 8100-charger-nouveautes
       if nbNouv = 0
           close falerte
           display a-plg-termine
           goback
       end-if

       open i-o falerteavis
       open input freserve
       open input fadherent
       open extend courriel
       open extend favis

       move spaces to adherentCourant
       move 0 to nbEnvoi
       move low-values to clefAl
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
                   if CodeEAl not = adherentCourant
                       perform 8500-envoyer-recapitulatif
                       move CodeEAl to adherentCourant
                   end-if
                   perform 8300-examiner-profil
                   move dateJour to DateDerAvisAl
                   rewrite alerte-enr
                   end-rewrite
           end-read
       end-perform
       perform 8500-envoyer-recapitulatif

       close falerte
       close falerteavis
       close freserve
       close fadherent
       close courriel
       close favis
       display a-plg-termine
       if nbNouvIgnores > 0
           display a-plg-ignores
       end-if
       goback.

       8000-date-depuis.
       move dateJour to dateDepuis
       set finFalerte to false
       read falerte next record at end set finFalerte to true
       end-read
       perform until finFalerte
           if DateDerAvisAl < dateDepuis
               move DateDerAvisAl to dateDepuis
           end-if
           read falerte next record at end set finFalerte to true
           end-read
       end-perform.

       8100-charger-nouveautes.
       move 0 to nbNouv
       move spaces to refCourante
       open input fsupport
       set finFich to false
       read fsupport next record at end set finFich to true end-read
       perform until finFich
           if RefS not = refCourante
               perform 8150-retenir-titre
               move RefS to refCourante
               move DateAjoutS to dateTitre
               if nbNouv < 500
                   move RefS to refNouv(nbNouv + 1)
                   move LibS to libNouv(nbNouv + 1)
                   move AuteurS to auteurNouv(nbNouv + 1)
                   move LibC to libCNouv(nbNouv + 1)
                   move tab to motsNouv(nbNouv + 1)
               end-if
           else
               if DateAjoutS < dateTitre
                   move DateAjoutS to dateTitre
               end-if
           end-if
           read fsupport next record at end set finFich to true
           end-read
       end-perform
       perform 8150-retenir-titre
       close fsupport.

       8150-retenir-titre.
       if refCourante = spaces
           exit paragraph
       end-if
       if (dateTitre > dateDepuis) and (dateTitre <= dateJour)
           if nbNouv < 500
               add 1 to nbNouv
               move dateTitre to dateNouv(nbNouv)
           else
               add 1 to nbNouvIgnores
           end-if
       end-if.

       8300-examiner-profil.
       move function upper-case(CritereAl) to critereMaj
       perform varying kNouv from 1 by 1 until kNouv > nbNouv
           if dateNouv(kNouv) > DateDerAvisAl
               perform 8350-comparer-critere
               if critereCorrespond
                   perform 8400-retenir-nouveaute
               end-if
           end-if
       end-perform.

       8350-comparer-critere.
       set critereCorrespond to false
       evaluate true
           when alerteAuteur
               if function upper-case(auteurNouv(kNouv)) = critereMaj
                   set critereCorrespond to true
               end-if
           when alerteCategorie
               if function upper-case(libCNouv(kNouv)) = critereMaj
                   set critereCorrespond to true
               end-if
           when alerteMotCle
               perform varying kMot from 1 by 1
                   until (kMot > 20) or critereCorrespond
                   if (motNouv(kNouv, kMot) not = spaces)
                   and (function upper-case(motNouv(kNouv, kMot))
                        = critereMaj)
                       set critereCorrespond to true
                   end-if
               end-perform
       end-evaluate.

       8400-retenir-nouveaute.
       perform varying kEnv from 1 by 1 until kEnv > nbEnvoi
           if kEnvoi-t(kEnv) = kNouv
               exit paragraph
           end-if
       end-perform
       if nbEnvoi >= 20
           exit paragraph
       end-if
       move CodeEAl to CodeEAA
       move refNouv(kNouv) to RefAA
       read falerteavis invalid set dejaSignale to false
                        not invalid set dejaSignale to true
       end-read
       if dejaSignale
           exit paragraph
       end-if
       perform 8450-verifier-reservation
       if dejaReserve
           exit paragraph
       end-if
       add 1 to nbEnvoi
       move kNouv to kEnvoi-t(nbEnvoi).

       8450-verifier-reservation.
       set dejaReserve to false
       move refNouv(kNouv) to RefRes
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
                   if RefRes not = refNouv(kNouv)
                       set finFich to true
                   else
                       if (CodeRes = CodeEAl)
                       and (resEnAttente or resNotifiee)
                           set dejaReserve to true
                       end-if
                   end-if
           end-read
       end-perform.

       8500-envoyer-recapitulatif.
       if nbEnvoi = 0
           exit paragraph
       end-if
       move adherentCourant to codeE
       read fadherent invalid set adherentExiste to false
                      not invalid set adherentExiste to true
       end-read
       perform 8600-choisir-canal

       if not sansEnvoi
           move 'Bibliothèque INFOrmatique - nouveautes qui '
           & 'pourraient vous interesser' to ligne-texte
           perform 8700-ecrire-ligne
           if adherentExiste
               string 'A : ' nomE ' ' prenomE into ligne-texte
           else
               string 'A : adherent ' adherentCourant
                   into ligne-texte
           end-if
           perform 8700-ecrire-ligne
           perform varying kEnv from 1 by 1 until kEnv > nbEnvoi
               move kEnvoi-t(kEnv) to kNouv
               string refNouv(kNouv) ' ' libNouv(kNouv) ' - '
                   auteurNouv(kNouv) delimited by size
                   into ligne-texte
               perform 8700-ecrire-ligne
           end-perform
           move 'Pour reserver : borne, Mes alertes nouveautes, '
           & 'ou a l accueil avec la reference.' to ligne-texte
           perform 8700-ecrire-ligne
           move spaces to ligne-texte
           perform 8700-ecrire-ligne
       end-if

       if aEmail
           move mailE to q-dest
           move spaces to q-resume
           string 'Nouveautes : ' nbEnvoi ' titre(s) pour vous'
               delimited by size into q-resume
           call 'Ecrirecourriel' using q-dest q-type q-resume
           end-call
       end-if
       if aSms
           move telE to q-tel
           move kEnvoi-t(1) to kNouv
           move spaces to q-resume
           string 'Nouveaute : ' libNouv(kNouv) ' (' nbEnvoi
               ' titre(s)) reserver ref ' refNouv(kNouv)
               delimited by size into q-resume
           call 'Ecriresms' using q-tel q-type q-resume
           end-call
       end-if

       perform varying kEnv from 1 by 1 until kEnv > nbEnvoi
           move kEnvoi-t(kEnv) to kNouv
           move adherentCourant to CodeEAA
           move refNouv(kNouv) to RefAA
           move libNouv(kNouv) to LibAA
           move auteurNouv(kNouv) to AuteurAA
           move dateJour to DateAA
           write alerte-avis invalid continue
           end-write
       end-perform
       if not sansEnvoi
           add 1 to nbAvis
       end-if
       move 0 to nbEnvoi.

       8600-choisir-canal.
       if not adherentExiste
           set sansEnvoi to true
           exit paragraph
       end-if
       evaluate canalE
           when 'M'
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
           when 'S'
               if telE not = spaces
                   set aSms to true
               else
                   set aCourrier to true
               end-if
           when 'P'
               set aCourrier to true
           when 'N'
               set sansEnvoi to true
           when other
               if mailE not = spaces
                   set aEmail to true
               else
                   set aCourrier to true
               end-if
       end-evaluate
       if aCourrier and (adrInvalideE = 'O')
           if mailE not = spaces
               set aEmail to true
           else
               set sansEnvoi to true
           end-if
       end-if
       if decedeE = 'O'
           set sansEnvoi to true
       end-if.

       8700-ecrire-ligne.
       if aEmail
           move ligne-texte to ligne-courriel
           write ligne-courriel
       end-if
       if aCourrier
           move ligne-texte to ligne-avis
           write ligne-avis
       end-if
       move spaces to ligne-texte.

       end program pp-alertes-nouveautes.
