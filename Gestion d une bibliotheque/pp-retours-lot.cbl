       select frapport assign 'rapport-retours-scanner.txt'
       organization line sequential.

       select optional ftransfert assign nf-transfert
       organization indexed access dynamic
       record key NumTrans.

       select optional fbareme assign 'bareme-degats.dat'
       organization indexed record key GradeDeg
       access dynamic.

       select optional freparation assign nf-reparation
       organization indexed access dynamic
       record key NumRep.

       fd fscan.
       01 ligne-scan.
           02 refScan pic x(8).
           02 pic x.
           02 expScan pic 9(3).
           02 pic x.
           02 siteScan pic x(3).
           02 pic x.
           02 gradeScan pic x.

       fd fenregistre.
       1 pret.
                 2 PrixS pic 9(3)v99.
                 2 CoteS pic x(10).
                 2 NumDonS pic 9(5).
                 2 NbPiecesS pic 9(2).
                 2 DescPiecesS pic x(40).

       fd freserve.
       1 reservation.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd famende.
       1 amende.
               2 categorieEE pic x(10).
               2 creditEE pic 9(4)v99.
               2 codeGarantEE pic x(8).
               2 canalEE pic x.
               2 consentLettreEE pic x.
               2 dateConsentLettreEE pic 9(8).
               2 consentEvenementEE pic x.
               2 dateConsentEvenementEE pic 9(8).
               2 adrInvalideEE pic x.
               2 dateAdrInvalideEE pic 9(8).
               2 decedeEE pic x.
               2 dateDecesEE pic 9(8).
               2 refusRecoEE pic x.

       fd fcategorie.
       1 categorie.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fparametres.
       1 parametresEnr.
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

       fd frapport.
       01 ligne-rapport pic x(100).

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

       fd fbareme.
       1 bareme-enr.
               2 GradeDeg pic x.
               2 LibDeg pic x(30).
               2 PourcentDeg pic 9(3).
               2 MinimumDeg pic 9(3)v99.
               2 ReparableDeg pic x.
               88 degatReparable value 'O'.

       fd freparation.
       1 reparation-enr.
               2 NumRep pic 9(5).
               2 RefRep pic x(8).
               2 ExpRep pic 9(3).
               2 CodeFourRep pic x(5).
               2 DateEnvoiRep pic 9(8).
               2 DateRetourPrevRep pic 9(8).
               2 CoutRep pic 9(4)v99.
               2 DateRetourRep pic 9(8).
               2 ResultatRep pic x.
               2 StatutRep pic x.
               88 repAEnvoyer value 'A'.
               2 SiteRep pic x(3).
               2 LibCRep pic x(30).
               2 CodeERep pic x(8).
               2 GradeRep pic x.

       working-storage section.
       1 pretDomicile pic x value 'N'.
       88 pretADomicile value 'O'.
       1 pretReclame pic x value 'N'.
       88 pretEnReclamation value 'O'.
       1 actionReclamation pic x value 'T'.
       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 nf-amende pic x(30) value 'amende.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-reservation pic x(30) value 'reservation.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-transfert pic x(30) value 'transfert.dat'.
       1 nf-reparation pic x(30) value 'reparation.dat'.

       1 fs-fenregistre pic xx.
       1 fs-fcherche pic xx.
       1 fin-fpaiementAv pic x value 'n'.
       88 finFpaiementAv value 'o' false 'n'.
       1 dh-avoir pic x(21).
       1 siteRetour pic x(3).
       1 demandeurRetour pic x(8).
       1 nouveauNumTrans pic 9(5).
       1 nbTransits pic 9(4) value 0.
       1 nbDegats pic 9(4) value 0.
       1 nbEntretiens pic 9(4) value 0.
       1 entretienAFaire pic x.
       1 siteEntretien pic x(3).
       1 pic x.
       88 objetMultiple value 'o' false 'n'.
       1 gradeDegat pic x.
       1 pic x.
       88 gradeValide value 'o' false 'n'.
       1 pic x.
       88 supportExistant value 'o' false 'n'.
       1 montantDegat pic 9(3)v99.
       1 montantDegat-ed pic zz9.99.
       1 motifDegat pic x(30).
       1 nouveauNumRep pic 9(5).
       1 fin-frep pic x value 'n'.
       88 finFrep value 'o' false 'n'.
       1 fin-ftransfert pic x value 'n'.
       88 finFtransfert value 'o' false 'n'.

       screen section.
       1 s-plg-titre.
           2 a-retours line 7 col 25 pic zzz9 from nbRetours.
           2 line 8 col 1 'Scans en exception : '.
           2 a-exceptions line 8 col 25 pic zzz9 from nbExceptions.
           2 line 9 col 1 'Renvois vers un autre site : '.
           2 a-transits line 9 col 32 pic zzz9 from nbTransits.
           2 line 10 col 1 'Degats factures : '.
           2 a-degats line 10 col 32 pic zzz9 from nbDegats.
           2 line 11 col 1 'Mis hors service (entretien) : '.
           2 a-entretiens line 11 col 32 pic zzz9 from nbEntretiens.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-transfert.dat' to nf-transfert
       else
           move 'transfert.dat' to nf-transfert
       end-if
       if mode-formation = 'O'
           move 'formation-reparation.dat' to nf-reparation
       else
           move 'reparation.dat' to nf-reparation
       end-if
       display s-plg-titre
       open i-o fenregistre
       open i-o fcherche
           goback
       end-if
       open input fcategorie
       open input fbareme
       open input fparametres
       move '1' to CodeParam
       read fparametres
       perform until finFscan
           move refScan to ref
           move expScan to exp
           move siteScan to siteRetour
           perform 7200-controler-degat
           perform 7000-chercher-pret-ouvert
           if not pretTrouve
               add 1 to nbExceptions
                   expScan into ligne-rapport
               write ligne-rapport
           else
               perform 7100-verifier-pieces
               if objetMultiple
                   add 1 to nbExceptions
                   move spaces to ligne-rapport
                   string 'PIECES A COMPTER AU BUREAU : ' refScan
                       ' exemplaire ' expScan ' (' NbPiecesS
                       ' pieces)' into ligne-rapport
                   write ligne-rapport
               else
                   move CodeE to cod
                   perform 7500-traiter-retour
                   add 1 to nbRetours
               end-if
           end-if
           read fscan at end set finFscan to true end-read
       end-perform
       close famende
       close fadherent
       close fcategorie
       close fbareme

       display a-plg-termine
       accept s-plg-suite
       end-call
       perform 9800-tamponner-activite
       perform 8000-assesser-amende
       if gradeDegat not = space
           perform 8300-facturer-degat
       end-if
       perform 8250-appliquer-credit
       read fcherche invalid set refexiste to false
                     not invalid set refexiste to true
       end-read
       if refexiste
           if gradeDegat not = space
               move 'D' to Dispo
               move 0 to DateLimiteRetrait
           else
               perform 7650-verifier-entretien
               if entretienAFaire = 'O'
                   move 'S' to Dispo
                   move 0 to DateLimiteRetrait
                   add 1 to nbEntretiens
               else
                   perform 7600-orienter-exemplaire
               end-if
           end-if
           rewrite livre
           end-rewrite
       end-if.

       7600-orienter-exemplaire.
       if (siteRetour not = spaces) and (siteRetour not = SiteCU)
           perform 9100-orienter-retour
       else
           perform 9000-notifier-reservation
       end-if
       if resTrouvee
           move 'H' to Dispo
           compute DateLimiteRetrait = function
           date-of-integer(function
           integer-of-date(DateRetour) + 3)
       else
           if (siteRetour not = spaces)
           and (siteRetour not = SiteCU)
               perform 9200-creer-transfert-retour
               move 'T' to Dispo
           else
               move 'O' to Dispo
           end-if
           move 0 to DateLimiteRetrait
       end-if.

       7650-verifier-entretien.
       if siteRetour not = spaces
           move siteRetour to siteEntretien
       else
           move SiteCU to siteEntretien
       end-if
       call 'Verifentretien' using RefSu ExemplaireU LibC siteEntretien
            DateAjoutS entretienAFaire
       end-call.

      *    le trieur ne compte pas les pieces : un objet en plusieurs
      *    pieces reste en pret et passe au retour manuel
       7100-verifier-pieces.
       set objetMultiple to false
       move ref to RefSu
       move exp to ExemplaireU
       read fcherche invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if supportExistant and (NbPiecesS numeric)
           if NbPiecesS > 1
               set objetMultiple to true
           end-if
       end-if.

       7200-controler-degat.
       move function upper-case(gradeScan) to gradeDegat
       if (gradeDegat = space) or (gradeDegat = low-value)
           move space to gradeDegat
           exit paragraph
       end-if
       move gradeDegat to GradeDeg
       read fbareme invalid set gradeValide to false
                    not invalid set gradeValide to true
       end-read
       if not gradeValide
           add 1 to nbExceptions
           move spaces to ligne-rapport
           string 'GRADE DE DEGAT INCONNU : ' refScan ' exemplaire '
               expScan ' grade ' gradeDegat into ligne-rapport
           write ligne-rapport
           move space to gradeDegat
       end-if.

       8300-facturer-degat.
       move gradeDegat to GradeDeg
       read fbareme invalid exit paragraph
       end-read
       read fcherche invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if not supportExistant
           move 0 to PrixS
           move spaces to LibC
       end-if
       compute montantDegat rounded = PrixS * PourcentDeg / 100
       if montantDegat < MinimumDeg
           move MinimumDeg to montantDegat
       end-if
       move spaces to motifDegat
       string 'DEGAT ' GradeDeg ' ' RefS ' EX ' Exemplaire
           delimited by size into motifDegat
       if montantDegat > 0
           move cod to CodeAm
           move function current-date(1:8) to DateAm
           read famende invalid set amExiste to false
                        not invalid set amExiste to true
           end-read
           if amExiste
               add montantDegat to MontantAm
               set amendeImpayee to true
               move motifDegat to MotifAm
               rewrite amende invalid set erreurAm to true
                              not invalid set erreurAm to false
               end-rewrite
           else
               move montantDegat to MontantAm
               set amendeImpayee to true
               move motifDegat to MotifAm
               move 0 to MontantAccru
               write amende invalid set erreurAm to true
                            not invalid set erreurAm to false
               end-write
           end-if
           perform 8070-historiser-amende
       end-if
       if degatReparable
           perform 8350-ouvrir-reparation
       end-if
       add 1 to nbDegats
       move montantDegat to montantDegat-ed
       move spaces to ligne-rapport
       string 'DEGAT FACTURE : ' RefS ' exemplaire ' Exemplaire
           ' grade ' GradeDeg ' adherent ' cod ' montant '
           montantDegat-ed into ligne-rapport
       write ligne-rapport.

       8350-ouvrir-reparation.
       open i-o freparation
       move 1 to nouveauNumRep
       set finFrep to false
       read freparation next record at end set finFrep to true
       end-read
       perform until finFrep
           if NumRep >= nouveauNumRep
               compute nouveauNumRep = NumRep + 1
           end-if
           read freparation next record at end set finFrep to true
           end-read
       end-perform
       move nouveauNumRep to NumRep
       move RefS to RefRep
       move Exemplaire to ExpRep
       move spaces to CodeFourRep
       move 0 to DateEnvoiRep
       move 0 to DateRetourPrevRep
       move 0 to CoutRep
       move 0 to DateRetourRep
       move space to ResultatRep
       set repAEnvoyer to true
       move SiteCU to SiteRep
       move LibC to LibCRep
       move cod to CodeERep
       move GradeDeg to GradeRep
       write reparation-enr invalid continue
       end-write
       close freparation
       move 'A' to h-codeope
       move 'reparation' to h-nomfich
       move NumRep to h-cleprim
       move 'O' to h-opereu
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       move 'R' to h-codeope
       move 'pret' to h-nomfich.

       9800-tamponner-activite.
       move cod to codeEE
       read fadherent invalid set adherentTrouve to false
       end-if.

       8000-assesser-amende.
       call 'Verifdomicile' using DatePret RefS Exemplaire CodeE
            pretDomicile
       end-call
       if pretADomicile
           exit paragraph
       end-if
       call 'Verifreclamation' using actionReclamation DatePret RefS
            Exemplaire CodeE pretReclame
       end-call
       if pretEnReclamation
           exit paragraph
       end-if
       if DateEcheance = 0
           exit paragraph
       end-if
                   into ligne-rapport
               write ligne-rapport
           end-if
           perform 8070-historiser-amende
       end-if.

       8100-assesser-amende-horaire.
               write amende invalid continue
               end-write
           end-if
           set erreurAm to false
           perform 8070-historiser-amende
       end-if.

       8070-historiser-amende.
       move 'A' to h-codeope
       move 'amende' to h-nomfich
       move CodeAm to h-cleprim
       if erreurAm
           move 'N' to h-opereu
       else
           move 'O' to h-opereu
       end-if
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       move 'R' to h-codeope
       move 'pret' to h-nomfich.

       8250-appliquer-credit.
       move cod to codeEE
       read fadherent invalid set adherentTrouve to false
       set paiementAvoir to true
       move SiteC to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayAmende to true
       write paiement invalid continue
       end-write
           end-read
       end-perform.

       9100-orienter-retour.
       set resTrouvee to false
       move spaces to demandeurRetour
       move ref to RefRes
       start freserve key = RefRes
           invalid key
               set fin-reserve to true
           not invalid key
               set fin-reserve to false
       end-start
       perform until fin-reserve
           read freserve next end set fin-reserve to true
           not at end
               if RefRes not = ref
                   set fin-reserve to true
               else
                   if resEnAttente
                       move CodeRes to codeEE
                       read fadherent invalid move spaces to siteCEE
                       end-read
                       if (siteCEE = siteRetour) or (siteCEE = spaces)
                           set resNotifiee to true
                           move exp to ExemplaireRes
                           move 0 to DateAvis
                           rewrite reservation
                           end-rewrite
                           set resTrouvee to true
                           set fin-reserve to true
                       else
                           if (siteCEE = SiteCU)
                           and (demandeurRetour = spaces)
                               move CodeRes to demandeurRetour
                           end-if
                       end-if
                   end-if
               end-if
           end-read
       end-perform.

       9200-creer-transfert-retour.
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
       move siteRetour to SiteOrigine
       move SiteCU to SiteDest
       move demandeurRetour to CodeDemandeur
       move DateRetour to DateDemande
       move 0 to DateReception
       set transEnCours to true
       write transfert
       end-write
       close ftransfert
       add 1 to nbTransits
       move spaces to ligne-rapport
       string 'A RENVOYER VERS ' SiteDest ' : ' ref ' exemplaire '
           exp ' transfert ' NumTrans delimited by size
           into ligne-rapport
       write ligne-rapport.

       end program pp-retours-lot.
