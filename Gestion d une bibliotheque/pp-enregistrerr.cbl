       organization indexed access dynamic
       record key clefNote = CodeNote DateNote HeureNote.

       select optional ftransfert assign nf-transfert
       organization indexed access dynamic
       record key NumTrans.

       select optional fsite assign 'site.dat'
       organization indexed record key CodeSite
       access dynamic.

       select optional fbareme assign 'bareme-degats.dat'
       organization indexed record key GradeDeg
       access dynamic.

       select optional freparation assign nf-reparation
       organization indexed access dynamic
       record key NumRep.

       select optional fincomplet assign nf-retour-incomplet
       organization indexed access dynamic
       record key clefInc = DatePretInc RefInc ExemplaireInc CodeEInc.

       select courriel assign nf-courriel
       organization line sequential.

       select favis assign 'avis-pieces.txt'
       organization line sequential.




                  2 PrixS pic 9(3)v99.
                  2 CoteS pic x(10).
                  2 NumDonS pic 9(5).
                  2 NbPiecesS pic 9(2).
                  2 DescPiecesS pic x(40).

       fd freserve.

               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       fd famende.

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
       fd fcategorie.

       1 categorie.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fadherent.
       1 adherent.
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


       fd fnote.
               2 DateExpNote pic 9(8).
               2 TexteNote pic x(60).

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

       fd fsite.
       1 site-enr.
                2 CodeSite pic x(3).
                2 NomSite pic x(30).
                2 AdrSite pic x(150).
                2 TelSite pic x(15).

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

       fd fincomplet.
       1 retour-incomplet.
               2 DatePretInc pic 9(8).
               2 RefInc pic x(8).
               2 ExemplaireInc pic 9(3).
               2 CodeEInc pic x(8).
               2 DateConstatInc pic 9(8).
               2 NbAttenduInc pic 9(2).
               2 NbRenduInc pic 9(2).
               2 StatutInc pic x.
               88 incOuvert value 'O'.
               88 incComplete value 'C'.
               2 DateCompleteInc pic 9(8).

       fd courriel.
       01 ligne-courriel pic x(800).

       fd favis.
       01 ligne-avis pic x(120).

       fd ftranslocal.
       01 ligne-translocal.
           02 transDateL pic 9(8).


       working-storage section.
       1 pretDomicile pic x value 'N'.
       88 pretADomicile value 'O'.
       1 pretReclame pic x value 'N'.
       88 pretEnReclamation value 'O'.
       1 actionReclamation pic x value 'T'.
       1 nf-translocal pic x(30) value 'transactions-local.dat'.
       1 nf-note pic x(30) value 'note.dat'.
       1 nf-transfert pic x(30) value 'transfert.dat'.
       1 nf-reparation pic x(30) value 'reparation.dat'.
       1 nf-retour-incomplet pic x(30) value 'retour-incomplet.dat'.
       1 nf-courriel pic x(30) value 'courriel.dat'.

       01 mode-formation pic x external value 'N'.
       1 nf-adherent pic x(30) value 'adherent.dat'.
       1 heuresRetard pic s9(4).
       1 heureRetourCourante pic 9(4).
       1 nbJoursFermes pic 9(3).
       1 nbHeuresOuvertes pic 9(4).
       1 dateTauxEnVigueur pic 9(8).
       1 tauxEnVigueur pic 9v99.
       1 delaiEnVigueur pic 9(3).
       1 nbNotesAffichees pic 9.
       1 nNote pic 999.
       1 dateJourNote pic 9(8).
       1 siteRetour pic x(3) value spaces.
       1 entretienAFaire pic x.
       1 siteEntretien pic x(3).
       1 pic x.
       88 siteValide value 'o' false 'n'.
       1 demandeurRetour pic x(8).
       1 nouveauNumTrans pic 9(5).
       1 fin-ftransfert pic x value 'n'.
       88 finFtransfert value 'o' false 'n'.
       1 gradeDegat pic x value space.
       1 pic x.
       88 gradeValide value 'o' false 'n'.
       1 montantDegat pic 9(3)v99.
       1 motifDegat pic x(30).
       1 nouveauNumRep pic 9(5).
       1 fin-frep pic x value 'n'.
       88 finFrep value 'o' false 'n'.
       1 nbRendues pic 9(2).
       1 nbManquantes pic 9(2).
       1 pic x.
       88 retourIncomplet value 'o' false 'n'.
       1 pic x.
       88 incExiste value 'o' false 'n'.
       1 pretIncomplet pic x value 'N'.
       1 actionIncomplet pic x value 'C'.
       1 canalEnvoi pic x.
       88 aEmail value 'M'.
       88 aSms value 'S'.
       88 aCourrier value 'P'.
       88 sansEnvoi value 'N'.
       1 ligne-texte pic x(120).
       1 q-dest pic x(40).
       1 q-tel pic x(15).
       1 q-type pic x value 'I'.
       1 q-resume pic x(80).

       screen section.




        1 s-plg-site.
           2 line 3 col 1 'Site de retour (vide = site de '
           & 'l exemplaire) : '.
           2 s-siteRetour line 3 col 50 pic x(3) to siteRetour.
        1 a-plg-siteInvalide.
           2 line 4 col 1 'Site inconnu, utilisez un code du '
           & 'fichier des sites.'.
        1 a-plg-transit.
           2 line 18 col 5 'Exemplaire d un autre site : a renvoyer '
           & 'vers '.
           2 a-siteDest line 18 col 50 pic x(3) from SiteDest.
           2 line 18 col 54 ', transfert '.
           2 a-numTrans line 18 col 66 pic 9(5) from NumTrans.

        1 s-plg-ref.
           2 line 5  col 1 'Reference du livre rendu '
           & '(vide pour terminer) : '.
        1 s-plg-confirme.
           2 line 10 col 1 'Enregistrer ce retour ? O/N : '.
           2 s-confirme line 10 col 32 pic x to confirme required.
        1 s-plg-degat.
           2 line 11 col 1 'Degat constate (grade du bareme, vide = '
           & 'aucun) : '.
           2 s-degat line 11 col 52 pic x to gradeDegat.
        1 s-plg-pieces.
           2 line 14 col 1 'Pieces : '.
           2 a-nbPieces line 14 col 10 pic z9 from NbPiecesS.
           2 a-descPieces line 14 col 13 pic x(40) from DescPiecesS.
           2 line 14 col 55 'Rendues : '.
           2 s-nbRendues line 14 col 65 pic z9 to nbRendues required.
        1 a-plg-incomplet.
           2 line 16 col 5 'Retour incomplet : pret maintenu, '
           & 'exemplaire bloque, avis envoye a l adherent.'.
        1 a-plg-gradeInvalide.
           2 line 15 col 5 'Grade inconnu, utilisez un grade du '
           & 'bareme des degats.'.
        1 a-plg-degat.
           2 line 16 col 5 'Degat facture : '.
           2 a-montantDegat line 16 col 21 pic zz9.99
           from montantDegat.
           2 line 16 col 29 ' - exemplaire retire du rayon '
           & '(endommage)'.
        1 a-plg-entretien.
           2 line 17 col 5 'Entretien du : exemplaire mis hors service '
           & 'jusqu au controle.'.

        1 a-plg-lotTermine.
           2 line 20 col 5 'Retours enregistres : '.
       else
           move 'note.dat' to nf-note
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
       if mode-formation = 'O'
           move 'formation-retour-incomplet.dat'
               to nf-retour-incomplet
       else
           move 'retour-incomplet.dat' to nf-retour-incomplet
       end-if
       if mode-formation = 'O'
           move 'formation-courriel.dat' to nf-courriel
       else
           move 'courriel.dat' to nf-courriel
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
       end-if
       open input fparametres
       open input fcategorie
       open input fbareme
       move '1' to CodeParam
       read fparametres invalid set parametresExistants to false
                         not invalid set parametresExistants to true
       end-if

       display s-plg-titre
       perform 7100-saisir-site-retour
       set finLot to false
       perform until finLot
           display s-plg-ref
                   display s-plg-confirme
                   accept s-confirme
                   if function upper-case(confirme) = 'O'
                       perform 7300-controler-pieces
                       if retourIncomplet
                           perform 7900-enregistrer-incomplet
                       else
                           perform 7200-saisir-degat
                           perform 7500-traiter-retour
                           add 1 to nbRetours
                       end-if
                   end-if
               end-if
           end-if
       close fadherent
       close fparametres
       close fcategorie
       close fbareme
       goback.

       7700-proposer-mode-degrade.
                end-call
                call 'Ecrirejournal' using ref cod journalTypeRetour
                end-call
                call 'Verifincomplet' using actionIncomplet DatePret
                     RefS Exemplaire CodeE pretIncomplet
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
                            display a-plg-entretien
                        else
                            perform 7600-orienter-exemplaire
                        end-if
                    end-if
                    rewrite livre
                    end-rewrite
                end-if
                end-if.

       7600-orienter-exemplaire.
       if (siteRetour not = spaces)
       and (siteRetour not = SiteCU)
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

       7300-controler-pieces.
       set retourIncomplet to false
       move ref to RefSu
       move exp to ExemplaireU
       read fcherche invalid set supportExistant to false
                     not invalid set supportExistant to true
       end-read
       if (not supportExistant) or (NbPiecesS not numeric)
           exit paragraph
       end-if
       if NbPiecesS <= 1
           exit paragraph
       end-if
       move NbPiecesS to nbRendues
       display s-plg-pieces
       accept s-nbRendues
       if nbRendues < NbPiecesS
           set retourIncomplet to true
       end-if.

       7900-enregistrer-incomplet.
       open i-o fincomplet
       move DatePret to DatePretInc
       move RefS to RefInc
       move Exemplaire to ExemplaireInc
       move CodeE to CodeEInc
       read fincomplet invalid set incExiste to false
                       not invalid set incExiste to true
       end-read
       if (not incExiste) or (not incOuvert)
           move function current-date(1:8) to DateConstatInc
       end-if
       move NbPiecesS to NbAttenduInc
       move nbRendues to NbRenduInc
       set incOuvert to true
       move 0 to DateCompleteInc
       if incExiste
           rewrite retour-incomplet
           end-rewrite
       else
           write retour-incomplet invalid continue
           end-write
       end-if
       close fincomplet
       compute nbManquantes = NbPiecesS - nbRendues
       move 'I' to Dispo
       move 0 to DateLimiteRetrait
       rewrite livre
       end-rewrite
       move 'A' to h-codeope
       move 'retourincomplet' to h-nomfich
       move ref to h-cleprim
       move 'O' to h-opereu
       call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                h-opereu
       end-call
       move 'R' to h-codeope
       move 'pret' to h-nomfich
       perform 7950-aviser-pieces
       display a-plg-incomplet.

       7950-aviser-pieces.
       evaluate true
           when not adherentTrouve
               set aCourrier to true
           when canalEE = 'S' and telEE not = spaces
               set aSms to true
           when canalEE = 'P'
               set aCourrier to true
           when canalEE = 'N'
               set sansEnvoi to true
           when mailEE not = spaces
               set aEmail to true
           when other
               set aCourrier to true
       end-evaluate
       if aCourrier and adherentTrouve and (adrInvalideEE = 'O')
           if mailEE not = spaces
               set aEmail to true
           else
               set sansEnvoi to true
           end-if
       end-if
       if sansEnvoi
           exit paragraph
       end-if
       if aSms
           move telEE to q-tel
           move spaces to q-resume
           string 'Piece(s) manquante(s) au retour de ' LibS
               delimited by size into q-resume
           call 'Ecriresms' using q-tel q-type q-resume
           end-call
           exit paragraph
       end-if
       if aEmail
           open extend courriel
           move mailEE to q-dest
           move spaces to q-resume
           string 'Retour incomplet ' LibS delimited by size
               into q-resume
           call 'Ecrirecourriel' using q-dest q-type q-resume
           end-call
       else
           open extend favis
       end-if
       move 'Bibliothèque INFOrmatique - avis de retour incomplet'
           to ligne-texte
       perform 7960-ecrire-ligne-avis
       if adherentTrouve
           string 'A : ' nomEE ' ' prenomEE into ligne-texte
       else
           string 'A : adherent ' cod into ligne-texte
       end-if
       perform 7960-ecrire-ligne-avis
       string 'Le document ' LibS ' a ete rendu incomplet le '
           function current-date(1:8) into ligne-texte
       perform 7960-ecrire-ligne-avis
       string 'Pieces attendues : ' NbPiecesS ' rendues : '
           nbRendues ' manquantes : ' nbManquantes
           into ligne-texte
       perform 7960-ecrire-ligne-avis
       string 'Contenu : ' DescPiecesS into ligne-texte
       perform 7960-ecrire-ligne-avis
       move 'Le pret reste ouvert jusqu au retour des pieces '
           & 'manquantes.' to ligne-texte
       perform 7960-ecrire-ligne-avis
       move spaces to ligne-texte
       perform 7960-ecrire-ligne-avis
       if aEmail
           close courriel
       else
           close favis
       end-if.

       7960-ecrire-ligne-avis.
       if aEmail
           move ligne-texte to ligne-courriel
           write ligne-courriel
       else
           move ligne-texte to ligne-avis
           write ligne-avis
       end-if
       move spaces to ligne-texte.

       7200-saisir-degat.
       move space to gradeDegat
       display s-plg-degat
       accept s-degat
       move function upper-case(gradeDegat) to gradeDegat
       set gradeValide to false
       perform until (gradeDegat = space) or gradeValide
           move gradeDegat to GradeDeg
           read fbareme invalid set gradeValide to false
                        not invalid set gradeValide to true
           end-read
           if not gradeValide
               display a-plg-gradeInvalide
               accept s-degat
               move function upper-case(gradeDegat) to gradeDegat
           end-if
       end-perform.

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
           if erreurAm
               display a-plg-erreurAmende
           end-if
           perform 8070-historiser-amende
       end-if
       if degatReparable
           perform 8350-ouvrir-reparation
       end-if
       display a-plg-degat.

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

       7100-saisir-site-retour.
       display s-plg-site
       accept s-siteRetour
       open input fsite
       set siteValide to false
       perform until (siteRetour = spaces) or siteValide
           move siteRetour to CodeSite
           read fsite invalid set siteValide to false
                      not invalid set siteValide to true
           end-read
           if not siteValide
               display a-plg-siteInvalide
               accept s-siteRetour
           end-if
       end-perform
       close fsite.

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
       compute nbJours = function integer-of-date(DateRetour) -
          function integer-of-date(DatePret)
       move DelaiGrace to delaiCourant
           if erreurAm
               display a-plg-erreurAmende
           end-if
           perform 8070-historiser-amende
       end-if.

       8100-assesser-amende-horaire.
       move function current-date(9:4) to heureRetourCourante
       call 'Compterheuresouvertes' using DateEcheance HeureEcheance
            DateRetour heureRetourCourante SiteC nbHeuresOuvertes
       end-call
       move nbHeuresOuvertes to heuresRetard
       if heuresRetard > 0
           move cod to CodeAm
           move function current-date(1:8) to DateAm
           if erreurAm
               display a-plg-erreurAmende
           end-if
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
                           display a-plg-notifier
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
       display a-plg-transit.

       end program pp-enregistrerr.
