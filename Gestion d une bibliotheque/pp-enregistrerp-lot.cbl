       organization indexed access dynamic
       record key clefSusp = CodeSusp DateDebutSusp.

       select optional fclasse assign nf-classe
       organization indexed access dynamic
       record key CodeClasse
       alternate record key CodeEnseignantCl duplicates.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.


       fd fenregistre.

                 2 PrixS pic 9(3)v99.
                 2 CoteS pic x(10).
                 2 NumDonS pic 9(5).
                 2 NbPiecesS pic 9(2).
                 2 DescPiecesS pic x(40).

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
       fd fcategorie.
       1 categorie.
               2 LibCat pic x(30).
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


       fd fplan.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               2 LoginValidPay pic 9(5).

       fd fspool.
       01 ligne-spool pic x(80).
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               88 categorieExoneree value 'O'.
               2 QuotaPosteTarif pic 9(3).

       fd fclasse.
       1 classe-enr.
               2 CodeClasse pic x(8).
               2 NomClasse pic x(30).
               2 CodeEnseignantCl pic x(8).
               2 SiteClasse pic x(3).
               2 MaxPretsClasse pic 9(3).
               2 MaxParEleveCl pic 9(2).
               2 DateEcheanceClasse pic 9(8).
               2 StatutClasse pic x.
               88 classeActive value 'O'.
               88 classeClose value 'C'.
               2 NbElevesCl pic 9(2).
               2 EleveCl pic x(8) occurs 40.

       fd fpretclasse.
       1 pret-classe.
               2 DatePretPC pic 9(8).
               2 RefPC pic x(8).
               2 ExemplairePC pic 9(3).
               2 CodeEPC pic x(8).
               2 CodeClassePC pic x(8).
               2 DateEcheancePC pic 9(8).

       working-storage section.
       1 nf-plan pic x(30) value 'plan.dat'.
       1 nf-classe pic x(30) value 'classe.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.
       1 nf-suspension pic x(30) value 'suspension.dat'.

       01 mode-formation pic x external value 'N'.
              3 expTicket pic 9(3).
              3 libTicket pic x(30).
              3 echeanceTicket pic 9(8).
              3 codTicket pic x(8).
       1 nbItemsTicket pic 9(2) value 0.
       1 kTicket pic 9(2).
       1 nomSpool pic x(25).
       88 finFenr value 'o' false 'n'.
       1 libc-courant pic x(30).
       1 maxPretsCourant pic 9(2).
       1 maxPretsTemporaire pic 9(2) value 2.
       1 nbDiplomes pic 9.
       1 pic x.
       88 categorieExistante value 'o' false 'n'.
       1 pic x.
       1 fin-lot pic x value 'n'.
       88 finLot value 'o' false 'n'.
       1 nbLot pic 9(3) value 0.
       1 pic x.
       88 modeClasse value 'o' false 'n'.
       1 pic x.
       88 finClasse value 'o' false 'n'.
       1 pic x.
       88 limiteClasseAtteinte value 'o' false 'n'.
       1 fin-fpretclasse pic x value 'n'.
       88 finFpretclasse value 'o' false 'n'.
       1 nbPretsClasse pic 9(3) value 0.
       1 nbLotEleve pic 9(2) value 0.
       1 kEleve pic 99.
       1 echeanceClasse pic 9(8).

       screen section.

           2 line 1 col 1 'Enregistrement de prets - mode lot'.

       1 s-plg-code.
           2 line 3 col 1 'Code de l adherent ou de la classe : '.
           2 s-code line 3 col 40 pic x(8) to cod auto required.

        1 s-plg-ref.
        1 s-plg-exp.
           2 line 6  col 1 'Numero d exemplaire : '.
           2 s-exp line 6 col 30 pic 999 to exp required.
        1 s-plg-refClasse.
           2 line 5  col 1 'Reference (vide : eleve suivant, '
           & '* : fin) : '.
           2 s-refClasse line 5 col 45 pic x(8) to ref auto.
        1 a-plg-classe.
           2 line 2 col 1 'Classe '.
           2 a-codeClasse line 2 col 8 pic x(8) from CodeClasse.
           2 a-nomClasse line 2 col 17 pic x(30) from NomClasse.
           2 line 2 col 48 'retour le '.
           2 a-echClasse line 2 col 58 pic 9(8) from echeanceClasse.
        1 a-plg-eleve.
           2 line 3 col 1 'Eleve '.
           2 a-kEleve line 3 col 7 pic z9 from kEleve.
           2 line 3 col 9 '/'.
           2 a-nbEleves line 3 col 10 pic z9 from NbElevesCl.
           2 a-codEleve line 3 col 14 pic x(8) from cod.
           2 a-nomEleve line 3 col 23 pic x(25) from nomEE.
           2 a-prenomEleve line 3 col 49 pic x(25) from prenomEE.
        1 a-plg-maxClasse.
           2 line 18 col 5 'La classe a atteint son nombre maximum '
           & 'de prets simultanes.'.
        1 a-plg-maxEleve.
           2 line 18 col 5 'Cet eleve a atteint le nombre de prets '
           & 'par visite de la classe.'.
        1 a-plg-classeClose.
           2 line 22 col 1 'Classe close : pret refuse.'.
        1 s-plg-fait.
           2 line 9  col 1 'Pret effectue '.

       end-if
       move cod to CodeE

       perform 8950-chercher-classe
       if modeClasse
           perform 8960-preter-classe
           close fenregistre
           close fcherche
           close freserve
           close famende
           close fadherent
           close fcategorie
           close fcarteg
           goback
       end-if

       perform 8780-verifier-suspension
       if adherentSuspendu
           display a-plg-suspendu
       goback.

       8000-traiter-item.
       if modeClasse
           perform 8650-verifier-limites-classe
           if limiteClasseAtteinte
               exit paragraph
           end-if
       end-if
       move ref to RefS
       move ref to RefSu
       move exp to Exemplaire
               end-if

               perform 8600-compter-prets-ouverts
               if adherentTrouve and (categorieEE = 'TEMPORAIRE')
                   move nbPretsTotal to nbPretsOuverts
                   if maxPretsCourant > maxPretsTemporaire
                       move maxPretsTemporaire to maxPretsCourant
                   end-if
               end-if

               move ref to RefS
               move exp to Exemplaire
                            call 'Ajusterecheance' using DateEcheance
                                                   SiteCU
                            end-call
                            if modeClasse
                                move echeanceClasse to DateEcheance
                            end-if
                        end-if

                          write pret
                                             journalTypeEmprunt
                        end-call
                        perform 9800-tamponner-activite
                        if adherentTrouve
                            call 'Compterdefi' using cod nomEE prenomEE
                                                     nbDiplomes
                            end-call
                        end-if
                        perform 9600-encaisser-tarif
                        add 1 to nbLot
                        if modeClasse
                            perform 8680-enregistrer-pret-classe
                        end-if
                        perform 9400-retenir-item-ticket
                        display  s-plg-fait
                    not invalid key
           move Exemplaire to expTicket(nbItemsTicket)
           move LibS to libTicket(nbItemsTicket)
           move DateEcheance to echeanceTicket(nbItemsTicket)
           move cod to codTicket(nbItemsTicket)
       end-if.

       9500-imprimer-ticket-lot.
       move 'TICKET' to typeDocSpool
       if modeClasse
           call 'Creerspool' using typeDocSpool CodeEnseignantCl
                nomSpool
           end-call
       else
           call 'Creerspool' using typeDocSpool cod nomSpool
           end-call
       end-if
       open extend fticket
       open output fspool
       move 'Bibliothèque INFOrmatique - ticket de pret'
       to ligne-ticket
       perform 9900-ecrire-ligne-ticket
       if modeClasse
           perform 9550-ecrire-ticket-classe
           exit paragraph
       end-if
       string 'Adherent : ' cod into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       perform varying kTicket from 1 by 1
       close fticket
       close fspool.

       9550-ecrire-ticket-classe.
       string 'Classe : ' CodeClasse ' ' NomClasse into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       string 'A rendre pour le ' echeanceClasse into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       perform varying kTicket from 1 by 1
           until kTicket > nbItemsTicket
           string codTicket(kTicket) ' ' refTicket(kTicket) ' '
               expTicket(kTicket) ' ' libTicket(kTicket)
               into ligne-ticket
           perform 9900-ecrire-ligne-ticket
       end-perform
       string 'Prets de la classe en cours : ' nbPretsClasse
           into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       move spaces to ligne-ticket
       perform 9900-ecrire-ligne-ticket
       close fticket
       close fspool.

       8600-compter-prets-ouverts.
       move 0 to nbPretsOuverts
       move 0 to nbPretsTotal
       move modeTarif to ModePay
       move SiteCU to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayLocation to true
       write paiement invalid continue
       end-write
           move 23 to heureEchCalc
       end-if
       compute HeureEcheance = (heureEchCalc * 100)
           + function mod(heureMaintenant, 100)
       call 'Ajusterheure' using DateEcheance HeureEcheance SiteCU
       end-call.

       8800-verifier-abonnement.
       move function current-date(1:8) to dateJourAbo
           end-read
       end-perform.

       8950-chercher-classe.
       set modeClasse to false
       move cod to codeEE
       read fadherent invalid set adherentTrouve to false
                      not invalid set adherentTrouve to true
       end-read
       if adherentTrouve
           exit paragraph
       end-if
       if mode-formation = 'O'
           move 'formation-classe.dat' to nf-classe
       else
           move 'classe.dat' to nf-classe
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
       end-if
       open input fclasse
       move cod to CodeClasse
       read fclasse invalid set modeClasse to false
                    not invalid set modeClasse to true
       end-read
       if not modeClasse
           close fclasse
       end-if.

       8960-preter-classe.
       if classeClose
           display a-plg-classeClose
           display a-plg-lotTermine
           accept s-plg-lotSuite
           close fclasse
           exit paragraph
       end-if
       open i-o fpretclasse
       move function current-date(1:8) to dateJourAbo
       if DateEcheanceClasse >= dateJourAbo
           move DateEcheanceClasse to echeanceClasse
       else
           compute echeanceClasse = function date-of-integer(
               function integer-of-date(dateJourAbo) + 7)
           call 'Ajusterecheance' using echeanceClasse SiteClasse
           end-call
       end-if
       perform 8970-compter-prets-classe
       set finClasse to false
       perform varying kEleve from 1 by 1
           until (kEleve > NbElevesCl) or finClasse
           perform 8980-preter-eleve
       end-perform
       if nbLot > 0
           perform 9500-imprimer-ticket-lot
       end-if
       display a-plg-lotTermine
       accept s-plg-lotSuite
       close fpretclasse
       close fclasse.

       8970-compter-prets-classe.
       move 0 to nbPretsClasse
       move CodeClasse to CodeClassePC
       start fpretclasse key = CodeClassePC
           invalid key
               set finFpretclasse to true
           not invalid key
               set finFpretclasse to false
       end-start
       perform until finFpretclasse
           read fpretclasse next record
               at end
                   set finFpretclasse to true
               not at end
                   if CodeClassePC not = CodeClasse
                       set finFpretclasse to true
                   else
                       move DatePretPC to DatePret
                       move RefPC to RefS
                       move ExemplairePC to Exemplaire
                       move CodeEPC to CodeE
                       read fenregistre
                           invalid continue
                           not invalid
                               if DateRetour = 0
                                   add 1 to nbPretsClasse
                               end-if
                       end-read
                   end-if
           end-read
       end-perform.

       8980-preter-eleve.
       move EleveCl(kEleve) to cod
       move cod to CodeE
       move 0 to nbLotEleve
       display s-plg-titre
       display a-plg-classe
       perform 8800-verifier-abonnement
       if not adherentTrouve
           move spaces to nomEE
           move spaces to prenomEE
       end-if
       display a-plg-eleve
       perform 8780-verifier-suspension
       if adherentSuspendu
           display a-plg-suspendu
           accept s-plg-lotSuite
           exit paragraph
       end-if
       set finLot to false
       perform until finLot
           move spaces to ref
           display s-plg-refClasse
           accept s-refClasse
           evaluate true
               when ref = spaces
                   set finLot to true
               when ref = '*'
                   set finLot to true
                   set finClasse to true
               when other
                   display s-plg-exp
                   accept s-exp
                   perform 8000-traiter-item
           end-evaluate
       end-perform.

       8650-verifier-limites-classe.
       set limiteClasseAtteinte to false
       if (MaxPretsClasse > 0) and (nbPretsClasse >= MaxPretsClasse)
           display a-plg-maxClasse
           set limiteClasseAtteinte to true
       else
           if (MaxParEleveCl > 0) and (nbLotEleve >= MaxParEleveCl)
               display a-plg-maxEleve
               set limiteClasseAtteinte to true
           end-if
       end-if.

       8680-enregistrer-pret-classe.
       move DatePret to DatePretPC
       move RefS to RefPC
       move Exemplaire to ExemplairePC
       move CodeE to CodeEPC
       move CodeClasse to CodeClassePC
       move DateEcheance to DateEcheancePC
       write pret-classe invalid continue
       end-write
       add 1 to nbPretsClasse
       add 1 to nbLotEleve.

       9900-ecrire-ligne-ticket.
       write ligne-ticket
       move ligne-ticket to ligne-spool
