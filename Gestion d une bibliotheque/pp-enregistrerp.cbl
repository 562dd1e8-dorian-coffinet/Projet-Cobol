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

       working-storage section.
       1 nf-translocal pic x(30) value 'transactions-local.dat'.
       1 fs-freserve pic xx.
       1 fs-fadherent pic xx.
       01 logutil-courant pic 9(5) external value 0.
       01 mandataire-courant pic x(8) external value spaces.
       1 pic x.
       88 clefexiste value 'o' false'n'.
       1 pic x.
       88 finFenr value 'o' false 'n'.
       1 libc-courant pic x(30).
       1 maxPretsCourant pic 9(2).
       1 maxPretsTemporaire pic 9(2) value 2.
       1 nbDiplomes pic 9.
       1 pic x.
       88 categorieExistante value 'o' false 'n'.
       1 pic x.
       1 fin-degrade pic x value 'n'.
       88 finDegrade value 'o' false 'n'.
       1 dh-degrade pic x(21).
       1 codMandataire pic x(8) value spaces.
       1 nomMandataire pic x(30) value spaces.
       1 etatMandataire pic x.
       1 pic x.
       88 mandataireRefuse value 'o' false 'n'.

       screen section.

        1 s-plg-code.
           2 line 7  col 1 'Code de l adherent qui emprunte : '.
           2 s-code line 7 col 30 pic x(8) to cod auto required.
        1 s-plg-mandataire.
           2 line 8  col 1 'Retire par (code mandataire, vide = '
           & 'l adherent lui-meme) : '.
           2 s-mandataire line 8 col 60 pic x(8) to codMandataire.
        1 s-plg-fait.
           2 line 9  col 1 'Pret effectue '.
        1 a-plg-diplome.
           2 line 13 col 1 'Defi lecture : palier atteint, diplome '
           & 'envoye au spool.'.
        1 a-plg-retirePar.
           2 line 10 col 1 'Retire par le mandataire : '.
           2 a-nomMandataire line 10 col 30 pic x(30)
           from nomMandataire.
        1 a-plg-mandExpire.
           2 line 21 col 5 'Pret refuse : l autorisation de ce '
           & 'mandataire a expire.'.
        1 a-plg-mandInconnu.
           2 line 21 col 5 'Pret refuse : cette personne n est pas '
           & 'autorisee a emprunter pour l adherent.'.

        1 a-plg-exNexiste.
           2 line 15 col 5 'Cet exemplaire n existe pas.'.
        1 a-plg-exReserver.
           2 line 17 col 5 'Utilisez l option Reserver un livre du '
           & 'menu prets pour mettre l adherent en liste d attente.'.
        1 a-plg-exIncomplet.
           2 line 17 col 5 'Retour incomplet : pieces manquantes '
           & 'attendues, pret impossible.'.
        1 a-plg-pieces.
           2 line 12 col 1 'Objet en '.
           2 a-nbPieces line 12 col 10 pic z9 from NbPiecesS.
           2 line 12 col 13 ' pieces : '.
           2 a-descPieces line 12 col 23 pic x(40) from DescPiecesS.
           2 line 13 col 1 'Verifier les pieces avec l adherent '
           & 'avant de les remettre.'.
        1 a-plg-exReserveAutrui.
           2 line 17 col 5 'Cet exemplaire est reserve pour un autre '
           & 'adherent, en attente de retrait.'.
           goback
       end-if

       perform 8860-verifier-mandataire
       if mandataireRefuse
           close fenregistre
           close fcherche
           close freserve
           close famende
           close fadherent
           close fcategorie
           close fcarteg
           goback
       end-if

       move 12 to nNote
       perform 8790-afficher-notes
       perform 8780-verifier-suspension

           if (Dispo not = 'O') and (not titulaireReservation)
               display a-plg-exIndispo
               evaluate Dispo
                   when 'H'
                       display a-plg-exReserveAutrui
                   when 'I'
                       display a-plg-exIncomplet
                   when other
                       display a-plg-exReserver
               end-evaluate
           else
               move LibC to libc-courant
               move libc-courant to LibCat
               end-if

               perform 8000-compter-prets-ouverts
               if adherentTrouve and (categorieEE = 'TEMPORAIRE')
                   move nbPretsTotal to nbPretsOuverts
                   if maxPretsCourant > maxPretsTemporaire
                       move maxPretsTemporaire to maxPretsCourant
                   end-if
               end-if

               move ref to RefS
               move exp to Exemplaire
                        call 'Ecrirehisto' using h-codeope h-nomfich
                                          h-cleprim h-opereu
                        end-call
                        move codMandataire to mandataire-courant
                        call 'Ecrirejournal' using ref cod
                                             journalTypeEmprunt
                        end-call
                        perform 9800-tamponner-activite
                        if adherentTrouve
                            call 'Compterdefi' using cod nomEE prenomEE
                                                     nbDiplomes
                            end-call
                        end-if
                        perform 9600-encaisser-tarif
                        perform 9500-imprimer-ticket
                        display  s-plg-fait
                        if (NbPiecesS numeric) and (NbPiecesS > 1)
                            display a-plg-pieces
                        end-if
                        if adherentTrouve and (nbDiplomes > 0)
                            display a-plg-diplome
                        end-if
                    not invalid key
                    display a-plg-refExistante
                end-start
       move modeTarif to ModePay
       move SiteCU to SitePay
       move logutil-courant to LoginPay
       move 0 to LoginValidPay
       set typePayLocation to true
       write paiement invalid continue
       end-write
           end-if
       end-if.

       8860-verifier-mandataire.
       set mandataireRefuse to false
       if mandataire-courant not = spaces
           move mandataire-courant to codMandataire
           move spaces to mandataire-courant
       else
           display s-plg-mandataire
           accept s-mandataire
       end-if
       if codMandataire = spaces
           exit paragraph
       end-if
       call 'Verifmandataire' using cod codMandataire nomMandataire
                                    etatMandataire
       end-call
       evaluate etatMandataire
           when 'O'
               display a-plg-retirePar
           when 'E'
               set mandataireRefuse to true
               display a-plg-mandExpire
           when other
               set mandataireRefuse to true
               display a-plg-mandInconnu
       end-evaluate.

       8560-calculer-heure-echeance.
       move function current-date(9:4) to heureMaintenant
       compute heureEchCalc = (heureMaintenant / 100)
           move 23 to heureEchCalc
       end-if
       compute HeureEcheance = (heureEchCalc * 100)
           + function mod(heureMaintenant, 100)
       call 'Ajusterheure' using DateEcheance HeureEcheance SiteCU
       end-call.

       8800-verifier-abonnement.
       move function current-date(1:8) to dateJourAbo
       perform 9900-ecrire-ligne-ticket
       string 'Adherent : ' cod into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       if codMandataire not = spaces
           string 'Retire par : ' nomMandataire ' (' codMandataire
               ')' into ligne-ticket
           perform 9900-ecrire-ligne-ticket
       end-if
       string RefS ' ' Exemplaire ' ' LibS into ligne-ticket
       perform 9900-ecrire-ligne-ticket
       if (NbPiecesS numeric) and (NbPiecesS > 1)
           move spaces to ligne-ticket
           string 'Pieces : ' NbPiecesS ' - ' DescPiecesS
               into ligne-ticket
           perform 9900-ecrire-ligne-ticket
           move spaces to ligne-ticket
       end-if
       string 'A rendre pour le : ' dateEcheance-ticket
           into ligne-ticket
       perform 9900-ecrire-ligne-ticket
