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
               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               88 categorieExoneree value 'O'.
               2 QuotaPosteTarif pic 9(3).

       working-storage section.
       1 nf-plan pic x(30) value 'plan.dat'.
       88 finFenr value 'o' false 'n'.
       1 libc-courant pic x(30).
       1 maxPretsCourant pic 9(2).
       1 maxPretsTemporaire pic 9(2) value 2.
       1 nbDiplomes pic 9.
       1 pic x.
       88 categorieExistante value 'o' false 'n'.
       1 pic x.
           2 s-exp line 9 col 30 pic 999 to exp required.
       1 s-plg-fait.
           2 line 11 col 1 'Pret enregistre.'.
       1 a-plg-diplome.
           2 line 12 col 1 'Bravo, palier du defi lecture atteint : '
           & 'ton diplome t attend a l accueil.'.

       1 a-plg-exNexiste.
           2 line 15 col 5 'Cet exemplaire n est pas reconnu.'.
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
                                             journalTypeEmprunt
                        end-call
                        perform 9800-tamponner-activite
                        if adherentTrouve
                            call 'Compterdefi' using cod nomEE prenomEE
                                                     nbDiplomes
                            end-call
                        end-if
                        perform 9600-porter-tarif-au-compte
                        add 1 to nbLot
                        perform 9400-retenir-item-ticket
                        display  s-plg-fait
                        if adherentTrouve and (nbDiplomes > 0)
                            display a-plg-diplome
                        end-if
                    not invalid key
                    display a-plg-exIndispo
                end-start
           move 23 to heureEchCalc
       end-if
       compute HeureEcheance = (heureEchCalc * 100)
           + function mod(heureMaintenant, 100)
       call 'Ajusterheure' using DateEcheance HeureEcheance SiteCU
       end-call.

       8800-verifier-abonnement.
       move function current-date(1:8) to dateJourAbo
