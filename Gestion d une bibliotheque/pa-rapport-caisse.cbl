               88 paiementCheque value 'Q'.
               88 paiementAnnulation value 'A'.
               88 paiementAvoir value 'V'.
               88 paiementTresor value 'T'.
               88 paiementPrelevement value 'D'.
               2 SitePay pic x(3).
               2 LoginPay pic 9(5).
               2 TypePay pic x.
               88 typePayLocation value 'L'.
               88 typePayRemboursement value 'R'.
               88 typePayProvision value 'P'.
               88 typePayVente value 'V'.
               88 typePayCaution value 'D'.
               2 LoginValidPay pic 9(5).

       fd fadherent.
       1 adherent.
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

       fd frapport.
       01 ligne-rapport pic x(120).
       1 nbPaiements pic 9(4) value 0.
       1 nbAnnulations pic 9(4) value 0.
       1 motifCourant pic x(30).
       1 libelleMode pic x(11).
       1 totalTypeAmendes pic 9(6)v99 value 0.
       1 totalTypeCotisations pic 9(6)v99 value 0.
       1 totalTypeLocations pic 9(6)v99 value 0.
       1 totalTypeRemboursements pic 9(6)v99 value 0.
       1 totalTypeProvisions pic 9(6)v99 value 0.
       1 totalTypeVentes pic 9(6)v99 value 0.
       1 totalTypeCautions pic 9(6)v99 value 0.
       1 totalCautionsRendues pic 9(6)v99 value 0.
       1 totalAvoirs pic 9(6)v99 value 0.
       1 totalTresor pic 9(6)v99 value 0.
       1 totalPrelevements pic 9(6)v99 value 0.

       screen section.
       1 s-plg-titre.
                   add 1 to nbAnnulations
               when paiementAvoir
                   move 'avoir' to libelleMode
               when paiementTresor
                   move 'tresor' to libelleMode
               when paiementPrelevement
                   move 'prelevement' to libelleMode
               when other
                   move 'inconnu' to libelleMode
           end-evaluate
               end-if
           end-if

           if paiementAvoir and typePayCaution
               add MontantPay to totalCautionsRendues
           else
           if paiementAvoir
               add MontantPay to totalAvoirs
           else
           if paiementTresor
               add MontantPay to totalTresor
           else
           if paiementPrelevement
               add MontantPay to totalPrelevements
           else
           if not paiementAnnulation
               evaluate true
                   when typePayCotisation
                       add MontantPay to totalTypeRemboursements
                   when typePayProvision
                       add MontantPay to totalTypeProvisions
                   when typePayVente
                       add MontantPay to totalTypeVentes
                   when typePayCaution
                       add MontantPay to totalTypeCautions
                   when other
                       add MontantPay to totalTypeAmendes
               end-evaluate
           end-if
           end-if
           end-if
           end-if
           end-if
           move MontantPay to montant-ed
           if adherentExiste
               string '  recu ' NumRecu ' ' CodePay ' ' nomE ' '
       string '  Provisions au credit : ' montant-ed ' euros'
           into ligne-rapport
       write ligne-rapport
       move totalTypeVentes to montant-ed
       string '  Ventes diverses : ' montant-ed ' euros'
           into ligne-rapport
       write ligne-rapport
       move totalTypeCautions to montant-ed
       string '  Cautions d adhesion temporaire : ' montant-ed
           ' euros' into ligne-rapport
       write ligne-rapport
       move totalAvoirs to montant-ed
       string '  Avoirs imputes (hors caisse) : ' montant-ed
           ' euros' into ligne-rapport
       write ligne-rapport
       move totalCautionsRendues to montant-ed
       string '  Cautions rendues au credit (hors caisse) : '
           montant-ed ' euros' into ligne-rapport
       write ligne-rapport
       move totalTresor to montant-ed
       string '  Recouvre par le Tresor public (hors caisse) : '
           montant-ed ' euros' into ligne-rapport
       write ligne-rapport
       move totalPrelevements to montant-ed
       string '  Cotisations prelevees (hors caisse) : '
           montant-ed ' euros' into ligne-rapport
       write ligne-rapport.

       end program pa-rapport-caisse.
