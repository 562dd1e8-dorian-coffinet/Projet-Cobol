               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd famende.
       1 amende.
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
       1 montantFacture pic 9(3)v99.
       1 montant-ed pic zz9.99.
       1 nbFactures pic 9(4) value 0.
       1 pretReclame pic x value 'N'.
       88 pretEnReclamation value 'O'.
       1 actionReclamation pic x value 'V'.
       1 h-codeope pic x value 'A'.
       1 h-nomfich pic x(15) value 'amende'.
       1 h-cleprim pic x(15).
       goback.

       8000-examiner-pret.
       call 'Verifreclamation' using actionReclamation DatePret RefS
            Exemplaire CodeE pretReclame
       end-call
       if pretEnReclamation
           exit paragraph
       end-if
       move RefS to RefSu
       move Exemplaire to ExemplaireU
       read fsupport invalid set supportExistant to false
