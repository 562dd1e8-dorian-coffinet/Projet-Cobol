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
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd frapport.
       01 ligne-rapport pic x(132).
