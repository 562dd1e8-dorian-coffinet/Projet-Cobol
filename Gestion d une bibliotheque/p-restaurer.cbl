               2 nbEchecs pic 9(2).
               2 verrou pic x.
               2 dateMotPasse pic 9(8).
               2 SiteUtil pic x(3).
               2 PorteeUtil pic x.

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

       fd fpret.
       1 pret.
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd futilbak.
       01 ligne-util pic x(76).

       fd fadherentbak.
       01 ligne-adherent pic x(411).

       fd fpretbak.
       01 ligne-pret pic x(44).

       fd flivrebak.
       01 ligne-livre pic x(646).

       working-storage section.
       1 fin-fich pic x value 'n'.
