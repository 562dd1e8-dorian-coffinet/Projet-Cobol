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
       1 pretp.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).


       working-storage section.
       1 statutRes-sauve pic x.
       1 expRes-sauve pic 9(2).
       1 dateAvis-sauve pic 9(8).
       1 dateLimite-sauve pic 9(8).
       1 pic x.
       88 amSurvivantExiste value 'o' false 'n'.

               move StatutRes to statutRes-sauve
               move ExemplaireRes to expRes-sauve
               move DateAvis to dateAvis-sauve
               move DateLimiteRes to dateLimite-sauve

               delete freserve invalid set erreur to true
                               not invalid set erreur to false
               move statutRes-sauve to StatutRes
               move expRes-sauve to ExemplaireRes
               move dateAvis-sauve to DateAvis
               move dateLimite-sauve to DateLimiteRes
               write reservation
               end-write
               add 1 to nbReservationsRepointees
