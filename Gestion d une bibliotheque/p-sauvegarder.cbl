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
       1 nbAdherentSauve pic 9(5) value 0.
       1 nbPretSauve pic 9(5) value 0.
       1 nbLivreSauve pic 9(5) value 0.
       1 nbRupturesChainage pic 9(3) value 0.

       screen section.
       1 a-plg-sauvegardeTermine.
           2 line 10 col 1 'Livres : '.
           2 a-nbLivre line 10 col 20 pic zzzz9 from nbLivreSauve.
           2 s-plg-sauvegardeSuite line 24 col 80 pic x auto secure.
       1 a-plg-chainageRompu.
           2 line 12 col 1 'ATTENTION : chainage des journaux rompu, '
           & 'sauvegarde prise sur des journaux alteres.'.
           2 line 13 col 1 'Voir verification-chainage.txt.'.

       procedure division.
       call 'p-verifier-chainage' using nbRupturesChainage
       end-call

       open input futilisateur
       open output futilbak
       set finFich to false
       close flivrebak

       display a-plg-sauvegardeTermine
       if nbRupturesChainage > 0
           display a-plg-chainageRompu
       end-if
       accept s-plg-sauvegardeSuite
       goback.
       end program p-sauvegarder.
