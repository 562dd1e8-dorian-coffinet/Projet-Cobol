               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).


        fd fcherche.
                  2 PrixS pic 9(3)v99.
                  2 CoteS pic x(10).
                  2 NumDonS pic 9(5).
                  2 NbPiecesS pic 9(2).
                  2 DescPiecesS pic x(40).

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

       fd ftransfert.
       1 transfert.

       1 ref pic x(8).
       1 cod pic x(8).
       1 dateLimiteSaisie pic 9(8) value 0.
       1 dateJourRes pic 9(8).
       1 nbdispo pic 9(2) value 0.
       1 nbdispoAilleurs pic 9(2) value 0.
       1 fin-fcherche pic x value 'n'.
       1 s-plg-code.
           2 line 7 col 1 'Code de l adherent : '.
           2 s-code line 7 col 30 pic x(8) to cod required.
       1 s-plg-limite.
           2 line 8 col 1 'Inutile apres le (AAAAMMJJ, vide = '
           & 'sans limite) : '.
           2 s-limite line 8 col 52 pic 9(8) to dateLimiteSaisie.

       1 a-plg-suspendu.
           2 line 22 col 1 'Adherent suspendu de pret jusqu au : '.
           2 a-finSusp line 22 col 40 pic 9(8) from dateFinAffichee.
       1 a-plg-temporaire.
           2 line 22 col 1 'Adhesion temporaire : les reservations ne '
           & 'sont pas ouvertes.'.
       1 a-plg-limiteInvalide.
           2 line 22 col 1 'Date limite invalide ou deja passee, '
           & 'reservation abandonnee.'.
       1 a-plg-dispo.
           2 line 9 col 1 'Ce livre a un exemplaire disponible, '
           & 'inutile de reserver.'.
       accept s-ref
       display s-plg-code
       accept s-code
       display s-plg-limite
       move 0 to dateLimiteSaisie
       accept s-limite
       move function current-date(1:8) to dateJourRes
       if dateLimiteSaisie not = 0
           if (function test-date-yyyymmdd(dateLimiteSaisie) not = 0)
           or (dateLimiteSaisie <= dateJourRes)
               display a-plg-limiteInvalide
               close fcherche
               close freserve
               goback
           end-if
       end-if

       perform 8780-verifier-suspension
       if adherentSuspendu
           move spaces to siteAdherent
       end-if
       close fadherent
       if adherentTrouve and (categorieE = 'TEMPORAIRE')
           display a-plg-temporaire
           close fcherche
           close freserve
           goback
       end-if

       move ref to RefSu
       start fcherche key = RefSu
           move 0 to ExemplaireRes
           move 0 to DateAvis
           move 0 to DateRetrait
           move dateLimiteSaisie to DateLimiteRes
           write reservation invalid set erreur to true
                              not invalid set erreur to false
           end-write
