           2 blank screen.
           2 line 1 col 1 'Modeles de documents'.
           2 line 2 col 1 'Codes utilises : RAPPEL1 RAPPEL2 RAPPEL3 '
           & 'AVISRETRAIT FACTURE RELEVE DIPLOME'.
           2 line 3 col 1 'Lignes variables : &NOM &ADRESSE &SITE '
           & '&LIGNES &MONTANT &DATE &DEFI &PALIER'.
           2 line 5 col 1 'Releve : &PERIODE &PRETS &AMENDES '
           & '&PAIEMENTS &PLAN &CREDIT'.
           2 line 4 col 1 'Code du modele (vide pour quitter) : '.
           2 s-code line 4 col 42 pic x(10) to codeSaisi.
       1 a-plg-enteteLignes.
