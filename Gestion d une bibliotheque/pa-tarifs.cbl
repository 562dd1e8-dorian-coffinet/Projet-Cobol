               2 MontantTarif pic 9(3)v99.
               2 ExoTarifPret pic x.
               88 categorieExoneree value 'O'.
               2 QuotaPosteTarif pic 9(3).

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
       1 categSaisie pic x(10).
       1 montantSaisi pic 9(3)v99.
       1 exoSaisi pic x.
       1 quotaSaisi pic 9(3).
       1 n pic 999.
       1 h-codeope pic x.
       1 h-nomfich pic x(15) value 'tarif'.
           required.
           2 line 10 col 1 'Exoneree des tarifs de pret (O/N) : '.
           2 s-exo line 10 col 40 pic x to exoSaisi.
           2 line 11 col 1 'Minutes de poste public par jour '
           & '(0 = 60) : '.
           2 s-quota line 11 col 46 pic zz9 to quotaSaisi.
       1 a-plg-fait.
           2 line 13 col 1 'Tarif enregistre.'.

       1 a-plg-enteteListe.
           2 blank screen.
           2 line 1 col 1 'Categorie     Cotisation  Exo pret  '
           & 'Minutes poste'.
       1 a-plg-ligneListe.
           2 line n col 1 pic x(10) from CategorieTarif.
           2 col 15 pic zz9.99 from MontantTarif.
           2 col 28 pic x from ExoTarifPret.
           2 col 38 pic zz9 from QuotaPosteTarif.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       accept s-categ
       accept s-montant
       accept s-exo
       move 0 to quotaSaisi
       accept s-quota
       move categSaisie to CategorieTarif
       read ftarif invalid set tarifExiste to false
                   not invalid set tarifExiste to true
       else
           move 'N' to ExoTarifPret
       end-if
       move quotaSaisi to QuotaPosteTarif
       if tarifExiste
           rewrite tarif-enr
           end-rewrite
