       program-id. 'Verifentretien'.

       select optional fregle assign 'regle-entretien.dat'
       organization indexed access dynamic
       record key LibCatRE.

       select optional fentretien assign nf-entretien
       organization indexed access dynamic
       record key clefEN = RefEN ExemplaireEN
       sharing with all other
       lock mode is automatic.

       fd fregle.
       1 regle-entretien.
               2 LibCatRE pic x(30).
               2 IntervallePretsRE pic 9(3).
               2 IntervalleJoursRE pic 9(3).
               2 ConsigneRE pic x(60).

       fd fentretien.
       1 entretien-enr.
               2 RefEN pic x(8).
               2 ExemplaireEN pic 9(3).
               2 SiteEN pic x(3).
               2 NbPretsEN pic 9(4).
               2 DateDernierEN pic 9(8).
               2 StatutEN pic x.
               88 entretienAJour value 'O'.
               88 entretienDu value 'D'.
               2 DateDuEN pic 9(8).
               2 MotifEN pic x.
               88 motifPrets value 'P'.
               88 motifJours value 'J'.

       working-storage section.
       1 nf-entretien pic x(30) value 'entretien.dat'.

       01 mode-formation pic x external value 'N'.
       1 pic x.
       88 regleExiste value 'o' false 'n'.
       1 pic x.
       88 etatExiste value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 joursDepuis pic 9(5).
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'entretien'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x value 'O'.

       linkage section.
       01 lRef pic x(8).
       01 lExemplaire pic 9(3).
       01 lLibC pic x(30).
       01 lSiteC pic x(3).
       01 lDateAjout pic 9(8).
       01 lEntretienDu pic x.

       procedure division using lRef lExemplaire lLibC lSiteC
                                lDateAjout lEntretienDu.
       if mode-formation = 'O'
           move 'formation-entretien.dat' to nf-entretien
       else
           move 'entretien.dat' to nf-entretien
       end-if
       move 'N' to lEntretienDu
       move function current-date(1:8) to dateJour

       open input fregle
       move lLibC to LibCatRE
       read fregle invalid set regleExiste to false
                   not invalid set regleExiste to true
       end-read
       close fregle
       if not regleExiste
           goback
       end-if
       if (IntervallePretsRE = 0) and (IntervalleJoursRE = 0)
           goback
       end-if

       open i-o fentretien
       move lRef to RefEN
       move lExemplaire to ExemplaireEN
       read fentretien invalid set etatExiste to false
                       not invalid set etatExiste to true
       end-read
       if not etatExiste
           move lRef to RefEN
           move lExemplaire to ExemplaireEN
           move 0 to NbPretsEN
           if function test-date-yyyymmdd(lDateAjout) = 0
               move lDateAjout to DateDernierEN
           else
               move dateJour to DateDernierEN
           end-if
           set entretienAJour to true
           move 0 to DateDuEN
           move space to MotifEN
       end-if
       move lSiteC to SiteEN
       add 1 to NbPretsEN
       if function test-date-yyyymmdd(DateDernierEN) = 0
           compute joursDepuis =
               function integer-of-date(dateJour)
               - function integer-of-date(DateDernierEN)
       else
           move 0 to joursDepuis
       end-if

       if (IntervallePretsRE > 0) and (NbPretsEN >= IntervallePretsRE)
           set motifPrets to true
           move 'O' to lEntretienDu
       else
           if (IntervalleJoursRE > 0)
           and (joursDepuis >= IntervalleJoursRE)
               set motifJours to true
               move 'O' to lEntretienDu
           end-if
       end-if
       if lEntretienDu = 'O'
           if not entretienDu
               move dateJour to DateDuEN
           end-if
           set entretienDu to true
       end-if

       if etatExiste
           rewrite entretien-enr
           end-rewrite
       else
           write entretien-enr invalid continue
           end-write
       end-if
       close fentretien
       if lEntretienDu = 'O'
           string lRef lExemplaire delimited by size into h-cleprim
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
       end-if
       goback.
       end program 'Verifentretien'.
