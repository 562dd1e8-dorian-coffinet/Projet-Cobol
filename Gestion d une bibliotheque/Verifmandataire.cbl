       program-id. 'Verifmandataire'.

       select optional fmandataire assign nf-mandataire
       organization indexed access dynamic
       record key clefMand = CodeEMand CodeMand.

       fd fmandataire.
       1 mandataire-enr.
               2 CodeEMand pic x(8).
               2 CodeMand pic x(8).
               2 NomMand pic x(30).
               2 PrenomMand pic x(30).
               2 LienMand pic x(20).
               2 DateDebutMand pic 9(8).
               2 DateFinMand pic 9(8).

       working-storage section.
       1 nf-mandataire pic x(30) value 'mandataire.dat'.

       01 mode-formation pic x external value 'N'.
       1 dateJour pic 9(8).

       linkage section.
       01 lCodeE pic x(8).
       01 lCodeMand pic x(8).
       01 lNomMand pic x(30).
       01 lEtatMand pic x.

       procedure division using lCodeE lCodeMand lNomMand lEtatMand.
       if mode-formation = 'O'
           move 'formation-mandataire.dat' to nf-mandataire
       else
           move 'mandataire.dat' to nf-mandataire
       end-if
       move function current-date(1:8) to dateJour
       move spaces to lNomMand
       move 'N' to lEtatMand
       open input fmandataire
       move lCodeE to CodeEMand
       move lCodeMand to CodeMand
       read fmandataire invalid continue
           not invalid
               move NomMand to lNomMand
               if DateFinMand < dateJour
                   move 'E' to lEtatMand
               else
                   move 'O' to lEtatMand
               end-if
       end-read
       close fmandataire
       goback.
       end program 'Verifmandataire'.
