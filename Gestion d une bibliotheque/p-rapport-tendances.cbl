               2 nbPretsOuvertsStat pic 9(5).
               2 nbPretsJourStat pic 9(5).
               2 nbRetoursJourStat pic 9(5).
               2 nbEvenementsStat pic 9(3).
               2 nbParticipantsStat pic 9(5).
               2 nbSessionsPosteStat pic 9(4).
               2 minutesPosteStat pic 9(6).
               2 nbVisitesStat pic 9(6).
               2 VisitesStat pic x.
               2 AnoVisitesStat pic x.

       fd frapport.
       01 ligne-rapport pic x(132).
       1 nbLignes pic 9(4) value 0.
       1 totalPrets pic 9(7) value 0.
       1 totalRetours pic 9(7) value 0.
       1 totalParticipants pic 9(7) value 0.
       1 totalVisites pic 9(8) value 0.
       1 nbJoursSignales pic 9(4) value 0.

       screen section.
       1 s-plg-titre.
           into ligne-rapport
       write ligne-rapport
       move 'Date     Site Adherents Exempl. PretsOuv PretsJour '
       & 'RetoursJour Evts Particip. Sessions Minutes Entrees'
           to ligne-rapport
       write ligne-rapport

       move dateDebut to DateStat
                               nbExemplairesStat '  '
                               nbPretsOuvertsStat '    '
                               nbPretsJourStat '      '
                               nbRetoursJourStat '       '
                               nbEvenementsStat '  '
                               nbParticipantsStat '      '
                               nbSessionsPosteStat '  '
                               minutesPosteStat ' '
                               nbVisitesStat AnoVisitesStat
                               into ligne-rapport
                           write ligne-rapport
                           add 1 to nbLignes
                           add nbPretsJourStat to totalPrets
                           add nbRetoursJourStat to totalRetours
                           add nbParticipantsStat to totalParticipants
                           add nbVisitesStat to totalVisites
                           if AnoVisitesStat not = space
                               add 1 to nbJoursSignales
                           end-if
                       end-if
                   end-if
           end-read
       move spaces to ligne-rapport
       write ligne-rapport
       string 'Total prets sur la periode : ' totalPrets
           ' retours : ' totalRetours
           ' participants aux evenements : ' totalParticipants
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Entrees comptees sur la periode : ' totalVisites
           ' jours signales (Z aucune entree, P pic) : '
           nbJoursSignales
           into ligne-rapport
       write ligne-rapport

       close fstats
