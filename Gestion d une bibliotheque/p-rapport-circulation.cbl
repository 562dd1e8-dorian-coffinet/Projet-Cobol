               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd frapport.
       01 ligne-rapport pic x(132).
                   add 1 to nbPretsCirc(k)
               when 'C'
                   add 1 to nbConsultCirc(k)
               when 'N'
               when 'B'
                   continue
               when other
                   add 1 to nbRetoursCirc(k)
           end-evaluate
                   add 1 to nbPretsPrecCirc(k)
               when 'C'
                   add 1 to nbConsultPrecCirc(k)
               when 'N'
               when 'B'
                   continue
               when other
                   add 1 to nbRetoursPrecCirc(k)
           end-evaluate
