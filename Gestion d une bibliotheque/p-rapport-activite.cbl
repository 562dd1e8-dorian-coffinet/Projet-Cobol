               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd frapport.
       01 ligne-rapport pic x(100).
       1 nbPrets pic 9(5) value 0.
       1 nbRetours pic 9(5) value 0.
       1 nbConsultations pic 9(5) value 0.
       1 nbRenouvGuichet pic 9(5) value 0.
       1 nbRenouvBorne pic 9(5) value 0.
       1 tab-heures.
           2 parHeure occurs 24.
              3 nbParHeure pic 9(4).
           2 line 9 col 1 'Consultations : '.
           2 a-nbConsult line 9 col 17 pic zzzz9 from
           nbConsultations.
           2 line 10 col 1 'Renouvellements guichet : '.
           2 a-nbRenGuichet line 10 col 28 pic zzzz9 from
           nbRenouvGuichet.
           2 line 11 col 1 'Renouvellements borne : '.
           2 a-nbRenBorne line 11 col 28 pic zzzz9 from
           nbRenouvBorne.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
               add 1 to nbPrets
           when 'C'
               add 1 to nbConsultations
           when 'N'
               add 1 to nbRenouvGuichet
           when 'B'
               add 1 to nbRenouvBorne
           when other
               add 1 to nbRetours
       end-evaluate
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       string 'Renouvellements au guichet : ' nbRenouvGuichet
           ' a la borne : ' nbRenouvBorne
           into ligne-rapport
       write ligne-rapport
       move spaces to ligne-rapport
       write ligne-rapport
       move 'Mouvements par heure :' to ligne-rapport
       write ligne-rapport
