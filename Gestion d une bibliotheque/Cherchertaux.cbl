               2 DelaiRappel1 pic 9(3).
               2 DelaiRappel2 pic 9(3).
               2 DelaiRappel3 pic 9(3).
               2 DelaiCourtoisie pic 9(3).
               2 DelaiReclamation pic 9(3).
               2 SeuilReclamation pic 9(2).
               2 SeuilManquant pic 9(2).
               2 SeuilRemise pic 9(3).
               2 SeuilCredit pic 9(3).
               2 SeuilSuppression pic 9(3).
               2 DelaiInactivite pic 9(3).
               2 SeuilExcepNombre pic 9(3).
               2 SeuilExcepMontant pic 9(4).
               2 SeuilExcepTaux pic 9(3).
               2 ToleranceQteFac pic 9(2).
               2 TolerancePrixFac pic 9(2).
               2 SeuilReco pic 9(2).
       working-storage section.
       1 fin-fparamhisto pic x value 'n'.
       88 finFparamhisto value 'o' false 'n'.
