           2 line 1 col 1 'Plan de comptes pour l export vers la '
           & 'comptabilite de la ville'.
           2 line 2 col 1 'Nature : A=amende C=cotisation L=tarif '
           & 'pret R=remboursement P=provision V=vente'.
           2 line 3 col 1 'Mode : E=especes C=carte Q=cheque '
           & 'A=annulation V=avoir'.
           2 line 5 col 1 '1-Creer ou modifier un compte'.
