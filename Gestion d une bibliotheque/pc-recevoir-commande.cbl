       organization indexed record key RefT
       access dynamic.

       select optional fresacmd assign nf-resa-commande
       organization indexed access dynamic
       record key clefRC = NumCmdRC DateRC HeureRC CodeRC
               88 cmdOuverte value 'O'.
               88 cmdPartielle value 'P'.
               88 cmdRecue value 'R'.
               88 cmdBrouillon value 'B'.
               2 CodeFourCmd pic x(5).
               2 DateTransmiseCmd pic 9(8).
               2 QteRecueCmd pic 9(2).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd ftitre.
       1 titre.
               2 IsbnT pic x(13).
               2 tabT.
                  3 motsclesT pic x(20) occurs 20.
               2 CodeSerieT pic x(6).
               2 NumVolumeT pic 9(3).

       fd fresacmd.
       1 resa-commande.
               2 ExemplaireRes pic 9(3).
               2 DateAvis pic 9(8).
               2 DateRetrait pic 9(8).
               2 DateLimiteRes pic 9(8).

       working-storage section.
       1 nf-resa-commande pic x(30) value 'resa-commande.dat'.
       1 pic x.
       88 titreConnu value 'o' false 'n'.
       1 coteSaisie pic x(10).
       1 qteRestante pic 9(2).
       1 qteRecue pic 9(2).
       1 fin-frc pic x value 'n'.
           2 line 5 col 1 'Aucune commande avec ce numero.'.
       1 a-plg-dejaRecue.
           2 line 8 col 1 'Cette commande a deja ete receptionnee.'.
       1 a-plg-brouillon.
           2 line 8 col 1 'Commande en brouillon, a valider avant '
           & 'la reception.'.
       1 a-plg-refInvalide.
           2 line 11 col 1 'Reference invalide : 7 chiffres suivis '
           & 'd''un chiffre de controle correct.'.
           display a-plg-introuvable
       else
           display a-plg-fiche
           if cmdRecue or cmdBrouillon
               if cmdBrouillon
                   display a-plg-brouillon
               else
                   display a-plg-dejaRecue
               end-if
           else
               compute qteRestante = QteCmd - QteRecueCmd
               display s-plg-qteRecue
               perform 8900-lire-titre
               perform 8100-creer-exemplaires
               perform 8950-tamponner-titre
               perform 8990-convertir-reservations

               add qteRecue to QteRecueCmd
           move SiteCmd to SiteC
           move coteSaisie to CoteS
           move 0 to NumDonS
           move 1 to NbPiecesS
           move spaces to DescPiecesS
           move function current-date(1:8) to DateAjoutS
           move 0 to DateLimiteRetrait
           move PrixCmd to PrixS
           end-call
       end-perform.

       8990-convertir-reservations.
       open i-o fresacmd
       open i-o freserve
       move CodeRC to CodeRes
       move 0 to DateAvis
       move 0 to DateRetrait
       move 0 to DateLimiteRes
       if nbAttribues < nbCrees
           set resNotifiee to true
           compute ExemplaireRes = prochainExemplaire + nbAttribues
           move AuteurCmd to AuteurT
           move IsbnCmd to IsbnT
           move spaces to tabT
           move spaces to CodeSerieT
           move 0 to NumVolumeT
           write titre invalid continue
           end-write
           close ftitre
