               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fcategorie.
       1 categorie.
       move ligne-journal(26:8) to codeLigne
       move ligne-journal(35:1) to typeLigne

       evaluate typeLigne
           when 'E'
               perform 8100-rejouer-emprunt
           when 'N'
           when 'B'
               perform 8300-rejouer-renouvellement
           when other
               perform 8200-rejouer-retour
       end-evaluate.

       8100-rejouer-emprunt.
       perform 8500-chercher-exemplaire-sorti
           end-if
       end-if.

       8300-rejouer-renouvellement.
       perform 8600-chercher-pret-ouvert
       if not pretTrouve
           add 1 to nbIgnores
           string 'NON APPLIQUE (pret ouvert introuvable) : '
               ligne-journal(1:36) into ligne-rapport
           write ligne-rapport
           exit paragraph
       end-if
       if DatePret >= dateLigne
           add 1 to nbIgnores
           string 'DEJA PRESENT : ' ligne-journal(1:36)
               into ligne-rapport
           write ligne-rapport
           exit paragraph
       end-if
       delete fpret invalid set erreur to true
                    not invalid set erreur to false
       end-delete
       if not erreur
           move dateLigne to DatePret
           add 1 to NbRenouv
           move 21 to delaiPret
           move RefS to RefSu
           move Exemplaire to ExemplaireU
           read fsupport invalid set supportExistant to false
                         not invalid set supportExistant to true
           end-read
           if supportExistant
               move LibC to LibCat
               read fcategorie invalid set categorieExistante
                    to false
                    not invalid set categorieExistante to true
               end-read
               if categorieExistante
                   move DureePretCat to delaiPret
               end-if
           end-if
           compute DateEcheance = function date-of-integer(
               function integer-of-date(DatePret) + delaiPret)
           call 'Ajusterecheance' using DateEcheance SiteC
           end-call
           move 0 to HeureEcheance
           write pret invalid set erreur to true
                      not invalid set erreur to false
           end-write
       end-if
       if erreur
           add 1 to nbIgnores
           string 'ERREUR ECRITURE : ' ligne-journal(1:36)
               into ligne-rapport
       else
           add 1 to nbAppliques
           string 'RENOUVELLEMENT REAPPLIQUE : '
               ligne-journal(1:36) into ligne-rapport
       end-if
       write ligne-rapport.

       8500-chercher-exemplaire-sorti.
       set supportExistant to false
       move refLigne to RefSu
