       program-id. pp-retards-classes.

       select optional fclasse assign nf-classe
       organization indexed access dynamic
       record key CodeClasse
       alternate record key CodeEnseignantCl duplicates.

       select optional fpretclasse assign nf-pret-classe
       organization indexed access dynamic
       record key clefPC = DatePretPC RefPC ExemplairePC CodeEPC
       alternate record key CodeClassePC duplicates.

       select fpret assign nf-pret
       organization indexed access dynamic
       record key clef = DatePret RefS Exemplaire CodeE
       alternate record key RefS duplicates
       alternate record key CodeE duplicates.

       select fsupport assign nf-support
       organization indexed record key clefSu = RefSu ExemplaireU
       alternate record key RefSu duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select fadherent assign nf-adherent
       organization indexed record key codeEA
       access dynamic.

       select ftrav assign 'retards-classes.tmp'.

       select frapport assign 'retards-classes.txt'
       organization line sequential.

       fd fclasse.
       1 classe-enr.
               2 CodeClasse pic x(8).
               2 NomClasse pic x(30).
               2 CodeEnseignantCl pic x(8).
               2 SiteClasse pic x(3).
               2 MaxPretsClasse pic 9(3).
               2 MaxParEleveCl pic 9(2).
               2 DateEcheanceClasse pic 9(8).
               2 StatutClasse pic x.
               88 classeActive value 'O'.
               88 classeClose value 'C'.
               2 NbElevesCl pic 9(2).
               2 EleveCl pic x(8) occurs 40.

       fd fpretclasse.
       1 pret-classe.
               2 DatePretPC pic 9(8).
               2 RefPC pic x(8).
               2 ExemplairePC pic 9(3).
               2 CodeEPC pic x(8).
               2 CodeClassePC pic x(8).
               2 DateEcheancePC pic 9(8).

       fd fpret.
       1 pret.
               2 DatePret pic 9(8).
               2 RefS pic x(8).
               2 Exemplaire pic 9(3).
               2 CodeE pic x(8).
               2 DateRetour pic 9(8).
               2 NbRenouv pic 9.
               2 SiteC pic x(3).
               2 DateEcheance pic 9(8).
               2 HeureEcheance pic 9(4).

       fd fsupport.
       1 livre.
               2 RefSu pic x(8).
               2 ExemplaireU pic 9(3).
               2 LibS pic x(30).
               2 DesignS pic x(50).
               2 Dispo pic x.
               2 LibC pic x(30).
               2 AuteurS pic x(30).
               2 IsbnS pic x(13).
               2 tab.
                  3 motscles pic x(20) occurs 20.
               2 SiteCU pic x(3).
               2 DateAjoutS pic 9(8).
               2 DateLimiteRetrait pic 9(8).
               2 PrixS pic 9(3)v99.
               2 CoteS pic x(10).
               2 NumDonS pic 9(5).
               2 NbPiecesS pic 9(2).
               2 DescPiecesS pic x(40).

       fd fadherent.
       1 adherent.
               2 codeEA pic x(8).
               2 nomE pic x(30).
               2 prenomE pic x(30).
               2 adrE pic x(150).
               2 telE pic x(15).
               2 mailE pic x(40).
               2 siteCE pic x(3).
               2 codeMenage pic x(8).
               2 dateInscriptionE pic 9(8).
               2 dateExpirationE pic 9(8).
               2 pinE pic x(4).
               2 dateNaissanceE pic 9(8).
               2 dateDernierPretE pic 9(8).
               2 dateDernierRetourE pic 9(8).
               2 dateDernierPaiementE pic 9(8).
               2 numCarteE pic x(8).
               2 codePartenaireE pic x(5).
               2 categorieE pic x(10).
               2 creditE pic 9(4)v99.
               2 codeGarantE pic x(8).
               2 canalE pic x.
               2 consentLettreE pic x.
               2 dateConsentLettreE pic 9(8).
               2 consentEvenementE pic x.
               2 dateConsentEvenementE pic 9(8).
               2 adrInvalideE pic x.
               2 dateAdrInvalideE pic 9(8).
               2 decedeE pic x.
               2 dateDecesE pic 9(8).
               2 refusRecoE pic x.

       sd ftrav.
       1 enr-trav.
               2 siteTri pic x(3).
               2 classeTri pic x(8).
               2 nomClasseTri pic x(30).
               2 enseignantTri pic x(8).
               2 nomEnsTri pic x(30).
               2 eleveTri pic x(8).
               2 nomEleveTri pic x(30).
               2 refTri pic x(8).
               2 expTri pic 9(3).
               2 libTri pic x(30).
               2 echeanceTri pic 9(8).

       fd frapport.
       01 ligne-rapport pic x(120).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-classe pic x(30) value 'classe.dat'.
       1 nf-pret-classe pic x(30) value 'pret-classe.dat'.
       1 nf-pret pic x(30) value 'pret.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-adherent pic x(30) value 'adherent.dat'.

       1 fin-fclasse pic x value 'n'.
       88 finFclasse value 'o' false 'n'.
       1 fin-fpretclasse pic x value 'n'.
       88 finFpretclasse value 'o' false 'n'.
       1 fin-ftrav pic x value 'n'.
       88 finFtrav value 'o' false 'n'.
       1 pic x.
       88 pretTrouve value 'o' false 'n'.
       1 pic x.
       88 adherentTrouve value 'o' false 'n'.
       1 dateJour pic 9(8).
       1 nbRetardsClasse pic 9(3).
       1 nbRetards-ed pic zz9.
       1 siteCourant pic x(3).
       1 classeCourante pic x(8).
       1 nbSite pic 9(5).
       1 nbTotalRetards pic 9(5) value 0.
       1 nomEnseignant pic x(30).
       1 mailEnseignant pic x(40).
       1 q-dest pic x(40).
       1 q-type pic x value 'R'.
       1 q-resume pic x(80).

       linkage section.
       1 nbTraites pic 9(3).

       procedure division using nbTraites.
       if mode-formation = 'O'
           move 'formation-classe.dat' to nf-classe
       else
           move 'classe.dat' to nf-classe
       end-if
       if mode-formation = 'O'
           move 'formation-pret-classe.dat' to nf-pret-classe
       else
           move 'pret-classe.dat' to nf-pret-classe
       end-if
       if mode-formation = 'O'
           move 'formation-pret.dat' to nf-pret
       else
           move 'pret.dat' to nf-pret
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-adherent.dat' to nf-adherent
       else
           move 'adherent.dat' to nf-adherent
       end-if
       move 0 to nbTraites
       move function current-date(1:8) to dateJour
       open input fclasse
       open input fpretclasse
       open input fpret
       open input fsupport
       open input fadherent

       sort ftrav on ascending key siteTri classeTri eleveTri refTri
           expTri
           input procedure 7500-collecter-retards
           output procedure 7600-ecrire-liste
       close fclasse
       close fpretclasse
       close fpret
       close fsupport
       close fadherent
       if nbTotalRetards > 999
           move 999 to nbTraites
       else
           move nbTotalRetards to nbTraites
       end-if
       goback.

       7500-collecter-retards.
       set finFclasse to false
       read fclasse next record at end set finFclasse to true
       end-read
       perform until finFclasse
           if classeActive
               perform 7550-examiner-classe
           end-if
           read fclasse next record at end set finFclasse to true
           end-read
       end-perform.

       7550-examiner-classe.
       move 0 to nbRetardsClasse
       move CodeEnseignantCl to codeEA
       read fadherent invalid set adherentTrouve to false
                      not invalid set adherentTrouve to true
       end-read
       if adherentTrouve
           move nomE to nomEnseignant
           move mailE to mailEnseignant
       else
           move spaces to nomEnseignant
           move spaces to mailEnseignant
       end-if
       move CodeClasse to CodeClassePC
       start fpretclasse key = CodeClassePC
           invalid key
               set finFpretclasse to true
           not invalid key
               set finFpretclasse to false
       end-start
       perform until finFpretclasse
           read fpretclasse next record
               at end
                   set finFpretclasse to true
               not at end
                   if CodeClassePC not = CodeClasse
                       set finFpretclasse to true
                   else
                       perform 7560-examiner-pret
                   end-if
           end-read
       end-perform
       if (nbRetardsClasse > 0) and (mailEnseignant not = spaces)
           move mailEnseignant to q-dest
           move nbRetardsClasse to nbRetards-ed
           move spaces to q-resume
           string 'Classe ' NomClasse delimited by '  '
               ' : ' nbRetards-ed ' pret(s) en retard'
               delimited by size into q-resume
           call 'Ecrirecourriel' using q-dest q-type q-resume
           end-call
       end-if.

       7560-examiner-pret.
       move DatePretPC to DatePret
       move RefPC to RefS
       move ExemplairePC to Exemplaire
       move CodeEPC to CodeE
       read fpret invalid set pretTrouve to false
                  not invalid set pretTrouve to true
       end-read
       if not pretTrouve
           exit paragraph
       end-if
       if (DateRetour not = 0) or (DateEcheance >= dateJour)
           exit paragraph
       end-if
       add 1 to nbRetardsClasse
       move SiteClasse to siteTri
       move CodeClasse to classeTri
       move NomClasse to nomClasseTri
       move CodeEnseignantCl to enseignantTri
       move nomEnseignant to nomEnsTri
       move CodeE to eleveTri
       move CodeE to codeEA
       read fadherent
           invalid
               move spaces to nomEleveTri
           not invalid
               move nomE to nomEleveTri
       end-read
       move RefS to refTri
       move Exemplaire to expTri
       move RefS to RefSu
       move Exemplaire to ExemplaireU
       read fsupport
           invalid move spaces to libTri
           not invalid move LibS to libTri
       end-read
       move DateEcheance to echeanceTri
       release enr-trav.

       7600-ecrire-liste.
       open output frapport
       move spaces to ligne-rapport
       string 'Prets de classe en retard au ' dateJour
           delimited by size into ligne-rapport
       write ligne-rapport
       move spaces to siteCourant
       move spaces to classeCourante
       move 0 to nbSite
       set finFtrav to false
       return ftrav at end set finFtrav to true
       end-return
       perform until finFtrav
           if (siteTri not = siteCourant) or (nbSite = 0)
               move siteTri to siteCourant
               move spaces to classeCourante
               move 0 to nbSite
               move spaces to ligne-rapport
               write ligne-rapport
               string 'Site ' siteCourant delimited by size
                   into ligne-rapport
               write ligne-rapport
           end-if
           if classeTri not = classeCourante
               move classeTri to classeCourante
               move spaces to ligne-rapport
               string '  Classe ' classeTri ' ' nomClasseTri
                   ' enseignant ' enseignantTri ' ' nomEnsTri
                   delimited by size into ligne-rapport
               write ligne-rapport
           end-if
           add 1 to nbSite
           add 1 to nbTotalRetards
           move spaces to ligne-rapport
           string '    ' eleveTri ' ' nomEleveTri ' ' refTri
               ' ' expTri ' ' libTri ' echeance '
               echeanceTri delimited by size into ligne-rapport
           write ligne-rapport
           return ftrav at end set finFtrav to true
           end-return
       end-perform
       close frapport.

       end program pp-retards-classes.
