       program-id. 'Lacunesserie'.

       select optional ftitre assign nf-titre
       organization indexed record key RefT
       access dynamic.

       select optional fsupport assign nf-support
       organization indexed record key clefS = RefS Exemplaire
       alternate record key RefS duplicates
       alternate record key IsbnS duplicates
       alternate record key AuteurS duplicates
       access dynamic.

       select optional fserie assign nf-serie
       organization indexed record key CodeSerie
       access dynamic.

       fd ftitre.
       1 titre.
               2 RefT pic x(8).
               2 LibT pic x(30).
               2 DesignT pic x(50).
               2 LibCT pic x(30).
               2 AuteurT pic x(30).
               2 IsbnT pic x(13).
               2 tabT.
                  3 motsclesT pic x(20) occurs 20.
               2 CodeSerieT pic x(6).
               2 NumVolumeT pic 9(3).

       fd fsupport.
       1 livre.
                2 RefS pic x(8).
                2 Exemplaire pic 9(3).
                2 LibS pic x(30).
                2 DesignS pic x(50).
                2 Dispo pic x.
                2 LibC pic x(30).
                2 AuteurS pic x(30).
                2 IsbnS pic x(13).
                2 tab.
                   3 motscles pic x(20) occurs 20.
                2 SiteC pic x(3).
                2 DateAjoutS pic 9(8).
                2 DateLimiteRetrait pic 9(8).
                2 PrixS pic 9(3)v99.
                2 CoteS pic x(10).
                2 NumDonS pic 9(5).
                2 NbPiecesS pic 9(2).
                2 DescPiecesS pic x(40).

       fd fserie.
       1 serie-enr.
               2 CodeSerie pic x(6).
               2 LibSerie pic x(30).
               2 EditeurSerie pic x(30).
               2 NbParusSerie pic 9(3).
               2 StatutSerie pic x.

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-titre pic x(30) value 'titre.dat'.
       1 nf-support pic x(30) value 'support.dat'.
       1 nf-serie pic x(30) value 'serie.dat'.

       1 fin-ftitre pic x value 'n'.
       88 finFtitre value 'o' false 'n'.
       1 pic x.
       88 exemplaireTrouve value 'o' false 'n'.
       1 tab-tomes.
           2 tomeAuFonds pic x occurs 999.
       1 tomeMax pic 9(3).
       1 kTome pic 9(3).
       1 tome-ed pic zz9.
       1 posLacunes pic 99.

       linkage section.
       01 lCodeSerie pic x(6).
       01 lNbAuFonds pic 9(3).
       01 lTomeMax pic 9(3).
       01 lNbLacunes pic 9(3).
       01 lLacunes pic x(60).

       procedure division using lCodeSerie lNbAuFonds lTomeMax
                                lNbLacunes lLacunes.
       if mode-formation = 'O'
           move 'formation-titre.dat' to nf-titre
       else
           move 'titre.dat' to nf-titre
       end-if
       if mode-formation = 'O'
           move 'formation-support.dat' to nf-support
       else
           move 'support.dat' to nf-support
       end-if
       if mode-formation = 'O'
           move 'formation-serie.dat' to nf-serie
       else
           move 'serie.dat' to nf-serie
       end-if
       move 0 to lNbAuFonds
       move 0 to lTomeMax
       move 0 to lNbLacunes
       move spaces to lLacunes
       move all 'n' to tab-tomes
       move 0 to tomeMax

       open input ftitre
       open input fsupport
       set finFtitre to false
       read ftitre next record at end set finFtitre to true end-read
       perform until finFtitre
           if (CodeSerieT = lCodeSerie) and (NumVolumeT > 0)
               perform 8000-verifier-exemplaire
               if exemplaireTrouve
                   if tomeAuFonds(NumVolumeT) not = 'o'
                       move 'o' to tomeAuFonds(NumVolumeT)
                       add 1 to lNbAuFonds
                   end-if
                   if NumVolumeT > tomeMax
                       move NumVolumeT to tomeMax
                   end-if
               end-if
           end-if
           read ftitre next record at end set finFtitre to true
           end-read
       end-perform
       close fsupport
       close ftitre

       open input fserie
       move lCodeSerie to CodeSerie
       read fserie
           invalid continue
           not invalid
               if NbParusSerie > tomeMax
                   move NbParusSerie to tomeMax
               end-if
       end-read
       close fserie
       move tomeMax to lTomeMax

       move 1 to posLacunes
       perform varying kTome from 1 by 1 until kTome > tomeMax
           if tomeAuFonds(kTome) not = 'o'
               add 1 to lNbLacunes
               if posLacunes < 55
                   move kTome to tome-ed
                   string function trim(tome-ed) ' '
                       delimited by size into lLacunes
                       with pointer posLacunes
                   end-string
               else
                   if posLacunes < 58
                       string '...' delimited by size into lLacunes
                           with pointer posLacunes
                       end-string
                   end-if
               end-if
           end-if
       end-perform
       goback.

       8000-verifier-exemplaire.
       set exemplaireTrouve to false
       move RefT to RefS
       start fsupport key = RefS
           invalid key
               set exemplaireTrouve to false
           not invalid key
               set exemplaireTrouve to true
       end-start.

       end program 'Lacunesserie'.
