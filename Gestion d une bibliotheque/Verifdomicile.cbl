       program-id. 'Verifdomicile'.

       select optional fpretdom assign nf-pret-domicile
       organization indexed access dynamic
       record key clefPretDom = DatePretDom RefSDom ExemplaireDom
           CodeEDom.

       fd fpretdom.
       1 pret-domicile.
               2 DatePretDom pic 9(8).
               2 RefSDom pic x(8).
               2 ExemplaireDom pic 9(3).
               2 CodeEDom pic x(8).
               2 SiteDomP pic x(3).
               2 TourneeDomP pic x(4).

       working-storage section.
       1 nf-pret-domicile pic x(30) value 'pret-domicile.dat'.

       01 mode-formation pic x external value 'N'.

       linkage section.
       01 lDatePret pic 9(8).
       01 lRef pic x(8).
       01 lExemplaire pic 9(3).
       01 lCode pic x(8).
       01 lDomicile pic x.

       procedure division using lDatePret lRef lExemplaire lCode
                                lDomicile.
       if mode-formation = 'O'
           move 'formation-pret-domicile.dat' to nf-pret-domicile
       else
           move 'pret-domicile.dat' to nf-pret-domicile
       end-if
       move 'N' to lDomicile
       open input fpretdom
       move lDatePret to DatePretDom
       move lRef to RefSDom
       move lExemplaire to ExemplaireDom
       move lCode to CodeEDom
       read fpretdom invalid continue
           not invalid move 'O' to lDomicile
       end-read
       close fpretdom
       goback.
       end program 'Verifdomicile'.
