       program-id. 'Chercherhoraire'.

       select optional ffermeture assign 'fermeture.dat'
       organization indexed access dynamic
       record key clefFerm = DateFerm SiteFerm.

       select optional fexception assign 'horaire-exception.dat'
       organization indexed access dynamic
       record key clefHex = DateHex SiteHex.

       select optional fhoraire assign 'horaire.dat'
       organization indexed access dynamic
       record key clefHor = SiteHor JourHor.

       fd ffermeture.
       1 fermeture.
               2 DateFerm pic 9(8).
               2 SiteFerm pic x(3).
               2 MotifFerm pic x(30).

       fd fexception.
       1 horaire-exception.
               2 DateHex pic 9(8).
               2 SiteHex pic x(3).
               2 OuvertureHex pic 9(4).
               2 FermetureHex pic 9(4).
               2 MotifHex pic x(30).

       fd fhoraire.
       1 horaire.
               2 SiteHor pic x(3).
               2 JourHor pic 9.
               2 OuvertureHor pic 9(4).
               2 FermetureHor pic 9(4).

       working-storage section.
       1 pic x.
       88 trouve value 'o' false 'n'.
       1 jourSemaine pic 9.

       linkage section.
       01 lDate pic 9(8).
       01 lSite pic x(3).
       01 lOuverture pic 9(4).
       01 lFermeture pic 9(4).
       01 lOuvert pic x.

       procedure division using lDate lSite lOuverture lFermeture
                                lOuvert.
       move 'O' to lOuvert
       move 0 to lOuverture
       move 2400 to lFermeture

       open input ffermeture
       set trouve to false
       move lDate to DateFerm
       move spaces to SiteFerm
       read ffermeture invalid continue
           not invalid set trouve to true
       end-read
       if not trouve
           move lDate to DateFerm
           move lSite to SiteFerm
           read ffermeture invalid continue
               not invalid set trouve to true
           end-read
       end-if
       close ffermeture
       if trouve
           move 'N' to lOuvert
           move 0 to lFermeture
           goback
       end-if

       open input fexception
       move lDate to DateHex
       move lSite to SiteHex
       read fexception invalid continue
           not invalid set trouve to true
       end-read
       if not trouve
           move lDate to DateHex
           move spaces to SiteHex
           read fexception invalid continue
               not invalid set trouve to true
           end-read
       end-if
       close fexception
       if trouve
           move OuvertureHex to lOuverture
           move FermetureHex to lFermeture
           if FermetureHex <= OuvertureHex
               move 'N' to lOuvert
           end-if
           goback
       end-if

       compute jourSemaine = function mod(function
           integer-of-date(lDate), 7)
       if jourSemaine = 0
           move 7 to jourSemaine
       end-if
       open input fhoraire
       move lSite to SiteHor
       move jourSemaine to JourHor
       read fhoraire invalid continue
           not invalid set trouve to true
       end-read
       if not trouve
           move spaces to SiteHor
           move jourSemaine to JourHor
           read fhoraire invalid continue
               not invalid set trouve to true
           end-read
       end-if
       close fhoraire
       if trouve
           move OuvertureHor to lOuverture
           move FermetureHor to lFermeture
           if FermetureHor <= OuvertureHor
               move 'N' to lOuvert
           end-if
       end-if
       goback.
       end program 'Chercherhoraire'.
