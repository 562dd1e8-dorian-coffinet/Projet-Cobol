           02 verrou      pic x.
           88 compteVerrouille value 'O' false 'N'.
           02 dateMotPasse pic 9(8).
           02 SiteUtil    pic x(3).
           02 PorteeUtil  pic x.

       working-storage section.
       01 logutil-courant pic 9(5) external value 0.
