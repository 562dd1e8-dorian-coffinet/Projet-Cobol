       program-id. 'Ecriresms'.

       select optional fsmsqueue assign nf-sms-queue
       organization indexed access dynamic
       record key NumSms.

       select optional fsortie assign nomSortieSms
       organization line sequential.

       fd fsmsqueue.
       1 sms-queue.
               2 NumSms pic 9(6).
               2 TelSms pic x(15).
               2 TypeSms pic x.
               88 smsRappel value 'R'.
               88 smsAvisRetrait value 'A'.
               88 smsEvenement value 'V'.
               88 smsCourtoisie value 'C'.
               88 smsRetourIncomplet value 'I'.
               88 smsPrelevementRejete value 'D'.
               88 smsNouveautes value 'N'.
               2 DateCreationSms pic 9(8).
               2 StatutSms pic x.
               88 smsEnAttente value 'P'.
               88 smsEnvoye value 'S'.
               88 smsEchec value 'F'.
               88 smsAnnule value 'X'.
               2 NbTentativesSms pic 9(2).
               2 TexteSms pic x(80).

       fd fsortie.
       1 ligne-sortie.
               2 NumSmsSortie pic 9(6).
               2 pic x.
               2 TelSortie pic x(15).
               2 pic x.
               2 EmetteurSortie pic x(11).
               2 pic x.
               2 TexteSortie pic x(80).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-sms-queue pic x(30) value 'sms-queue.dat'.

       1 nomSortieSms pic x(40).
       1 dateJour pic 9(8).
       1 fin-fqueue pic x value 'n'.
       88 finFqueue value 'o' false 'n'.
       1 nouveauNumSms pic 9(6).
       1 pic x.
       88 erreurSms value 'o' false 'n'.
       1 telNormalise pic x(15).
       1 iTel pic 99.
       1 jTel pic 99.
       1 emetteurSms pic x(11) value 'BIBLIOINFO'.

       linkage section.
       01 lTelephone pic x(15).
       01 lTypeMsg pic x.
       01 lTexte pic x(80).

       procedure division using lTelephone lTypeMsg lTexte.
       if mode-formation = 'O'
           move 'formation-sms-queue.dat' to nf-sms-queue
       else
           move 'sms-queue.dat' to nf-sms-queue
       end-if
       move function current-date(1:8) to dateJour
       move spaces to nomSortieSms
       if mode-formation = 'O'
           string 'formation-sms-' dateJour '.txt'
               delimited by size into nomSortieSms
       else
           string 'sms-' dateJour '.txt'
               delimited by size into nomSortieSms
       end-if

       move spaces to telNormalise
       move 0 to jTel
       perform varying iTel from 1 by 1 until iTel > 15
           if (lTelephone(iTel:1) >= '0'
           and lTelephone(iTel:1) <= '9')
           or (lTelephone(iTel:1) = '+')
               add 1 to jTel
               move lTelephone(iTel:1) to telNormalise(jTel:1)
           end-if
       end-perform
       if telNormalise = spaces
           goback
       end-if

       open i-o fsmsqueue
       move 1 to nouveauNumSms
       set finFqueue to false
       read fsmsqueue next record at end set finFqueue to true
       end-read
       perform until finFqueue
           if NumSms >= nouveauNumSms
               compute nouveauNumSms = NumSms + 1
           end-if
           read fsmsqueue next record at end set finFqueue to true
           end-read
       end-perform

       move nouveauNumSms to NumSms
       move telNormalise to TelSms
       move lTypeMsg to TypeSms
       move dateJour to DateCreationSms
       set smsEnAttente to true
       move 0 to NbTentativesSms
       move lTexte to TexteSms
       write sms-queue invalid set erreurSms to true
                       not invalid set erreurSms to false
       end-write
       close fsmsqueue

       if not erreurSms
           open extend fsortie
           move all ';' to ligne-sortie
           move NumSms to NumSmsSortie
           move TelSms to TelSortie
           move emetteurSms to EmetteurSortie
           move TexteSms to TexteSortie
           write ligne-sortie
           close fsortie
       end-if
       goback.

       end program 'Ecriresms'.
