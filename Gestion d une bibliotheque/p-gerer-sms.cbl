       program-id. p-gerer-sms.

       select optional fqueue assign nf-sms-queue
       organization indexed access dynamic
       record key NumSms.

       fd fqueue.
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

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-sms-queue pic x(30) value 'sms-queue.dat'.

       01 logutil-courant pic 9(5) external value 0.
       1 choix pic 9 value 0.
       1 numSaisi pic 9(6).
       1 fin-fqueue pic x value 'n'.
       88 finFqueue value 'o' false 'n'.
       1 pic x.
       88 smsExiste value 'o' false 'n'.
       1 pic x.
       88 erreur value 'o' false 'n'.
       1 n pic 999.
       1 nbSurPage pic 99.
       1 suite pic x.
       1 h-codeope pic x value 'M'.
       1 h-nomfich pic x(15) value 'sms'.
       1 h-cleprim pic x(15).
       1 h-opereu pic x.

       screen section.

       1 s-plg-titre.
           2 blank screen.
           2 line 1 col 1 'File d attente des SMS'.
           2 line 3 col 1 '1-Lister la file'.
           2 line 4 col 1 '2-Marquer un message envoye'.
           2 line 5 col 1 '3-Marquer un message en echec'.
           2 line 6 col 1 '4-Relancer un message en echec'.
           2 line 7 col 1 '5-Annuler un message'.
           2 line 8 col 1 '6-Quitter'.
           2 line 9 col 1 'Veuillez taper votre choix : '.
           2 s-choix line 9 col 32 pic 9 to choix required.

       1 s-plg-num.
           2 line 11 col 1 'Numero de message : '.
           2 s-num line 11 col 25 pic 9(6) to numSaisi required.

       1 a-plg-entete.
           2 line 11 col 1 'No'.
           2 line 11 col 9 'Telephone'.
           2 line 11 col 26 'Texte'.
           2 line 11 col 51 'Type'.
           2 line 11 col 57 'Cree le'.
           2 line 11 col 67 'Statut'.
           2 line 11 col 75 'Essais'.
       1 a-plg-ligne.
           2 line n col 1 pic 9(6) from NumSms.
           2 col 9 pic x(15) from TelSms.
           2 col 26 pic x(24) from TexteSms.
           2 col 51 pic x from TypeSms.
           2 col 57 pic 9(8) from DateCreationSms.
           2 col 67 pic x from StatutSms.
           2 col 75 pic z9 from NbTentativesSms.
       1 a-plg-introuvable.
           2 line 13 col 1 'Aucun message avec ce numero.'.
       1 a-plg-fait.
           2 line 13 col 1 'Message mis a jour.'.
       1 s-plg-pageSuite.
           2 line 24 col 1 'Appuyer sur une touche pour la suite '.
           2 s-suitePage line 24 col 45 pic x to suite auto.
       1 s-plg-suite line 24 col 80 pic x auto secure.

       procedure division.
       if mode-formation = 'O'
           move 'formation-sms-queue.dat' to nf-sms-queue
       else
           move 'sms-queue.dat' to nf-sms-queue
       end-if
       open i-o fqueue
       display s-plg-titre
       accept s-choix

       perform until choix = 6
           evaluate choix
               when 1 perform 8000-lister
               when 2 perform 8100-changer-statut
               when 3 perform 8100-changer-statut
               when 4 perform 8100-changer-statut
               when 5 perform 8100-changer-statut
           end-evaluate
           display s-plg-titre
           accept s-choix
       end-perform

       close fqueue
       goback.

       8000-lister.
       display a-plg-entete
       move 12 to n
       move 0 to nbSurPage
       set finFqueue to false
       move 0 to NumSms
       start fqueue key >= NumSms
           invalid key
               set finFqueue to true
       end-start
       perform until finFqueue
           read fqueue next record
               at end set finFqueue to true
               not at end
                   display a-plg-ligne
                   add 1 to n
                   add 1 to nbSurPage
                   if nbSurPage = 12
                       display s-plg-pageSuite
                       accept s-suitePage
                       display a-plg-entete
                       move 12 to n
                       move 0 to nbSurPage
                   end-if
           end-read
       end-perform
       accept s-plg-suite.

       8100-changer-statut.
       display s-plg-num
       accept s-num
       move numSaisi to NumSms
       read fqueue invalid set smsExiste to false
                   not invalid set smsExiste to true
       end-read
       if not smsExiste
           display a-plg-introuvable
       else
           evaluate choix
               when 2
                   set smsEnvoye to true
                   add 1 to NbTentativesSms
               when 3
                   set smsEchec to true
                   add 1 to NbTentativesSms
               when 4
                   set smsEnAttente to true
               when 5
                   set smsAnnule to true
           end-evaluate
           rewrite sms-queue invalid set erreur to true
                                 not invalid set erreur to false
           end-rewrite
           move NumSms to h-cleprim
           if erreur
               move 'N' to h-opereu
           else
               move 'O' to h-opereu
           end-if
           call 'Ecrirehisto' using h-codeope h-nomfich h-cleprim
                                    h-opereu
           end-call
           display a-plg-fait
       end-if
       accept s-plg-suite.

       end program p-gerer-sms.
