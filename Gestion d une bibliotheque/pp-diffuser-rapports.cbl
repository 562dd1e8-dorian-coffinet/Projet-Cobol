       program-id. pp-diffuser-rapports.

       select optional fdiffusion assign 'diffusion-rapports.dat'
       organization indexed access dynamic
       record key clefDif = CodeRapDif SiteDif AdresseDif.

       select optional fqueue assign nf-courriel-queue
       organization indexed access dynamic
       record key NumMsg.

       select optional frapport assign nomRapport
       organization line sequential.

       select fpiece assign nomPiece
       organization line sequential.

       select fjournalDif assign 'diffusion-rapports.txt'
       organization line sequential.

       fd fdiffusion.
       1 diffusion.
               2 CodeRapDif pic x(10).
               2 SiteDif pic x(3).
               2 AdresseDif pic x(40).
               2 NomDestDif pic x(30).

       fd fqueue.
       1 message-queue.
               2 NumMsg pic 9(6).
               2 Destinataire pic x(40).
               2 TypeMsg pic x.
               88 msgRapport value 'P'.
               2 DateCreationMsg pic 9(8).
               2 StatutMsg pic x.
               88 msgEnAttente value 'P'.
               88 msgEnvoye value 'S'.
               88 msgEchec value 'F'.
               88 msgAnnule value 'X'.
               2 NbTentatives pic 9(2).
               2 ResumeMsg pic x(80).
               2 PieceJointeMsg pic x(30).

       fd frapport.
       01 ligne-rapport pic x(132).

       fd fpiece.
       01 ligne-piece pic x(132).

       fd fjournalDif.
       01 ligne-journalDif pic x(100).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       1 nf-courriel-queue pic x(30) value 'courriel-queue.dat'.

       1 nomRapport pic x(30).
       1 nomPiece pic x(30).
       1 dateJour pic 9(8).
       1 dateEchecs pic 9(8).
       1 fin-fich pic x value 'n'.
       88 finFich value 'o' false 'n'.
       1 fin-frapport pic x value 'n'.
       88 finFrapport value 'o' false 'n'.
       1 pic x.
       88 rapportPresent value 'o' false 'n'.
       1 pic x.
       88 mailValide value 'o' false 'n'.
       1 pic x.
       88 ligneGardee value 'o' false 'n'.
       1 nbArobases pic 9(2).
       1 posArobase pic 9(2).
       1 nbPoints pic 9(2).
       1 longueurMail pic 9(2).
       1 adresseTestee pic x(40).
       1 nouveauNumMsg pic 9(6).
       1 numLigne pic 9(5).
       1 siteSection pic x(3).
       1 nbTotalEnvois pic 9(5) value 0.
       1 nbTotalNonRemis pic 9(5) value 0.
       1 k pic 99.

       1 tab-rapports-v.
           2 pic x(43) value
               'RETARDS   JN0lettres.txt'.
           2 pic x(43) value
               'AVISRETR  JN0avis-retrait.txt'.
           2 pic x(43) value
               'ACTIVITE  JN0activite-'.
           2 pic x(43) value
               'RAYONNAGE JN0liste-rayonnage.txt'.
           2 pic x(43) value
               'CHAINAGE  JN0verification-chainage.txt'.
           2 pic x(43) value
               'TEMPORAIREJC3adhesions-temporaires.txt'.
           2 pic x(43) value
               'ENTRETIEN JS0entretien-a-faire.txt'.
           2 pic x(43) value
               'CLASSES   JS0retards-classes.txt'.
           2 pic x(43) value
               'CIRCULAT  MC3rapport-circulation.txt'.
           2 pic x(43) value
               'COMPTABLE MN0export-comptable.txt'.
           2 pic x(43) value
               'BUDGET    MC3rapport-budget.txt'.
           2 pic x(43) value
               'PARTENAIREMN0factures-partenaires.txt'.
           2 pic x(43) value
               'EXCEPTIONSMS0rapport-exceptions.txt'.
           2 pic x(43) value
               'PERIODIQ  MS0periodiques-a-retirer.txt'.
       1 tab-rapports redefines tab-rapports-v.
           2 rapport-t occurs 14.
              3 codeRapT pic x(10).
              3 clotureRapT pic x.
              3 filtreRapT pic x.
              3 enteteRapT pic 9.
              3 fichierRapT pic x(30).
       1 nbRapports pic 99 value 14.

       linkage section.
       1 lCloture pic x.
       1 nbEnvois pic 9(3).
       1 nbNonRemis pic 9(3).

       procedure division using lCloture nbEnvois nbNonRemis.
       if mode-formation = 'O'
           move 'formation-courriel-queue.dat' to nf-courriel-queue
       else
           move 'courriel-queue.dat' to nf-courriel-queue
       end-if
       move 0 to nbEnvois
       move 0 to nbNonRemis
       move function current-date(1:8) to dateJour
       compute dateEchecs = function date-of-integer(function
           integer-of-date(dateJour) - 7)

       open output fjournalDif
       move spaces to ligne-journalDif
       string 'Diffusion des rapports du ' dateJour ' (cloture '
           lCloture ')' delimited by size into ligne-journalDif
       write ligne-journalDif
       open input fdiffusion
       open i-o fqueue
       perform 7000-numero-suivant

       perform varying k from 1 by 1 until k > nbRapports
           if clotureRapT(k) = lCloture
               perform 7100-diffuser-rapport
           end-if
       end-perform
       perform 7800-relever-echecs

       close fdiffusion
       close fqueue
       move spaces to ligne-journalDif
       write ligne-journalDif
       string 'Messages mis en file : ' nbTotalEnvois
           '  non remis : ' nbTotalNonRemis
           delimited by size into ligne-journalDif
       write ligne-journalDif
       close fjournalDif
       if nbTotalEnvois > 999
           move 999 to nbEnvois
       else
           move nbTotalEnvois to nbEnvois
       end-if
       if nbTotalNonRemis > 999
           move 999 to nbNonRemis
       else
           move nbTotalNonRemis to nbNonRemis
       end-if
       goback.

       7000-numero-suivant.
       move 1 to nouveauNumMsg
       set finFich to false
       read fqueue next record at end set finFich to true end-read
       perform until finFich
           if NumMsg >= nouveauNumMsg
               compute nouveauNumMsg = NumMsg + 1
           end-if
           read fqueue next record at end set finFich to true
           end-read
       end-perform.

       7100-diffuser-rapport.
       move fichierRapT(k) to nomRapport
       if codeRapT(k) = 'ACTIVITE'
           move spaces to nomRapport
           string 'activite-' dateJour '.txt' delimited by size
               into nomRapport
       end-if
       open input frapport
       read frapport
           at end set rapportPresent to false
           not at end set rapportPresent to true
       end-read
       close frapport

       move codeRapT(k) to CodeRapDif
       move low-values to SiteDif
       move low-values to AdresseDif
       start fdiffusion key >= clefDif
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fdiffusion next record
               at end
                   set finFich to true
               not at end
                   if CodeRapDif not = codeRapT(k)
                       set finFich to true
                   else
                       perform 7200-envoyer-destinataire
                   end-if
           end-read
       end-perform.

       7200-envoyer-destinataire.
       move spaces to ligne-journalDif
       if not rapportPresent
           string '  ' CodeRapDif ' ' SiteDif ' '
               function trim(AdresseDif) ' : rapport absent ('
               function trim(nomRapport) ')'
               delimited by size into ligne-journalDif
           write ligne-journalDif
           exit paragraph
       end-if
       move AdresseDif to adresseTestee
       perform 8400-valider-mail
       if not mailValide
           add 1 to nbTotalNonRemis
           string '  NON REMIS ' CodeRapDif ' ' SiteDif ' '
               function trim(AdresseDif) ' : adresse invalide'
               delimited by size into ligne-journalDif
           write ligne-journalDif
           exit paragraph
       end-if

       move spaces to nomPiece
       string 'envoi-' nouveauNumMsg '.txt' delimited by size
           into nomPiece
       perform 7300-preparer-piece

       move nouveauNumMsg to NumMsg
       move AdresseDif to Destinataire
       set msgRapport to true
       move dateJour to DateCreationMsg
       set msgEnAttente to true
       move 0 to NbTentatives
       move spaces to ResumeMsg
       if SiteDif = spaces
           string 'Rapport ' function trim(CodeRapDif) ' du '
               dateJour delimited by size into ResumeMsg
       else
           string 'Rapport ' function trim(CodeRapDif) ' du '
               dateJour ' - site ' SiteDif
               delimited by size into ResumeMsg
       end-if
       move nomPiece to PieceJointeMsg
       write message-queue
           invalid
               add 1 to nbTotalNonRemis
               string '  NON REMIS ' CodeRapDif ' ' SiteDif ' '
                   function trim(AdresseDif) ' : file d attente'
                   delimited by size into ligne-journalDif
           not invalid
               add 1 to nbTotalEnvois
               add 1 to nouveauNumMsg
               string '  ' CodeRapDif ' ' SiteDif ' '
                   function trim(AdresseDif) ' : message ' NumMsg
                   ' ' nomPiece delimited by size
                   into ligne-journalDif
       end-write
       write ligne-journalDif.

       7300-preparer-piece.
       open input frapport
       open output fpiece
       move 0 to numLigne
       move spaces to siteSection
       set finFrapport to false
       read frapport at end set finFrapport to true end-read
       perform until finFrapport
           add 1 to numLigne
           set ligneGardee to true
           if SiteDif not = spaces
               evaluate filtreRapT(k)
                   when 'C'
                       if (numLigne > enteteRapT(k))
                       and (ligne-rapport(1:3) not = SiteDif)
                           set ligneGardee to false
                       end-if
                   when 'S'
                       if ligne-rapport(1:5) = 'Site '
                           move ligne-rapport(6:3) to siteSection
                       end-if
                       if (siteSection not = spaces)
                       and (siteSection not = SiteDif)
                           set ligneGardee to false
                       end-if
               end-evaluate
           end-if
           if ligneGardee
               move ligne-rapport to ligne-piece
               write ligne-piece
           end-if
           read frapport at end set finFrapport to true end-read
       end-perform
       close frapport
       close fpiece.

       7800-relever-echecs.
       move 0 to NumMsg
       start fqueue key >= NumMsg
           invalid key
               set finFich to true
           not invalid key
               set finFich to false
       end-start
       perform until finFich
           read fqueue next record
               at end
                   set finFich to true
               not at end
                   if msgRapport and msgEchec
                   and (DateCreationMsg >= dateEchecs)
                       add 1 to nbTotalNonRemis
                       move spaces to ligne-journalDif
                       string '  NON REMIS message ' NumMsg ' du '
                           DateCreationMsg ' '
                           function trim(Destinataire) ' : '
                           function trim(ResumeMsg)
                           delimited by size into ligne-journalDif
                       write ligne-journalDif
                   end-if
           end-read
       end-perform.

       8400-valider-mail.
       set mailValide to false
       move 0 to nbArobases
       move 0 to nbPoints
       move 0 to posArobase
       move 0 to longueurMail
       inspect adresseTestee tallying nbArobases for all '@'
       inspect adresseTestee tallying longueurMail for characters
           before initial ' '
       inspect adresseTestee tallying posArobase for characters
           before initial '@'
       if (nbArobases not = 1) or (longueurMail = 0)
       or (posArobase = 0) or (posArobase + 1 >= longueurMail)
           exit paragraph
       end-if
       if longueurMail < 40
           if adresseTestee(longueurMail + 1:) not = spaces
               exit paragraph
           end-if
       end-if
       inspect adresseTestee(posArobase + 2:) tallying nbPoints
           for all '.'
       if nbPoints > 0
           set mailValide to true
       end-if.

       end program pp-diffuser-rapports.
