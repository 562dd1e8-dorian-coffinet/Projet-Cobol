               2 TypeMsg pic x.
               88 msgRappel value 'R'.
               88 msgAvisRetrait value 'A'.
               88 msgEvenement value 'V'.
               88 msgCourtoisie value 'C'.
               88 msgRetourIncomplet value 'I'.
               88 msgResExpiree value 'E'.
               88 msgReleve value 'L'.
               88 msgPrelevementRejete value 'D'.
               88 msgNouveautes value 'N'.
               88 msgRapport value 'P'.
               2 DateCreationMsg pic 9(8).
               2 StatutMsg pic x.
               88 msgEnAttente value 'P'.
               88 msgAnnule value 'X'.
               2 NbTentatives pic 9(2).
               2 ResumeMsg pic x(80).
               2 PieceJointeMsg pic x(30).

       working-storage section.
       01 mode-formation pic x external value 'N'.
       set msgEnAttente to true
       move 0 to NbTentatives
       move lResume to ResumeMsg
       move spaces to PieceJointeMsg
       write message-queue invalid set erreurMsg to true
                           not invalid set erreurMsg to false
       end-write
