       select fjournal-form assign 'formation-journal.dat'
       organization line sequential.

       select optional fchainage-form assign 'formation-chainage.dat'
       organization indexed access dynamic
       record key fnomLogCh.

       select fcourriel-form assign 'formation-courriel.dat'
       organization line sequential.

               2 vcategE pic x(10).
               2 vcreditE pic 9(4)v99.
               2 vgarantE pic x(8).
               2 vcanalE pic x.
               2 vconsentLettreE pic x.
               2 vdateConsentLettreE pic 9(8).
               2 vconsentEvenementE pic x.
               2 vdateConsentEvenementE pic 9(8).
               2 vadrInvalideE pic x.
               2 vdateAdrInvalideE pic 9(8).
               2 vdecedeE pic x.
               2 vdateDecesE pic 9(8).
               2 vrefusRecoE pic x.

       fd fadherent-form.
       1 enr-adherent-form.
               2 fcategE pic x(10).
               2 fcreditE pic 9(4)v99.
               2 fgarantE pic x(8).
               2 fcanalE pic x.
               2 fconsentLettreE pic x.
               2 fdateConsentLettreE pic 9(8).
               2 fconsentEvenementE pic x.
               2 fdateConsentEvenementE pic 9(8).
               2 fadrInvalideE pic x.
               2 fdateAdrInvalideE pic 9(8).
               2 fdecedeE pic x.
               2 fdateDecesE pic 9(8).
               2 frefusRecoE pic x.

       fd fsupport-vif.
       1 enr-support-vif.
               2 vprixSu pic 9(3)v99.
               2 vcoteSu pic x(10).
               2 vdonSu pic 9(5).
               2 vpiecesSu pic 9(2).
               2 vdescPiecesSu pic x(40).

       fd fsupport-form.
       1 enr-support-form.
               2 fprixSu pic 9(3)v99.
               2 fcoteSu pic x(10).
               2 fdonSu pic 9(5).
               2 fpiecesSu pic 9(2).
               2 fdescPiecesSu pic x(40).

       fd fpret-vif.
       1 enr-pret-vif.
               2 vexpR pic 9(3).
               2 vavisR pic 9(8).
               2 vretraitR pic 9(8).
               2 vlimiteR pic 9(8).

       fd freserve-form.
       1 enr-reserve-form.
               2 fexpR pic 9(3).
               2 favisR pic 9(8).
               2 fretraitR pic 9(8).
               2 flimiteR pic 9(8).

       fd famende-vif.
       1 enr-amende-vif.
               2 vsitePay pic x(3).
               2 vloginPay pic 9(5).
               2 vtypePay pic x.
               2 vloginValidPay pic 9(5).

       fd fpaiement-form.
       1 enr-paiement-form.
               2 fsitePay pic x(3).
               2 floginPay pic 9(5).
               2 ftypePay pic x.
               2 floginValidPay pic 9(5).

       fd fcarte-vif.
       1 enr-carte-vif.
               2 vauteurT pic x(30).
               2 visbnT pic x(13).
               2 vmotsT pic x(400).
               2 vserieT pic x(6).
               2 vvolumeT pic 9(3).

       fd ftitre-form.
       1 enr-titre-form.
               2 fauteurT pic x(30).
               2 fisbnT pic x(13).
               2 fmotsT pic x(400).
               2 fserieT pic x(6).
               2 fvolumeT pic 9(3).

       fd fmotcle-vif.
       1 enr-motcle-vif.
               2 vstatRep pic x.
               2 vsiteRep pic x(3).
               2 vlibcRep pic x(30).
               2 vcodeERep pic x(8).
               2 vgradeRep pic x.

       fd freparation-form.
       1 enr-reparation-form.
               2 fstatRep pic x.
               2 fsiteRep pic x(3).
               2 flibcRep pic x(30).
               2 fcodeERep pic x(8).
               2 fgradeRep pic x.

       fd fdon-vif.
       1 enr-don-vif.
               2 vdateSt pic 9(8).
               2 vsiteSt pic x(3).
               2 vlibcSt pic x(30).
               2 vcompteursSt pic x(57).

       fd fstats-form.
       1 enr-stats-form.
               2 fdateSt pic 9(8).
               2 fsiteSt pic x(3).
               2 flibcSt pic x(30).
               2 fcompteursSt pic x(57).

       fd fhistorique-form.
       1 enr-historique-form.
               2 fcleprimHq pic x(15).
               2 fopereuHq pic x.
               2 ftypeopeHq pic x.
               2 floginDemandeurHq pic 9(5).
               2 fempreinteHq pic 9(9).

       fd fcourrielq-form.
       1 enr-courrielq-form.
               2 fstatMsg pic x.
               2 ftentMsg pic 9(2).
               2 fresumeMsg pic x(80).
               2 fpieceMsg pic x(30).

       fd fspool-form.
       1 enr-spool-form.
       fd fjournal-form.
       01 ligne-journal-form pic x(80).

       fd fchainage-form.
       1 enr-chainage-form.
               2 fnomLogCh pic x(10).
               2 fempreinteDepartCh pic 9(9).
               2 fderniereEmpreinteCh pic 9(9).

       fd fcourriel-form.
       01 ligne-courriel-form pic x(800).

       close fspool-form
       open output fjournal-form
       close fjournal-form
       open output fchainage-form
       close fchainage-form
       open output fcourriel-form
       close fcourriel-form
       open output finventaire-form
       close fspool-form
       open output fjournal-form
       close fjournal-form
       open output fchainage-form
       close fchainage-form
       open output fcourriel-form
       close fcourriel-form
       open output fnotice-form
