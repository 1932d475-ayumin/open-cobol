*> ***************************************************************
*> Copybook:  hold-chk.cpy
*> Purpose:   Request area for the HOLDCHK callable legal hold
*>            lookup - may this file be deleted, archived away or
*>            purged from the archive, or is it preserved?
*>                CALL "HOLDCHK" USING HC-REQUEST
*>            with hc-function:
*>              CHECK   is hc-file under a hold in force (started,
*>                      not released)?  A live file is held when it
*>                      matches one of the hold's FILE patterns; an
*>                      archived copy (archive-dir/basename of a
*>                      HOUSEKEEP.CAT ARCHIVED entry) is held when
*>                      the file it was archived from matches a FILE
*>                      pattern or the entry is one of the hold's CAT
*>                      items.  Returns the first such hold in
*>                      hc-hold-id and its reason in hc-reason.
*>              MATCH   the same question for the one hold named in
*>                      hc-hold-id, in force or not - holdmaint's
*>                      report
*>              COUNT   hc-count only - holds now in force
*>              RELOAD  read the register and the catalog again
*>            The register (LEGALHOLD.DAT, or the LEGAL_HOLDS name)
*>            and HOUSEKEEP.CAT are read on the first call and kept.
*>            Patterns take * (any run, "/" included) and ? (any one
*>            character); a pattern without a "/" is also tried
*>            against the file's basename.
*>
*>            hc-status: 00 held, 04 not held, 12 bad request, 16 no
*>            register file - nothing is held.
*> ***************************************************************
 01  hc-request.
     05  hc-function          pic x(8).
     05  hc-file              pic x(200).
     05  hc-hold-id           pic x(12).
     05  hc-reason            pic x(60).
     05  hc-count             pic 9(5).
     05  hc-status            pic xx.
         88  hc-held          value "00".
         88  hc-not-held      value "04".
         88  hc-bad-request   value "12".
         88  hc-no-register   value "16".
