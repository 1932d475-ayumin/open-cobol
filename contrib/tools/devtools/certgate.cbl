*>
*>                      certgate <source> [THRESH=<file>]
*>                               [TABLE=<deck>] [CERT=<file>]
*>                               [SUITE=<regression suite>]
*>
*>                      Thresholds file (default CERTGATE.THR), one
*>                      record each, defaults in brackets:
*>                          MAXUNREF    n   (0)
*>                          MINNAMING   n   (90)
*>                          MAXRESERVED n   (0)
*>                          MAXUNCHECKED n  (no limit)
*>                          MAXNOSTATUS n   (no limit)
*>                      The last two judge cobxref's FILE STATUS
*>                      audit (-FSTATUS), read off the .fsa extract
*>                      the run leaves: I/O statements whose status is
*>                      never looked at, and files with no status
*>                      handling at all.  Until a limit is set the
*>                      counts are only shown and certified.
*>                      Certificates append to CERTGATE.DAT (or the
*>                      CERT= name).  The battery tools must be on
*>                      PATH; their spools land in certwork.* files
*>                      which are left behind as evidence.
*>
*>                      Each certificate carries its own id
*>                      (CG<yyyymmdd><hhmmss>) and the SRCSUM
*>                      fingerprint of the source it judged - checksum
*>                      and line count - so promote can tell that the
*>                      member it is about to move is the very version
*>                      that passed.
*>
*>                      SUITE= names the program's regress suite: the
*>                      gate then fails unless the suite's latest
*>                      whole run in the results history (REGRESS.HIS,
*>                      or the REGRESS_HISTORY name) passed, and - when
*>                      that run recorded one - on a source with this
*>                      same fingerprint.
*>**
*>    Called by.
*>                      The promotion script, ahead of any move to
*>                      production.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (cobxref, chk-naming,
*>                              chk-reserved-words, dectrans),
*>                      SRCSUM
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Cert-File        assign Cert-File-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Regress-His      assign Regress-His-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Spool-In.
 01  Spool-In-Rec          pic x(256).
*> same columns cobxref's FStat-Record writes - only the T
*> (program total) rows are used
 01  Fsa-In-Rec.
     03  FsaI-Type         pic x.
     03  filler            pic x(127).
     03  FsaI-IO           pic 9(6).
     03  filler            pic x.
     03  FsaI-Unchecked    pic 9(6).
     03  filler            pic x.
     03  FsaI-Unhandled    pic 9(6).
*>
 fd  Thresh-In.
 01  Thresh-In-Rec         pic x(80).
     03  Cert-Table-RC     pic 9(4).
     03  filler            pic x.
     03  Cert-Verdict      pic x(4).
     03  filler            pic x.
     03  Cert-Id           pic x(16).
     03  filler            pic x.
     03  Cert-Sum          pic 9(10).
     03  filler            pic x.
     03  Cert-Lines        pic 9(7).
     03  filler            pic x.
     03  Cert-Unchecked    pic 9(6).
     03  filler            pic x.
     03  Cert-No-Status    pic 9(6).
*>
*> regress's results history - only its S (suite) lines are read
 fd  Regress-His.
 01  Rs-Rec.
     03  Rs-Type           pic x.
     03  filler            pic x.
     03  Rs-Run-Id         pic x(16).
     03  filler            pic x.
     03  Rs-Suite          pic x(16).
     03  filler            pic x(18).
     03  Rs-Date           pic 9(8).
     03  filler            pic x.
     03  Rs-Time           pic 9(6).
     03  filler            pic x.
     03  Rs-Verdict        pic x(4).
     03  filler            pic x.
     03  Rs-Cases          pic 9(4).
     03  filler            pic x.
     03  Rs-Failed         pic 9(4).
     03  filler            pic x.
     03  Rs-Sum            pic 9(10).
     03  filler            pic x.
     03  Rs-Lines          pic 9(7).
     03  filler            pic x.
     03  Rs-Source         pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "certgate v1.04.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  Thresh-In-Name        pic x(64)    value "CERTGATE.THR".
 01  Cert-File-Name        pic x(64)    value "CERTGATE.DAT".
 01  ws-Table-Deck         pic x(200)   value spaces.
 01  Regress-His-Name      pic x(64)    value "REGRESS.HIS".
 01  ws-Suite              pic x(16)    value spaces.
 01  ws-Suite-Run          pic x(16)    value spaces.
 01  ws-Suite-Verdict      pic x(4)     value spaces.
 01  ws-Suite-Note         pic x(40)    value spaces.
 77  ws-Suite-Sum          pic 9(10)    value zero.
 01  Spool-In-Name         pic x(200)   value spaces.
 01  ws-Command            pic x(500)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-Max-Unref          Binary-Long  value 0.
 77  ws-Min-Naming         Binary-Long  value 90.
 77  ws-Max-Reserved       Binary-Long  value 0.
*> minus one: no limit set, the count is only reported
 77  ws-Max-Unchecked      Binary-Long  value -1.
 77  ws-Max-No-Status      Binary-Long  value -1.
*>
*> the measured numbers
 77  ws-Errors             Binary-Long  value zero.
 77  ws-Naming             Binary-Long  value 100.
 77  ws-Reserved           Binary-Long  value zero.
 77  ws-Table-RC           Binary-Long  value zero.
 77  ws-Unchecked          Binary-Long  value zero.
 77  ws-No-Status          Binary-Long  value zero.
 77  ws-Have-Naming-Sw     pic x        value "N".
 77  ws-Fail-Sw            pic x        value "N".
*>
 01  ws-Edit               pic z(5)9.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Run-Time-Raw       pic 9(8)     value zero.
*>
 copy "src-sum.cpy".
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
 procedure division.
*>==================
 0000-mainline section.
 0000-Main.
*> every file and path setting comes from the active environment
*> profile, over anything the shell had - no profile, no run
     move     "ACTIVATE" to ep-function.
     call     "ENVPROF" using ep-request
              on exception
              move "ENVPROF library not available" to ep-text
              move "20" to ep-status
     end-call.
     if       not ep-ok
              display "certgate: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Run-Time-Raw from time.
     perform  3000-Run-Naming     thru 3000-Exit.
     perform  4000-Run-Reserved   thru 4000-Exit.
     perform  5000-Run-Table      thru 5000-Exit.
     perform  5400-Fingerprint    thru 5400-Exit.
     perform  5500-Check-Suite    thru 5500-Exit.
     perform  6000-Judge          thru 6000-Exit.
     perform  7000-Write-Cert     thru 7000-Exit.
     if       ws-Fail-Sw = "Y"
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: certgate <source> [THRESH=<f>] "
                      "[TABLE=<deck>] [CERT=<f>] [SUITE=<suite>]"
              move 16 to return-code
              goback.
     accept   ws-Source-Name from argument-value.
                      = "CERT="
                  move ws-Arg-Text (6:64) to Cert-File-Name
              end-if
              if  function upper-case (ws-Arg-Text) (1:6)
                      = "SUITE="
                  move function upper-case (ws-Arg-Text (7:16))
                       to ws-Suite
              end-if
     end-perform.
*> base name (through the first period) for the .ext/.lst the
*> cobxref run leaves behind, and the program identity certified
         when "MAXRESERVED"
              compute ws-Max-Reserved =
                      function numval (ws-Thr-Num)
         when "MAXUNCHECKED"
              compute ws-Max-Unchecked =
                      function numval (ws-Thr-Num)
         when "MAXNOSTATUS"
              compute ws-Max-No-Status =
                      function numval (ws-Thr-Num)
         when other
              display "Threshold not understood: " ws-Thr-Word
     end-evaluate.
*>
*>----------------------------------------------------------------
*> cobxref: error counts off the severity summary in its spool,
*> unreferenced entries counted off the listing, the FILE STATUS
*> audit's counts off the .fsa extract
*>----------------------------------------------------------------
 2000-Run-Cobxref.
     move     spaces to ws-Command.
     string   "cobxref " delimited by size
              function trim (ws-Source-Name) delimited by size
              " -G -EXTRACT -FSTATUS > certwork.xrf 2>&1"
              delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
              into Spool-In-Name.
     open     input Spool-In.
     if       fs-reply not = zero
              go to 2070-Count-Fstat.
     move     space to ws-In-Unref-Sw.
 2060-Next.
     read     Spool-In at end
              close Spool-In
              go to 2070-Count-Fstat.
     move     zero to ws-Tally.
     inspect  Spool-In-Rec tallying ws-Tally
              for all "Unreferenced".
     if       ws-Tally = zero
              add 1 to ws-Unref.
     go       to 2060-Next.
*> one T row per program in the source, nested ones included
 2070-Count-Fstat.
     move     spaces to Spool-In-Name.
     string   function trim (ws-Base-Name) delimited by size
              ".fsa" delimited by size
              into Spool-In-Name.
     open     input Spool-In.
     if       fs-reply not = zero
              display "cobxref file status extract missing"
              move 999 to ws-Unchecked ws-No-Status
              go to 2000-Exit.
 2080-Next.
     read     Spool-In at end
              close Spool-In
              go to 2000-Exit.
     if       FsaI-Type not = "T"
              go to 2080-Next.
     if       FsaI-Unchecked numeric
              add FsaI-Unchecked to ws-Unchecked.
     if       FsaI-Unhandled numeric
              add FsaI-Unhandled to ws-No-Status.
     go       to 2080-Next.
 2000-Exit.
     exit.
*>
     move     zero to return-code.
 5000-Exit.
     exit.
*>
 5400-Fingerprint.
*> which version of the source this gate is judging
     initialize ss-request.
     move     ws-Source-Name to ss-file.
     call     "SRCSUM" using ss-request
              on exception
              display "Caution: SRCSUM not available - certificate"
                      " carries no fingerprint"
     end-call.
 5400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the regression suite's latest whole run must have passed, on
*> this version of the source when the run recorded which
*>----------------------------------------------------------------
 5500-Check-Suite.
     if       ws-Suite = spaces
              go to 5500-Exit.
     accept   Regress-His-Name from environment "REGRESS_HISTORY"
              on exception
              move "REGRESS.HIS" to Regress-His-Name
     end-accept.
     if       Regress-His-Name = spaces
              move "REGRESS.HIS" to Regress-His-Name.
     move     "NONE" to ws-Suite-Verdict.
     open     input Regress-His.
     if       fs-reply not = zero
              move "no regression results" to ws-Suite-Note
              go to 5500-Exit.
 5510-Next.
     read     Regress-His at end
              close Regress-His
              go to 5590-Done.
     if       Rs-Type not = "S"
        or    function upper-case (Rs-Suite) not = ws-Suite
              go to 5510-Next.
     move     Rs-Run-Id to ws-Suite-Run.
     move     Rs-Verdict to ws-Suite-Verdict.
     move     zero to ws-Suite-Sum.
     if       Rs-Sum numeric
              move Rs-Sum to ws-Suite-Sum.
     go       to 5510-Next.
 5590-Done.
     evaluate true
         when ws-Suite-Verdict = "NONE"
              move "suite never run" to ws-Suite-Note
         when ws-Suite-Verdict not = "PASS"
              move "last run failed" to ws-Suite-Note
         when ws-Suite-Sum not = zero and ws-Suite-Sum not = ss-sum
              move "FAIL" to ws-Suite-Verdict
              move "last run was on another version"
                   to ws-Suite-Note
     end-evaluate.
 5500-Exit.
     exit.
*>
 6000-Judge.
     display  " ".
              "  (max " with no advancing.
     move     ws-Max-Reserved to ws-Edit.
     display  function trim (ws-Edit) ")".
     move     ws-Unchecked to ws-Edit.
     display  "  unchecked I/O       : " ws-Edit
              "  (max " with no advancing.
     if       ws-Max-Unchecked < zero
              display "not set)"
     else
              move ws-Max-Unchecked to ws-Edit
              display function trim (ws-Edit) ")".
     move     ws-No-Status to ws-Edit.
     display  "  files, no status    : " ws-Edit
              "  (max " with no advancing.
     if       ws-Max-No-Status < zero
              display "not set)"
     else
              move ws-Max-No-Status to ws-Edit
              display function trim (ws-Edit) ")".
     if       ws-Table-Deck not = spaces
              move ws-Table-RC to ws-Edit
              display "  dectrans return     : " ws-Edit
                      "  (must be 0)".
     if       ws-Suite not = spaces
              display "  regression suite    : "
                      function trim (ws-Suite) " "
                      ws-Suite-Verdict " " ws-Suite-Run " "
                      function trim (ws-Suite-Note).
     if       ws-Errors > ws-Max-Errors
           or ws-Unref > ws-Max-Unref
           or ws-Naming < ws-Min-Naming
           or ws-Reserved > ws-Max-Reserved
           or (ws-Max-Unchecked not < zero
               and ws-Unchecked > ws-Max-Unchecked)
           or (ws-Max-No-Status not < zero
               and ws-No-Status > ws-Max-No-Status)
           or ws-Table-RC not = zero
           or (ws-Suite not = spaces and (ws-Suite-Verdict not = "PASS"
                                       or ws-Suite-Note not = spaces))
              move "Y" to ws-Fail-Sw
              display "  VERDICT: FAIL - promotion stops"
     else
              move "FAIL" to Cert-Verdict
     else
              move "PASS" to Cert-Verdict.
*> which version of the source this certificate is for
     string   "CG" ws-Run-Date ws-Run-Time-Raw (1:6)
              delimited by size into Cert-Id.
     move     ss-sum to Cert-Sum.
     move     ss-lines to Cert-Lines.
     move     ws-Unchecked to Cert-Unchecked.
     move     ws-No-Status to Cert-No-Status.
     write    Cert-Rec.
     close    Cert-File.
     display  "Certificate " Cert-Id " appended to "
              function trim (Cert-File-Name).
 7000-Exit.
     exit.
