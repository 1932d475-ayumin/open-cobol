      >>source free
 Identification division.
*>**********************
      program-id.       drready.
*>**
*>    author.           Vincent Bryan Coen, Applewood Computers,
*>                      Applewood, Epping Road, Roydon, Essex, UK.
*>**
*>    date-written.     15 October 2026.
*>**
*>    Security.         Copyright (C) 2026- forever, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License
*>                      v2.0. Only. See the file COPYING for details but
*>                      for use within Open Cobol ONLY.
*>**
*>    Usage.            Disaster-recovery readiness by catalogued file
*>                      - if the server went tonight, which production
*>                      files could we get back, and how old would
*>                      the copies be.  For every file in the cobxref
*>                      .fcat catalog(s):
*>                        - its latest archive copy (the newest
*>                          ARCHIVED entry in HOUSEKEEP.CAT) and its
*>                          age in days
*>                        - whether that copy is enciphered (its first
*>                          record a COBDESF1 header) or plain, or is
*>                          no longer where the catalog says
*>                        - what cobdessweep last said about it (the
*>                          sweep log, COBDESSWEEP.LOG or the
*>                          COBDES_SWEEP_LOG name)
*>                        - when a restore of it was last actually
*>                          run (the newest hkrestore RESTORED entry)
*>                      A file is a GAP when it has no copy, the copy
*>                      is missing or older than its policy allows,
*>                      the sweep said CORRUPT or KEY-RETIRED, or no
*>                      restore has been tested in its period.
*>
*>                      drready FCAT=<fcat> [FCAT=<fcat> ...]
*>                              [CAT=<f>] [SWEEP=<f>] [POL=<f>]
*>                              [MAXAGE=<days>] [TESTDAYS=<days>]
*>                              [OUT=<f>] [RUNS=<n>]
*>
*>                      The policy file (DRREADY.POL) holds one rule
*>                      a line, first match wins, "*" in column one a
*>                      comment:
*>                        <file-pattern> <max-copy-age> [<test-days>]
*>                      e.g.
*>                        CUST*.DAT   1  30
*>                        *.HIS       7  180
*>                      Patterns take * and ?, against the catalogued
*>                      name or its basename.  A file no rule matches
*>                      gets MAXAGE= (default 7) and TESTDAYS=
*>                      (default 90).
*>
*>                      Each run's totals are kept in DRREADY.HIS (or
*>                      the DRREADY_HISTORY name), one row a day - a
*>                      rerun replaces the day's row - and the report
*>                      closes with the last RUNS= (default 8) rows,
*>                      so the trend shows.  The report goes to
*>                      DRREADY.RPT unless OUT= is given.
*>
*>                      Return code: 0 no gaps, 4 gaps listed, 16 no
*>                      catalog to work from.
*>**
*>    Called by.
*>                      The weekly batch tail, after cobdessweep.
*>**
*>    Calls.
*>                      ENVPROF
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>*************************************************************************
*>
*> Copyright Notice.
*>*****************
*>
*> This file/program is part of Open Cobol and is copyright
*> (c) Vincent B Coen 2026 - forever.
*>
*> This program is free software; you can redistribute it and/or modify it
*> under the terms of the GNU General Public License as published by the
*> Free Software Foundation; version 2 ONLY within Open Cobol, providing
*> the package continues to be issued or marketed as 'Open Cobol' and
*> is available FREE OF CHARGE AND WITH FULL SOURCE CODE.
*>
*> It cannot be included or used with any other Compiler without the
*> written Authority by the copyright holder, Vincent B Coen.
*>
*> This program is distributed in the hope that it will be useful, but
*> WITHOUT ANY WARRANTY; without even the implied warranty of
*> MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*> General Public License for more details. If it breaks, you own both
*> pieces but I will endevor to fix it, providing you tell me about the
*> problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with this program; see the file COPYING.  If not, write to the Free
*> Software Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307
*> USA.
*>*************************************************************************
*>
 environment division.
 configuration section.
 source-computer.      linux.
 object-computer.      linux.
 input-Output section.
 file-control.
*>
     select   Fcat-In          assign Fcat-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Catalog-In       assign Catalog-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Sweep-In         assign Sweep-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Policy-In        assign Policy-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Copy-In          assign ws-Copy-Name
              organization     line sequential
              status           fs-reply.
*>
     select   History-File     assign History-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-Out       assign Report-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> same columns cobxref's Fcat-Record writes
 fd  Fcat-In.
 01  Fcat-In-Rec.
     03  FctI-Prog         pic x(32).
     03  filler            pic x.
     03  FctI-Select       pic x(32).
     03  filler            pic x.
     03  FctI-Assign       pic x(32).
     03  filler            pic x.
     03  FctI-Mode         pic x(6).
*>
 fd  Catalog-In.
 01  Catalog-Rec           pic x(300).
*>
*> same columns cobdessweep's SWEEP-LOG-REC writes
 fd  Sweep-In.
 01  Sweep-Rec.
     03  Sw-Date           pic x(8).
     03  filler            pic x.
     03  Sw-Time           pic x(6).
     03  filler            pic x.
     03  Sw-Verdict        pic x(14).
     03  filler            pic x.
     03  Sw-Reason         pic x(40).
     03  filler            pic x.
     03  Sw-File           pic x(200).
*>
 fd  Policy-In.
 01  Policy-Rec            pic x(200).
*>
 fd  Copy-In.
 01  Copy-Rec              pic x(80).
*>
 fd  History-File.
 01  History-Rec.
     03  His-Date          pic 9(8).
     03  filler            pic x.
     03  His-Files         pic 9(5).
     03  filler            pic x.
     03  His-Ready         pic 9(5).
     03  filler            pic x.
     03  His-No-Copy       pic 9(5).
     03  filler            pic x.
     03  His-Stale         pic 9(5).
     03  filler            pic x.
     03  His-Bad           pic 9(5).
     03  filler            pic x.
     03  His-Untested      pic 9(5).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(160).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "drready v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Fcat-In-Name          pic x(64)    value spaces.
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
 01  Sweep-Name            pic x(64)    value spaces.
 01  Policy-Name           pic x(64)    value "DRREADY.POL".
 01  History-Name          pic x(64)    value spaces.
 01  Report-Name           pic x(64)    value "DRREADY.RPT".
 01  ws-Copy-Name          pic x(200)   value spaces.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Fcat-List             value spaces.
     03  Fcat-Arg          occurs 10 pic x(64).
 77  Fcat-Args             Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-RC                 pic 9(4)     value zero.
 01  ws-Run-Date           pic 9(8)     value zero.
 77  ws-Today-Int          Binary-Long  value zero.
 01  ws-Def-Age            pic 9(4)     value 7.
 01  ws-Def-Test           pic 9(4)     value 90.
 01  ws-Runs               pic 9(3)     value 8.
*>
*> every catalogued file and what the estate knows of its copies
 01  File-Table            value spaces.
     03  File-Entry        occurs 2000.
         05  Fl-Name       pic x(64).
         05  Fl-Base       pic x(64).
         05  Fl-Copy-Date  pic 9(8).
         05  Fl-Copy-Path  pic x(200).
         05  Fl-Enc        pic x.
         05  Fl-Verdict    pic x(14).
         05  Fl-Verd-Date  pic 9(8).
         05  Fl-Test-Date  pic 9(8).
         05  Fl-Max-Age    pic 9(4).
         05  Fl-Test-Days  pic 9(4).
         05  Fl-Age        pic 9(5).
         05  Fl-Gaps       pic x(80).
 77  File-Count            Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
*>
*> the policy rules, in file order
 01  Pol-Table             value spaces.
     03  Pol-Entry         occurs 100.
         05  Pl-Pattern    pic x(64).
         05  Pl-Max-Age    pic 9(4).
         05  Pl-Test-Days  pic 9(4).
 77  Pol-Count             Binary-Long  value zero.
 77  ws-Px                 Binary-Long  value zero.
*>
*> the trend rows, oldest first
 01  Hist-Table            value spaces.
     03  Hist-Entry        occurs 1000.
         05  Ht-Row        pic x(50).
 77  Hist-Count            Binary-Long  value zero.
 77  ws-Hx                 Binary-Long  value zero.
*>
*> this run's totals, laid out as a history row
 01  ws-Totals.
     03  Tt-Date           pic 9(8)     value zero.
     03  filler            pic x        value space.
     03  Tt-Files          pic 9(5)     value zero.
     03  filler            pic x        value space.
     03  Tt-Ready          pic 9(5)     value zero.
     03  filler            pic x        value space.
     03  Tt-No-Copy        pic 9(5)     value zero.
     03  filler            pic x        value space.
     03  Tt-Stale          pic 9(5)     value zero.
     03  filler            pic x        value space.
     03  Tt-Bad            pic 9(5)     value zero.
     03  filler            pic x        value space.
     03  Tt-Untested       pic 9(5)     value zero.
 77  ws-Encrypted          Binary-Long  value zero.
 77  ws-With-Copy          Binary-Long  value zero.
*>
*> one catalog line taken apart
 01  ws-Cat-Date           pic x(8)     value spaces.
 01  ws-Cat-Action         pic x(10)    value spaces.
 01  ws-Cat-File           pic x(200)   value spaces.
 01  ws-Cat-Bytes          pic x(20)    value spaces.
 01  ws-Cat-Word           pic x(10)    value spaces.
 01  ws-Cat-Arrow          pic x(4)     value spaces.
 01  ws-Cat-Dest           pic x(200)   value spaces.
*>
 01  ws-Name               pic x(200)   value spaces.
 01  ws-Base               pic x(200)   value spaces.
 77  ws-Slash-Pos          Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 01  ws-Pol-Age            pic x(8)     value spaces.
 01  ws-Pol-Test           pic x(8)     value spaces.
 01  ws-Line               pic x(160)   value spaces.
 01  ws-Gap-Text           pic x(80)    value spaces.
 77  ws-Gap-Ptr            Binary-Long  value zero.
 01  ws-Edit               pic zzzz9.
 01  ws-Edit2              pic zzzz9.
 01  ws-Pct                pic zz9.
 77  ws-Pct-Now            Binary-Long  value zero.
 77  ws-Pct-Was            Binary-Long  value zero.
 01  ws-Trend-Word         pic x(8)     value spaces.
 01  ws-Date-Disp          pic x(10)    value spaces.
*>
*> the pattern matcher: g-pat against g-str, * any run, ? any one;
*> the last * seen is where a failed comparison backs up to
 01  g-pat                 pic x(64)    value spaces.
 01  g-str                 pic x(200)   value spaces.
 77  g-pat-len             Binary-Long  value zero.
 77  g-str-len             Binary-Long  value zero.
 77  g-p                   Binary-Long  value zero.
 77  g-s                   Binary-Long  value zero.
 77  g-star-p              Binary-Long  value zero.
 77  g-star-s              Binary-Long  value zero.
 77  g-hit                 pic x        value "N".
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
              display "drready: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     compute  ws-Today-Int = function integer-of-date (ws-Run-Date).
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-RC not = zero
              move ws-RC to return-code
              goback.
     perform  2000-Load-Fcats thru 2000-Exit.
     if       File-Count = zero
              display "No catalogued files - give FCAT=<fcat-file>"
              move 16 to return-code
              goback.
     perform  2500-Load-Policy thru 2500-Exit.
     perform  3000-Scan-Catalog thru 3000-Exit.
     perform  3500-Scan-Sweep thru 3500-Exit.
     perform  4000-Judge-File thru 4000-Exit
              varying ws-Sub from 1 by 1 until ws-Sub > File-Count.
     perform  5000-Fold-History thru 5000-Exit.
     perform  6000-Write-Report thru 6000-Exit.
     move     Tt-Files to ws-Edit.
     move     Tt-Ready to ws-Edit2.
     display  "Files: " function trim (ws-Edit)
              "  ready: " function trim (ws-Edit2)
              "  - report in " function trim (Report-Name).
     if       Tt-Ready < Tt-Files
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FCAT="
                       if  Fcat-Args < 10
                           add 1 to Fcat-Args
                           move ws-Arg-Text (6:64)
                                to Fcat-Arg (Fcat-Args)
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "CAT="
                       move ws-Arg-Text (5:64) to Catalog-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "SWEEP="
                       move ws-Arg-Text (7:64) to Sweep-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "POL="
                       move ws-Arg-Text (5:64) to Policy-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "MAXAGE="
                   and function test-numval (ws-Arg-Text (8:8)) = zero
                       move function numval (ws-Arg-Text (8:8))
                            to ws-Def-Age
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "TESTDAYS="
                   and function test-numval (ws-Arg-Text (10:8)) = zero
                       move function numval (ws-Arg-Text (10:8))
                            to ws-Def-Test
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "RUNS="
                   and function test-numval (ws-Arg-Text (6:8)) = zero
                       move function numval (ws-Arg-Text (6:8))
                            to ws-Runs
                  when other
                       move 16 to ws-RC
              end-evaluate
     end-perform.
     if       Fcat-Args = zero
              move 16 to ws-RC.
     if       ws-RC not = zero
              display "Usage: drready FCAT=<fcat> [FCAT=<fcat> ...]"
                      " [CAT=<f>] [SWEEP=<f>] [POL=<f>]"
              display "               [MAXAGE=<days>]"
                      " [TESTDAYS=<days>] [OUT=<f>] [RUNS=<n>]"
              go to 1000-Exit.
     if       Sweep-Name = spaces
              accept Sweep-Name from environment "COBDES_SWEEP_LOG"
              end-accept
              if  Sweep-Name = spaces
                  move "COBDESSWEEP.LOG" to Sweep-Name
              end-if
     end-if.
     accept   History-Name from environment "DRREADY_HISTORY"
              on exception
              move spaces to History-Name
     end-accept.
     if       History-Name = spaces
              move "DRREADY.HIS" to History-Name.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the catalogued files: every ASSIGN each .fcat names, once
*>----------------------------------------------------------------
 2000-Load-Fcats.
     perform  2100-One-Fcat thru 2100-Exit
              varying ws-Fx from 1 by 1 until ws-Fx > Fcat-Args.
 2000-Exit.
     exit.
*>
 2100-One-Fcat.
     move     Fcat-Arg (ws-Fx) to Fcat-In-Name.
     open     input Fcat-In.
     if       fs-reply not = zero
              display "Cannot open catalog "
                      function trim (Fcat-In-Name)
              go to 2100-Exit.
 2110-Next.
     read     Fcat-In at end
              close Fcat-In
              go to 2100-Exit.
     move     FctI-Assign to ws-Name.
     inspect  ws-Name replacing all '"' by space
                                all "'" by space.
     move     function trim (ws-Name) to ws-Name.
     if       ws-Name = spaces
              go to 2110-Next.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > File-Count
              if  Fl-Name (ws-Sub) = ws-Name
                  go to 2110-Next
              end-if
     end-perform.
     if       File-Count not < 2000
              display "More than 2000 files - the rest are not"
                      " covered"
              close Fcat-In
              go to 2100-Exit.
     add      1 to File-Count.
     move     ws-Name to Fl-Name (File-Count).
     perform  9100-Base-Name thru 9100-Exit.
     move     ws-Base to Fl-Base (File-Count).
     move     zero to Fl-Copy-Date (File-Count)
                      Fl-Verd-Date (File-Count)
                      Fl-Test-Date (File-Count)
                      Fl-Age (File-Count).
     move     ws-Def-Age to Fl-Max-Age (File-Count).
     move     ws-Def-Test to Fl-Test-Days (File-Count).
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the policy rules, then each file's first matching rule
*>----------------------------------------------------------------
 2500-Load-Policy.
     open     input Policy-In.
     if       fs-reply not = zero
              go to 2500-Exit.
 2510-Next.
     read     Policy-In at end
              close Policy-In
              go to 2520-Apply.
     if       Policy-Rec = spaces
           or Policy-Rec (1:1) = "*"
              go to 2510-Next.
     if       Pol-Count not < 100
              go to 2510-Next.
     add      1 to Pol-Count.
     move     spaces to ws-Pol-Age ws-Pol-Test.
     unstring Policy-Rec delimited by all space
              into Pl-Pattern (Pol-Count) ws-Pol-Age ws-Pol-Test.
     if       function test-numval (ws-Pol-Age) = zero
              move function numval (ws-Pol-Age)
                   to Pl-Max-Age (Pol-Count)
     else
              move ws-Def-Age to Pl-Max-Age (Pol-Count).
     if       ws-Pol-Test not = spaces
          and function test-numval (ws-Pol-Test) = zero
              move function numval (ws-Pol-Test)
                   to Pl-Test-Days (Pol-Count)
     else
              move ws-Def-Test to Pl-Test-Days (Pol-Count).
     go       to 2510-Next.
 2520-Apply.
     perform  2600-Match-Policy thru 2600-Exit
              varying ws-Sub from 1 by 1 until ws-Sub > File-Count.
 2500-Exit.
     exit.
*>
 2600-Match-Policy.
     perform  varying ws-Px from 1 by 1 until ws-Px > Pol-Count
              move Pl-Pattern (ws-Px) to g-pat
              move Fl-Name (ws-Sub) to g-str
              perform 9500-Glob thru 9500-Exit
              if  g-hit not = "Y"
                  move Fl-Base (ws-Sub) to g-str
                  perform 9500-Glob thru 9500-Exit
              end-if
              if  g-hit = "Y"
                  move Pl-Max-Age (ws-Px) to Fl-Max-Age (ws-Sub)
                  move Pl-Test-Days (ws-Px) to Fl-Test-Days (ws-Sub)
                  go to 2600-Exit
              end-if
     end-perform.
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HOUSEKEEP.CAT: the newest ARCHIVED copy and the newest RESTORED
*> test of each file, matched on basename - housekeep catalogues
*> the path it found the file by
*>----------------------------------------------------------------
 3000-Scan-Catalog.
     open     input Catalog-In.
     if       fs-reply not = zero
              display "No housekeep catalog "
                      function trim (Catalog-Name)
                      " - every file will show as having no copy"
              go to 3000-Exit.
 3010-Next.
     read     Catalog-In at end
              close Catalog-In
              go to 3000-Exit.
     if       Catalog-Rec (1:8) not numeric
              go to 3010-Next.
     move     spaces to ws-Cat-Date ws-Cat-Action ws-Cat-File
                        ws-Cat-Bytes ws-Cat-Word ws-Cat-Arrow
                        ws-Cat-Dest.
     unstring Catalog-Rec delimited by all space
              into ws-Cat-Date ws-Cat-Action ws-Cat-File
                   ws-Cat-Bytes ws-Cat-Word ws-Cat-Arrow
                   ws-Cat-Dest.
     if       ws-Cat-Action not = "ARCHIVED"
          and ws-Cat-Action not = "RESTORED"
              go to 3010-Next.
     move     ws-Cat-File to ws-Name.
     perform  9100-Base-Name thru 9100-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > File-Count
              if  Fl-Base (ws-Sub) = ws-Base
                  perform 3100-Note-Entry thru 3100-Exit
              end-if
     end-perform.
     go       to 3010-Next.
 3000-Exit.
     exit.
*>
 3100-Note-Entry.
     if       ws-Cat-Action = "RESTORED"
              if  ws-Cat-Date not < Fl-Test-Date (ws-Sub)
                  move ws-Cat-Date to Fl-Test-Date (ws-Sub)
              end-if
              go to 3100-Exit.
     if       ws-Cat-Date < Fl-Copy-Date (ws-Sub)
              go to 3100-Exit.
     move     ws-Cat-Date to Fl-Copy-Date (ws-Sub).
     move     spaces to Fl-Copy-Path (ws-Sub).
     string   function trim (ws-Cat-Dest) delimited by size
              "/" delimited by size
              function trim (ws-Base) delimited by size
              into Fl-Copy-Path (ws-Sub).
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the sweep log: the last verdict on each file's archive copy -
*> the copy's own path, or failing that its basename
*>----------------------------------------------------------------
 3500-Scan-Sweep.
     open     input Sweep-In.
     if       fs-reply not = zero
              go to 3500-Exit.
 3510-Next.
     read     Sweep-In at end
              close Sweep-In
              go to 3500-Exit.
     if       Sw-Date not numeric
              go to 3510-Next.
     move     Sw-File to ws-Name.
     perform  9100-Base-Name thru 9100-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > File-Count
              if  Fl-Copy-Date (ws-Sub) not = zero
                  and (Fl-Copy-Path (ws-Sub) = Sw-File
                       or Fl-Base (ws-Sub) = ws-Base)
                  and Sw-Date not < Fl-Verd-Date (ws-Sub)
                  move Sw-Verdict to Fl-Verdict (ws-Sub)
                  move Sw-Date to Fl-Verd-Date (ws-Sub)
              end-if
     end-perform.
     go       to 3510-Next.
 3500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one file judged: the copy looked at, its age, and every gap
*>----------------------------------------------------------------
 4000-Judge-File.
     move     spaces to ws-Gap-Text.
     move     1 to ws-Gap-Ptr.
     add      1 to Tt-Files.
     if       Fl-Copy-Date (ws-Sub) = zero
              move space to Fl-Enc (ws-Sub)
              add 1 to Tt-No-Copy
              string "NO COPY " delimited by size
                     into ws-Gap-Text pointer ws-Gap-Ptr
              go to 4050-Test.
     add      1 to ws-With-Copy.
     compute  Fl-Age (ws-Sub) = ws-Today-Int
              - function integer-of-date (Fl-Copy-Date (ws-Sub)).
*> the copy itself: still there, and enciphered or plain
     move     Fl-Copy-Path (ws-Sub) to ws-Copy-Name.
     open     input Copy-In.
     if       fs-reply not = zero
              move "-" to Fl-Enc (ws-Sub)
              add 1 to Tt-No-Copy
              string "COPY MISSING " delimited by size
                     into ws-Gap-Text pointer ws-Gap-Ptr
              go to 4020-Verdict.
     move     spaces to Copy-Rec.
     read     Copy-In at end
              continue.
     close    Copy-In.
     if       Copy-Rec (1:8) = "COBDESF1"
              move "Y" to Fl-Enc (ws-Sub)
              add 1 to ws-Encrypted
     else
              move "N" to Fl-Enc (ws-Sub).
     if       Fl-Age (ws-Sub) > Fl-Max-Age (ws-Sub)
              add 1 to Tt-Stale
              string "STALE " delimited by size
                     into ws-Gap-Text pointer ws-Gap-Ptr.
 4020-Verdict.
     if       Fl-Verdict (ws-Sub) = "CORRUPT"
           or Fl-Verdict (ws-Sub) = "KEY-RETIRED"
              add 1 to Tt-Bad
              string function trim (Fl-Verdict (ws-Sub))
                     delimited by size
                     " " delimited by size
                     into ws-Gap-Text pointer ws-Gap-Ptr.
 4050-Test.
     if       Fl-Test-Date (ws-Sub) = zero
           or ws-Today-Int
              - function integer-of-date (Fl-Test-Date (ws-Sub))
                > Fl-Test-Days (ws-Sub)
              add 1 to Tt-Untested
              string "UNTESTED " delimited by size
                     into ws-Gap-Text pointer ws-Gap-Ptr.
     move     ws-Gap-Text to Fl-Gaps (ws-Sub).
     if       ws-Gap-Text = spaces
              add 1 to Tt-Ready.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the history: today's row replaces any earlier run today, the
*> rest kept as they were
*>----------------------------------------------------------------
 5000-Fold-History.
     move     ws-Run-Date to Tt-Date.
     move     zero to Hist-Count.
     open     input History-File.
     if       fs-reply not = zero
              go to 5020-Add-Today.
 5010-Next.
     read     History-File at end
              close History-File
              go to 5020-Add-Today.
     if       His-Date = ws-Run-Date
              go to 5010-Next.
     if       Hist-Count not < 1000
              perform varying ws-Hx from 1 by 1 until ws-Hx > 999
                  move Ht-Row (ws-Hx + 1) to Ht-Row (ws-Hx)
              end-perform
              subtract 1 from Hist-Count.
     add      1 to Hist-Count.
     move     History-Rec to Ht-Row (Hist-Count).
     go       to 5010-Next.
 5020-Add-Today.
     if       Hist-Count not < 1000
              perform varying ws-Hx from 1 by 1 until ws-Hx > 999
                  move Ht-Row (ws-Hx + 1) to Ht-Row (ws-Hx)
              end-perform
              subtract 1 from Hist-Count.
     add      1 to Hist-Count.
     move     ws-Totals to Ht-Row (Hist-Count).
     open     output History-File.
     if       fs-reply not = zero
              display "Cannot write history "
                      function trim (History-Name)
              go to 5000-Exit.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hist-Count
              move Ht-Row (ws-Hx) to History-Rec
              write History-Rec
     end-perform.
     close    History-File.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the report: every file, the gaps, the totals and the trend
*>----------------------------------------------------------------
 6000-Write-Report.
     open     output Report-Out.
     if       fs-reply not = zero
              display "Cannot write report "
                      function trim (Report-Name)
              go to 6000-Exit.
     move     spaces to Report-Rec.
     string   "DISASTER-RECOVERY READINESS - " ws-Run-Date
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     all "=" to Report-Rec (1:60).
     write    Report-Rec.
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     "File" to Report-Rec (1:4).
     move     "Last copy" to Report-Rec (34:9).
     move     "Age" to Report-Rec (47:3).
     move     "Enc" to Report-Rec (51:3).
     move     "Sweep verdict" to Report-Rec (55:13).
     move     "on" to Report-Rec (70:2).
     move     "Restored" to Report-Rec (80:8).
     move     "Gaps" to Report-Rec (91:4).
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     all "-" to Report-Rec (1:120).
     write    Report-Rec.
     perform  6100-File-Line thru 6100-Exit
              varying ws-Sub from 1 by 1 until ws-Sub > File-Count.
*>
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     "GAPS" to Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     if       Tt-Ready = Tt-Files
              move "  None - every catalogued file can be got back"
                   to Report-Rec
              write Report-Rec
     else
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > File-Count
                  if  Fl-Gaps (ws-Sub) not = spaces
                      move spaces to Report-Rec
                      string "  " Fl-Name (ws-Sub) (1:32) " "
                             Fl-Gaps (ws-Sub)
                             delimited by size into Report-Rec
                      write Report-Rec
                  end-if
              end-perform.
*>
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     "TOTALS" to Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     move     Tt-Files to ws-Edit.
     move     spaces to Report-Rec.
     string   "  Catalogued files          " ws-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     ws-With-Copy to ws-Edit.
     move     spaces to Report-Rec.
     string   "  With an archive copy      " ws-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     ws-Encrypted to ws-Edit.
     move     spaces to Report-Rec.
     string   "  Copy enciphered           " ws-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     Tt-Ready to ws-Edit.
     move     spaces to Report-Rec.
     string   "  Ready - no gap            " ws-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
*>
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     "TREND" to Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     move     "  Date        Files  Ready  %Ready  No copy  Stale"
            & "  Sweep bad  Untested" to Report-Rec.
     write    Report-Rec.
     move     zero to ws-Pct-Was.
     compute  ws-Hx = Hist-Count - ws-Runs + 1.
     if       ws-Hx < 1
              move 1 to ws-Hx.
     if       ws-Hx > 1
              move Ht-Row (ws-Hx - 1) to History-Rec
              if  His-Files > zero
                  compute ws-Pct-Was = (His-Ready * 100) / His-Files
              end-if.
     perform  6200-Trend-Line thru 6200-Exit
              varying ws-Hx from ws-Hx by 1 until ws-Hx > Hist-Count.
     close    Report-Out.
 6000-Exit.
     exit.
*>
 6100-File-Line.
     move     spaces to Report-Rec.
     move     Fl-Name (ws-Sub) (1:32) to Report-Rec (1:32).
     if       Fl-Copy-Date (ws-Sub) = zero
              move "(none)" to Report-Rec (34:10)
     else
              move Fl-Copy-Date (ws-Sub) to ws-Date-Disp
              move ws-Date-Disp to Report-Rec (34:10)
              move Fl-Age (ws-Sub) to ws-Edit
              move ws-Edit to Report-Rec (45:5)
              move Fl-Enc (ws-Sub) to Report-Rec (52:1).
     move     Fl-Verdict (ws-Sub) to Report-Rec (55:14).
     if       Fl-Verd-Date (ws-Sub) not = zero
              move Fl-Verd-Date (ws-Sub) to Report-Rec (70:8).
     if       Fl-Test-Date (ws-Sub) = zero
              move "never" to Report-Rec (80:8)
     else
              move Fl-Test-Date (ws-Sub) to Report-Rec (80:8).
     move     Fl-Gaps (ws-Sub) to Report-Rec (91:70).
     write    Report-Rec.
 6100-Exit.
     exit.
*>
*> one history row, with which way readiness went since the last
 6200-Trend-Line.
     move     Ht-Row (ws-Hx) to History-Rec.
     move     zero to ws-Pct-Now.
     if       His-Files > zero
              compute ws-Pct-Now = (His-Ready * 100) / His-Files.
     evaluate true
         when ws-Hx = 1
              move spaces to ws-Trend-Word
         when ws-Pct-Now > ws-Pct-Was
              move "better" to ws-Trend-Word
         when ws-Pct-Now < ws-Pct-Was
              move "worse" to ws-Trend-Word
         when other
              move "same" to ws-Trend-Word
     end-evaluate.
     move     spaces to Report-Rec.
     move     His-Date to Report-Rec (3:8).
     move     His-Files to ws-Edit.
     move     ws-Edit to Report-Rec (14:5).
     move     His-Ready to ws-Edit.
     move     ws-Edit to Report-Rec (21:5).
     move     ws-Pct-Now to ws-Pct.
     move     ws-Pct to Report-Rec (29:3).
     move     "%" to Report-Rec (32:1).
     move     His-No-Copy to ws-Edit.
     move     ws-Edit to Report-Rec (37:5).
     move     His-Stale to ws-Edit.
     move     ws-Edit to Report-Rec (44:5).
     move     His-Bad to ws-Edit.
     move     ws-Edit to Report-Rec (55:5).
     move     His-Untested to ws-Edit.
     move     ws-Edit to Report-Rec (65:5).
     move     ws-Trend-Word to Report-Rec (72:8).
     write    Report-Rec.
     move     ws-Pct-Now to ws-Pct-Was.
 6200-Exit.
     exit.
*>
*> ws-Name cut down to what follows its last "/", into ws-Base
 9100-Base-Name.
     move     ws-Name to ws-Base.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 200
              if  ws-Name (ws-Bx:1) = "/"
                  move ws-Bx to ws-Slash-Pos
              end-if
     end-perform.
     if       ws-Slash-Pos > zero and ws-Slash-Pos < 200
              move spaces to ws-Base
              move ws-Name (ws-Slash-Pos + 1:200 - ws-Slash-Pos)
                   to ws-Base.
 9100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> g-pat against g-str into g-hit
*>----------------------------------------------------------------
 9500-Glob.
     move     "N" to g-hit.
     move     zero to g-pat-len g-str-len.
     inspect  g-pat tallying g-pat-len
              for characters before initial space.
     inspect  g-str tallying g-str-len
              for characters before initial space.
     if       g-pat-len = zero
              go to 9500-Exit.
     move     1 to g-p g-s.
     move     zero to g-star-p g-star-s.
 9510-Step.
     if       g-s > g-str-len
              go to 9520-Tail.
     if       g-p not > g-pat-len
          and (g-pat (g-p:1) = "?" or g-pat (g-p:1) = g-str (g-s:1))
              add 1 to g-p g-s
              go to 9510-Step.
     if       g-p not > g-pat-len and g-pat (g-p:1) = "*"
              move g-p to g-star-p
              move g-s to g-star-s
              add 1 to g-p
              go to 9510-Step.
     if       g-star-p > zero
              compute g-p = g-star-p + 1
              add 1 to g-star-s
              move g-star-s to g-s
              go to 9510-Step.
     go       to 9500-Exit.
 9520-Tail.
     if       g-p > g-pat-len
              move "Y" to g-hit
              go to 9500-Exit.
     if       g-pat (g-p:1) not = "*"
              go to 9500-Exit.
     add      1 to g-p.
     go       to 9520-Tail.
 9500-Exit.
     exit.
