      >>source free
 Identification division.
*>**********************
      program-id.       regress.
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
*>    Usage.            Regression test harness for batch programs -
*>                      the parallel run proved by occompare, kept as
*>                      test cases so each release runs the same ones
*>                      instead of reinventing them.
*>
*>                      regress RUN <suite> [CASE=<case>] [CASES=<file>]
*>                      regress LIST [<suite>] [CASES=<file>]
*>                      regress HISTORY [<suite>]
*>
*>                      The cases file (REGRESS.DAT, the REGRESS_CASES
*>                      name or CASES=) holds the suites, each case a
*>                      block from CASE to END:
*>
*>                        *> comment
*>                        SUITE  <suite> [SOURCE=<program source>]
*>                        CASE   <case> <description words...>
*>                        STAGE  <from-file> <to-file>
*>                        RUN    <command line>
*>                        DECK   <jobstep job deck>
*>                        RC     <expected return code>
*>                        EXPECT <expected-file> <output-file>
*>                               [LAYOUT=<.lay>] [RECORD=<01 name>]
*>                               [ORG=SEQ LEN=<record length>]
*>                        END
*>
*>                      Up to 10 STAGE and 10 EXPECT lines a case; one
*>                      RUN command or one DECK, run through jobstep;
*>                      RC defaults to 0.  A case's output files are
*>                      removed before it runs, its inputs staged
*>                      (copied into place), then it runs with its
*>                      console output kept in regwork.<case>.out.
*>                      It passes when it ends at the expected return
*>                      code and every output matches its expected
*>                      file under occompare, field by field against
*>                      the layout given (whole records without one) -
*>                      each comparison's report left in
*>                      regwork.<case>.<n>.cmp as the evidence.
*>
*>                      Each case's verdict goes to the results
*>                      history (REGRESS.HIS, or the REGRESS_HISTORY
*>                      name) under the run's id (RG<date><time>); a
*>                      whole-suite run closes with a suite line,
*>                      which carries the SRCSUM fingerprint of the
*>                      suite's SOURCE= as it stood when the suite
*>                      ran.  certgate SUITE=<suite> refuses a program
*>                      whose suite did not last pass on that very
*>                      version.  A CASE= run proves the one case but
*>                      writes no suite line.
*>
*>                      Return code: 0 every case passed, 8 a case
*>                      failed, 16 no cases file, no such suite or a
*>                      bad argument.
*>**
*>    Called by.
*>                      Run standalone, or as a jobstep step ahead of
*>                      certgate.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (cp, occompare, jobstep, the cases'
*>                      own commands), SRCSUM, CBL_CHECK_FILE_EXIST,
*>                      CBL_DELETE_FILE
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
     select   Cases-In         assign Cases-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional History-File assign History-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Cases-In.
 01  Cases-Rec             pic x(512).
*>
*> a C line per case run, then for a whole-suite run an S line
 fd  History-File.
 01  Rh-Rec.
     03  Rh-Type           pic x.
     03  filler            pic x.
     03  Rh-Run-Id         pic x(16).
     03  filler            pic x.
     03  Rh-Suite          pic x(16).
     03  filler            pic x.
     03  Rh-Case           pic x(16).
     03  filler            pic x.
     03  Rh-Date           pic 9(8).
     03  filler            pic x.
     03  Rh-Time           pic 9(6).
     03  filler            pic x.
     03  Rh-Verdict        pic x(4).
     03  filler            pic x.
     03  Rh-Want-RC        pic 9(4).
     03  filler            pic x.
     03  Rh-Got-RC         pic 9(4).
     03  filler            pic x.
     03  Rh-Diffs          pic 9(3).
     03  filler            pic x.
     03  Rh-Note           pic x(60).
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
 77  Prog-Name             pic x(17) value "regress v1.01.00".
 77  fs-reply              pic 99.
 01  Cases-Name            pic x(64)    value "REGRESS.DAT".
 01  History-Name          pic x(64)    value "REGRESS.HIS".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-First-Opt          Binary-Long  value 2.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Want-Suite         pic x(16)    value spaces.
 01  ws-Want-Case          pic x(16)    value spaces.
 77  ws-Bad-Arg            pic x        value "N".
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Run-Id             pic x(16)    value spaces.
*>
*> the cases file, a line at a time
 01  ws-Key                pic x(8)     value spaces.
 01  ws-Rest               pic x(500)   value spaces.
 77  ws-Ptr                Binary-Long  value zero.
 01  ws-W1                 pic x(128)   value spaces.
 01  ws-W2                 pic x(128)   value spaces.
 01  ws-Opt                pic x(128)   value spaces.
 01  ws-Opts-Table         value spaces.
     03  ws-Opt-Word       pic x(128)   occurs 6.
 77  ws-Ox                 Binary-Long  value zero.
 77  ws-In-Suite-Sw        pic x        value "N".
 77  ws-Suite-Seen-Sw      pic x        value "N".
 01  ws-Suite-Source       pic x(200)   value spaces.
 77  ws-Line-No            Binary-Long  value zero.
*>
*> the case being built, and then run
 01  Case-Area             value spaces.
     03  Cs-Name           pic x(16).
     03  Cs-Desc           pic x(60).
     03  Cs-Command        pic x(400).
     03  Cs-Want-RC        pic 9(4).
     03  Cs-Def-Error      pic x(60).
     03  Cs-Stage          occurs 10.
         05  Sg-From       pic x(120).
         05  Sg-To         pic x(120).
     03  Cs-Expect         occurs 10.
         05  Ex-Expected   pic x(120).
         05  Ex-Actual     pic x(120).
         05  Ex-Layout     pic x(120).
         05  Ex-Record     pic x(32).
         05  Ex-Org        pic x(4).
         05  Ex-Len        pic 9(5).
 77  Stage-Count           Binary-Long  value zero.
 77  Expect-Count          Binary-Long  value zero.
 77  ws-Sx                 Binary-Long  value zero.
 77  ws-Ex                 Binary-Long  value zero.
 77  ws-In-Case-Sw         pic x        value "N".
*>
*> the case's result
 77  ws-Got-RC             Binary-Long  value zero.
 77  ws-Cmp-RC             Binary-Long  value zero.
 77  ws-Diffs              Binary-Long  value zero.
 01  ws-Verdict            pic x(4)     value spaces.
 01  ws-Note               pic x(60)    value spaces.
 77  Case-Count            Binary-Long  value zero.
 77  Failed-Count          Binary-Long  value zero.
 77  ws-Shown-Count        Binary-Long  value zero.
*>
 01  ws-Command            pic x(800)   value spaces.
 01  ws-Work-Name          pic x(200)   value spaces.
 01  ws-Check-Name         pic x(200)   value spaces.
 77  ws-Bad-Name-Tally     pic 9(3)     value zero.
 01  ws-Num-Edit           pic 9(2).
 01  ws-RC-Edit            pic zzz9.
 01  ws-Count-Edit         pic zzz9.
 01  ws-Sum-Edit           pic z(9)9.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
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
              display "regress: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: regress RUN <suite> [CASE=..] "
                      "[CASES=..] | LIST [<suite>] | HISTORY [<suite>]"
              move 16 to return-code
              goback.
     perform  1000-Get-Args thru 1000-Exit.
     evaluate ws-Mode
         when "RUN"
              perform 2000-Run-Suite thru 2000-Exit
         when "LIST"
              perform 5000-List thru 5000-Exit
         when "HISTORY"
              perform 6000-History thru 6000-Exit
     end-evaluate.
     goback.
*>
 1000-Get-Args.
     accept   Cases-Name from environment "REGRESS_CASES"
              on exception
              move "REGRESS.DAT" to Cases-Name
     end-accept.
     if       Cases-Name = spaces
              move "REGRESS.DAT" to Cases-Name.
     accept   History-Name from environment "REGRESS_HISTORY"
              on exception
              move "REGRESS.HIS" to History-Name
     end-accept.
     if       History-Name = spaces
              move "REGRESS.HIS" to History-Name.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     if       ws-Mode not = "RUN" and not = "LIST"
                                  and not = "HISTORY"
              display "Verb not understood: " function trim (ws-Mode)
              move 16 to return-code
              goback.
*> the suite is the first word after the verb that is not an option
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CASE="
                       move function upper-case (ws-Arg-Text (6:16))
                            to ws-Want-Case
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "CASES="
                       move ws-Arg-Text (7:64) to Cases-Name
                  when ws-Arg-Sub = 2
                       move function upper-case (ws-Arg-Text (1:16))
                            to ws-Want-Suite
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Mode = "RUN" and ws-Want-Suite = spaces
              display "RUN needs a suite name"
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> RUN: every case of the suite, each as its END is read
*>----------------------------------------------------------------
 2000-Run-Suite.
     open     input Cases-In.
     if       fs-reply not = zero
              display "No cases file " function trim (Cases-Name)
              move 16 to return-code
              go to 2000-Exit.
     accept   ws-Time-Now from time.
     string   "RG" ws-Run-Date ws-Time-Now (1:6)
              delimited by size into ws-Run-Id.
     display  "Suite " function trim (ws-Want-Suite)
              "  run " ws-Run-Id.
     open     extend History-File.
     if       fs-reply not = zero and not = 05
              display "Caution: cannot write "
                      function trim (History-Name)
                      " - results not kept".
 2010-Next.
     read     Cases-In at end
              close Cases-In
              go to 2090-Done.
     add      1 to ws-Line-No.
     if       Cases-Rec = spaces
        or    Cases-Rec (1:1) = "*"
              go to 2010-Next.
     perform  2100-Split-Line thru 2100-Exit.
     if       ws-Key = "SUITE"
              if  function upper-case (ws-W1 (1:16)) = ws-Want-Suite
                  move "Y" to ws-In-Suite-Sw ws-Suite-Seen-Sw
                  perform 2200-Suite-Options thru 2200-Exit
              else
                  move "N" to ws-In-Suite-Sw
              end-if
              go to 2010-Next.
     if       ws-In-Suite-Sw not = "Y"
              go to 2010-Next.
     perform  2300-Case-Line thru 2300-Exit.
     go       to 2010-Next.
 2090-Done.
     if       ws-Suite-Seen-Sw not = "Y"
              display "No suite " function trim (ws-Want-Suite)
                      " in " function trim (Cases-Name)
              close History-File
              move 16 to return-code
              go to 2000-Exit.
     if       Case-Count = zero
              display "No cases run"
              close History-File
              move 16 to return-code
              go to 2000-Exit.
     if       ws-Want-Case = spaces
              perform 4500-Write-Suite thru 4500-Exit.
     close    History-File.
     display  " ".
     move     Case-Count to ws-Count-Edit.
     display  "Cases run    : " ws-Count-Edit.
     move     Failed-Count to ws-Count-Edit.
     display  "Cases failed : " ws-Count-Edit.
     if       Failed-Count = zero
              display "SUITE " function trim (ws-Want-Suite) " PASSED"
              move zero to return-code
     else
              display "SUITE " function trim (ws-Want-Suite) " FAILED"
              move 8 to return-code.
 2000-Exit.
     exit.
*>
*> the keyword, the rest of the line after it, and its first words
 2100-Split-Line.
     move     spaces to ws-Key ws-Rest ws-W1 ws-W2 ws-Opts-Table.
     move     1 to ws-Ptr.
     unstring Cases-Rec delimited by all space
              into ws-Key with pointer ws-Ptr.
     if       ws-Key = spaces
              unstring Cases-Rec delimited by all space
                       into ws-Key with pointer ws-Ptr.
     move     function upper-case (ws-Key) to ws-Key.
     if       ws-Ptr < 512
              move function trim (Cases-Rec (ws-Ptr:), leading)
                   to ws-Rest.
     unstring ws-Rest delimited by all space
              into ws-W1 ws-W2
                   ws-Opt-Word (1) ws-Opt-Word (2) ws-Opt-Word (3)
                   ws-Opt-Word (4) ws-Opt-Word (5) ws-Opt-Word (6).
 2100-Exit.
     exit.
*>
 2200-Suite-Options.
     move     spaces to ws-Suite-Source.
     if       function upper-case (ws-W2) (1:7) = "SOURCE="
              move ws-W2 (8:120) to ws-Suite-Source.
 2200-Exit.
     exit.
*>
 2300-Case-Line.
     if       ws-Key not = "CASE" and ws-In-Case-Sw not = "Y"
              display "Line " ws-Line-No ": " function trim (ws-Key)
                      " outside a CASE - ignored"
              go to 2300-Exit.
     evaluate ws-Key
         when "CASE"
              if  ws-In-Case-Sw = "Y"
                  display "Case " function trim (Cs-Name)
                          " has no END - not run"
              end-if
              move spaces to Case-Area
              move zero to Stage-Count Expect-Count Cs-Want-RC
              move function upper-case (ws-W1 (1:16)) to Cs-Name
              move ws-Rest to ws-Command
              move 1 to ws-Ptr
              unstring ws-Command delimited by all space
                       into ws-W1 with pointer ws-Ptr
              if  ws-Ptr < 500
                  move ws-Command (ws-Ptr:60) to Cs-Desc
              end-if
              move "Y" to ws-In-Case-Sw
              move Cs-Name to ws-Check-Name
              perform 8000-Check-Shell-Safe thru 8000-Exit
              if  ws-Bad-Name-Tally not = zero or Cs-Name = spaces
                  move "case name not allowed" to Cs-Def-Error
              end-if
         when "STAGE"
              if  Stage-Count < 10
                  add 1 to Stage-Count
                  move ws-W1 to Sg-From (Stage-Count)
                  move ws-W2 to Sg-To (Stage-Count)
                  move ws-W1 to ws-Check-Name
                  perform 8100-Check-File-Name thru 8100-Exit
                  move ws-W2 to ws-Check-Name
                  perform 8100-Check-File-Name thru 8100-Exit
                  if  ws-W2 = spaces
                      move "STAGE needs a from and a to file"
                           to Cs-Def-Error
                  end-if
              else
                  move "more than 10 STAGE lines" to Cs-Def-Error
              end-if
         when "RUN"
              if  Cs-Command not = spaces
                  move "more than one RUN or DECK" to Cs-Def-Error
              end-if
              move ws-Rest to Cs-Command
         when "DECK"
              if  Cs-Command not = spaces
                  move "more than one RUN or DECK" to Cs-Def-Error
              end-if
              move ws-W1 to ws-Check-Name
              perform 8100-Check-File-Name thru 8100-Exit
              string "jobstep " function trim (ws-W1)
                     delimited by size into Cs-Command
         when "RC"
              if  function test-numval (ws-W1) = zero
                  move function numval (ws-W1) to Cs-Want-RC
              else
                  move "RC is not a number" to Cs-Def-Error
              end-if
         when "EXPECT"
              perform 2400-Expect-Line thru 2400-Exit
         when "END"
              move "N" to ws-In-Case-Sw
              if  ws-Want-Case = spaces or ws-Want-Case = Cs-Name
                  perform 3000-Run-Case thru 3000-Exit
              end-if
         when other
              display "Line " ws-Line-No ": " function trim (ws-Key)
                      " not understood"
              move "bad line in the case" to Cs-Def-Error
     end-evaluate.
 2300-Exit.
     exit.
*>
 2400-Expect-Line.
     if       Expect-Count not < 10
              move "more than 10 EXPECT lines" to Cs-Def-Error
              go to 2400-Exit.
     if       ws-W2 = spaces
              move "EXPECT needs expected and output files"
                   to Cs-Def-Error
              go to 2400-Exit.
     add      1 to Expect-Count.
     move     ws-W1 to Ex-Expected (Expect-Count).
     move     ws-W2 to Ex-Actual (Expect-Count).
     move     ws-W1 to ws-Check-Name.
     perform  8100-Check-File-Name thru 8100-Exit.
     move     ws-W2 to ws-Check-Name.
     perform  8100-Check-File-Name thru 8100-Exit.
     perform  varying ws-Ox from 1 by 1 until ws-Ox > 6
              move ws-Opt-Word (ws-Ox) to ws-Opt
              evaluate true
                  when ws-Opt = spaces
                       continue
                  when function upper-case (ws-Opt) (1:7) = "LAYOUT="
                       move ws-Opt (8:120) to Ex-Layout (Expect-Count)
                       move ws-Opt (8:120) to ws-Check-Name
                       perform 8100-Check-File-Name thru 8100-Exit
                  when function upper-case (ws-Opt) (1:7) = "RECORD="
                       move ws-Opt (8:32) to Ex-Record (Expect-Count)
                       move ws-Opt (8:32) to ws-Check-Name
                       perform 8100-Check-File-Name thru 8100-Exit
                  when function upper-case (ws-Opt) (1:4) = "ORG="
                       move function upper-case (ws-Opt (5:4))
                            to Ex-Org (Expect-Count)
                       if  Ex-Org (Expect-Count) not = "SEQ"
                                              and not = "LINE"
                           move "ORG= is LINE or SEQ" to Cs-Def-Error
                       end-if
                  when function upper-case (ws-Opt) (1:4) = "LEN="
                    and function test-numval (ws-Opt (5:8)) = zero
                       move function numval (ws-Opt (5:8))
                            to Ex-Len (Expect-Count)
                  when other
                       move "EXPECT option not understood"
                            to Cs-Def-Error
              end-evaluate
     end-perform.
 2400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one case: clear the outputs, stage the inputs, run, compare
*>----------------------------------------------------------------
 3000-Run-Case.
     add      1 to Case-Count.
     move     zero to ws-Got-RC ws-Diffs.
     move     spaces to ws-Note.
     move     "PASS" to ws-Verdict.
     display  " ".
     if       Cs-Desc = spaces
              display "Case " function trim (Cs-Name)
     else
              display "Case " function trim (Cs-Name) " - "
                      function trim (Cs-Desc).
     if       Cs-Def-Error not = spaces
              move Cs-Def-Error to ws-Note
              go to 3090-Fail.
     if       Cs-Command = spaces
              move "no RUN or DECK" to ws-Note
              go to 3090-Fail.
     perform  varying ws-Ex from 1 by 1 until ws-Ex > Expect-Count
              call "CBL_DELETE_FILE" using Ex-Actual (ws-Ex)
     end-perform.
     move     zero to return-code.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Stage-Count
              move spaces to ws-Command
              string "cp " delimited by size
                     function trim (Sg-From (ws-Sx)) delimited by size
                     " " delimited by size
                     function trim (Sg-To (ws-Sx)) delimited by size
                     " 2>/dev/null" delimited by size
                     into ws-Command
              call "SYSTEM" using ws-Command
              if  return-code not = zero and ws-Note = spaces
                  string "stage failed: " delimited by size
                         function trim (Sg-From (ws-Sx))
                         delimited by size into ws-Note
              end-if
              move zero to return-code
     end-perform.
     if       ws-Note not = spaces
              go to 3090-Fail.
*> the case's own command, its console kept as evidence
     move     spaces to ws-Command.
     string   function trim (Cs-Command) delimited by size
              " > regwork." delimited by size
              function trim (Cs-Name) delimited by size
              ".out 2>&1" delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
*> on Linux SYSTEM hands back the raw wait status - the exit code in
*> the high byte - folded down the way jobstep does
     if       return-code > 255
              divide return-code by 256 giving ws-Got-RC
     else
              move return-code to ws-Got-RC.
     move     zero to return-code.
     if       ws-Got-RC not = Cs-Want-RC
              move ws-Got-RC to ws-RC-Edit
              move Cs-Want-RC to ws-Count-Edit
              string "ended rc " delimited by size
                     function trim (ws-RC-Edit) delimited by size
                     " not " delimited by size
                     function trim (ws-Count-Edit) delimited by size
                     into ws-Note.
     perform  3100-Compare thru 3100-Exit
              varying ws-Ex from 1 by 1 until ws-Ex > Expect-Count.
     if       ws-Note not = spaces
              go to 3090-Fail.
     display  "  PASS".
     go       to 3095-Record.
 3090-Fail.
     move     "FAIL" to ws-Verdict.
     add      1 to Failed-Count.
     display  "  FAIL - " function trim (ws-Note).
 3095-Record.
     perform  4000-Write-Case thru 4000-Exit.
 3000-Exit.
     exit.
*>
*> occompare expected against output - 0 the same, 1 different
 3100-Compare.
     call     "CBL_CHECK_FILE_EXIST" using Ex-Actual (ws-Ex)
                                           ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              add 1 to ws-Diffs
              if  ws-Note = spaces
                  string "no output " delimited by size
                         function trim (Ex-Actual (ws-Ex))
                         delimited by size into ws-Note
              end-if
              go to 3100-Exit.
     move     ws-Ex to ws-Num-Edit.
     move     spaces to ws-Work-Name.
     string   "regwork." delimited by size
              function trim (Cs-Name) delimited by size
              "." ws-Num-Edit ".cmp" delimited by size
              into ws-Work-Name.
     move     spaces to ws-Command.
     move     1 to ws-Ptr.
     string   "occompare " delimited by size
              function trim (Ex-Expected (ws-Ex)) delimited by size
              " " delimited by size
              function trim (Ex-Actual (ws-Ex)) delimited by size
              into ws-Command with pointer ws-Ptr.
     if       Ex-Org (ws-Ex) = "SEQ"
              string " ORG=SEQ" delimited by size
                     into ws-Command with pointer ws-Ptr.
     if       Ex-Org (ws-Ex) = "SEQ" and Ex-Len (ws-Ex) not = zero
              string " LEN=" Ex-Len (ws-Ex) delimited by size
                     into ws-Command with pointer ws-Ptr.
     if       Ex-Layout (ws-Ex) not = spaces
              string " LAYOUT=" delimited by size
                     function trim (Ex-Layout (ws-Ex))
                     delimited by size
                     into ws-Command with pointer ws-Ptr.
     if       Ex-Record (ws-Ex) not = spaces
              string " RECORD=" delimited by size
                     function trim (Ex-Record (ws-Ex))
                     delimited by size
                     into ws-Command with pointer ws-Ptr.
     string   " > " delimited by size
              function trim (ws-Work-Name) delimited by size
              " 2>&1" delimited by size
              into ws-Command with pointer ws-Ptr.
     call     "SYSTEM" using ws-Command.
     if       return-code > 255
              divide return-code by 256 giving ws-Cmp-RC
     else
              move return-code to ws-Cmp-RC.
     move     zero to return-code.
     evaluate ws-Cmp-RC
         when zero
              display "  " function trim (Ex-Actual (ws-Ex))
                      " matches"
         when 1
              add 1 to ws-Diffs
              display "  " function trim (Ex-Actual (ws-Ex))
                      " DIFFERS - see " function trim (ws-Work-Name)
              if  ws-Note = spaces
                  string "output differs: " delimited by size
                         function trim (Ex-Actual (ws-Ex))
                         delimited by size into ws-Note
              end-if
         when other
              add 1 to ws-Diffs
              display "  " function trim (Ex-Actual (ws-Ex))
                      " not compared - see "
                      function trim (ws-Work-Name)
              if  ws-Note = spaces
                  string "compare failed: " delimited by size
                         function trim (Ex-Actual (ws-Ex))
                         delimited by size into ws-Note
              end-if
     end-evaluate.
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the results history
*>----------------------------------------------------------------
 4000-Write-Case.
     move     spaces to Rh-Rec.
     move     "C"            to Rh-Type.
     move     ws-Run-Id      to Rh-Run-Id.
     move     ws-Want-Suite  to Rh-Suite.
     move     Cs-Name        to Rh-Case.
     move     ws-Run-Date    to Rh-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Rh-Time.
     move     ws-Verdict     to Rh-Verdict.
     move     Cs-Want-RC     to Rh-Want-RC.
     move     ws-Got-RC      to Rh-Got-RC.
     move     ws-Diffs       to Rh-Diffs.
     move     ws-Note        to Rh-Note.
     write    Rh-Rec.
 4000-Exit.
     exit.
*>
*> the suite line - with the fingerprint of the source it proved
 4500-Write-Suite.
     move     spaces to Rs-Rec.
     move     "S"            to Rs-Type.
     move     ws-Run-Id      to Rs-Run-Id.
     move     ws-Want-Suite  to Rs-Suite.
     move     Case-Count     to Rs-Cases.
     move     Failed-Count   to Rs-Failed.
     move     ws-Run-Date    to Rs-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Rs-Time.
     if       Failed-Count = zero
              move "PASS" to Rs-Verdict
     else
              move "FAIL" to Rs-Verdict.
     move     zero to Rs-Sum Rs-Lines.
     move     ws-Suite-Source to Rs-Source.
     if       ws-Suite-Source not = spaces
              initialize ss-request
              move ws-Suite-Source to ss-file
              call "SRCSUM" using ss-request
                   on exception
                   display "Caution: SRCSUM not available - suite"
                           " carries no fingerprint"
              end-call
              if  ss-done
                  move ss-sum to Rs-Sum
                  move ss-lines to Rs-Lines
              else
                  display "Caution: cannot read source "
                          function trim (ws-Suite-Source)
              end-if.
     write    Rs-Rec.
 4500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> LIST: the suites and their cases
*>----------------------------------------------------------------
 5000-List.
     open     input Cases-In.
     if       fs-reply not = zero
              display "No cases file " function trim (Cases-Name)
              move 16 to return-code
              go to 5000-Exit.
 5010-Next.
     read     Cases-In at end
              close Cases-In
              go to 5090-Done.
     if       Cases-Rec = spaces
        or    Cases-Rec (1:1) = "*"
              go to 5010-Next.
     perform  2100-Split-Line thru 2100-Exit.
     if       ws-Key = "SUITE"
              if  ws-Want-Suite = spaces
               or function upper-case (ws-W1 (1:16)) = ws-Want-Suite
                  move "Y" to ws-In-Suite-Sw
                  display " "
                  display "Suite " function trim (ws-W1) " "
                          function trim (ws-W2)
              else
                  move "N" to ws-In-Suite-Sw
              end-if
              go to 5010-Next.
     if       ws-Key = "CASE" and ws-In-Suite-Sw = "Y"
              add 1 to ws-Shown-Count
              display "  " function trim (ws-Rest).
     go       to 5010-Next.
 5090-Done.
     if       ws-Shown-Count = zero
              display "No cases defined."
              move 4 to return-code.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HISTORY: the results, a suite or all of them
*>----------------------------------------------------------------
 6000-History.
     open     input History-File.
     if       fs-reply not = zero and not = 05
              display "No results recorded."
              move 4 to return-code
              go to 6000-Exit.
     display  "Run              Suite            Case             Date"
              "     Time   Verdict  RC want/got  Note".
 6010-Next.
     read     History-File at end
              close History-File
              go to 6090-Done.
     if       ws-Want-Suite not = spaces and Rh-Suite not = ws-Want-Suite
              go to 6010-Next.
     add      1 to ws-Shown-Count.
     if       Rs-Type = "S"
              move Rs-Failed to ws-Count-Edit
              display Rs-Run-Id " " Rs-Suite " ** SUITE **      "
                      Rs-Date " " Rs-Time " " Rs-Verdict
                      "     " Rs-Cases " cases, "
                      function trim (ws-Count-Edit) " failed"
              go to 6010-Next.
     display  Rh-Run-Id " " Rh-Suite " " Rh-Case " " Rh-Date " "
              Rh-Time " " Rh-Verdict "     " Rh-Want-RC "/" Rh-Got-RC
              "    " function trim (Rh-Note).
     go       to 6010-Next.
 6090-Done.
     if       ws-Shown-Count = zero
              display "No results recorded."
              move 4 to return-code.
 6000-Exit.
     exit.
*>
*> same metacharacter screen housekeep applies to its patterns
 8000-Check-Shell-Safe.
     move     zero to ws-Bad-Name-Tally.
     inspect  ws-Check-Name tallying ws-Bad-Name-Tally
              for all ";" all "|" all "&" all "`" all "$"
                      all "<" all ">" all "'" all '"'
                      all "(" all ")" all "\"
                      all "~" all x"0A" all "/" all "*" all "?".
     move     spaces to ws-Check-Name.
 8000-Exit.
     exit.
*>
*> a file named on a STAGE, DECK or EXPECT line goes to the shell -
*> directories allowed, metacharacters not
 8100-Check-File-Name.
     move     zero to ws-Bad-Name-Tally.
     inspect  ws-Check-Name tallying ws-Bad-Name-Tally
              for all ";" all "|" all "&" all "`" all "$"
                      all "<" all ">" all "'" all '"'
                      all "(" all ")" all "\"
                      all "~" all x"0A" all "*" all "?".
     if       ws-Bad-Name-Tally not = zero
              string "file name not allowed: " delimited by size
                     function trim (ws-Check-Name) delimited by size
                     into Cs-Def-Error.
     move     spaces to ws-Check-Name.
 8100-Exit.
     exit.
