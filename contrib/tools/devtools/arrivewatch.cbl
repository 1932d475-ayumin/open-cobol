      >>source free
 Identification division.
*>**********************
      program-id.       arrivewatch.
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
*>    Usage.            Inbound file-arrival watcher.  Partner files
*>                      land in the inbound directory whenever the
*>                      partner gets round to sending them; this
*>                      notices them, puts each through chk-data at
*>                      the door and starts the processing deck only
*>                      when chk-data passes it clean (RC 0).  A file
*>                      not in by the time it was promised is a
*>                      late-file exception for the morning pack.
*>
*>                      arrivewatch [TRIGGERS=<f>] [EXC=<f>]
*>                                  [INTERVAL=<secs> [UNTIL=<hhmm>]]
*>
*>                      The trigger file (ARRIVAL.TRG, or the
*>                      ARRIVEWATCH_TRIGGERS name) holds one row per
*>                      expected file:
*>
*>                        *> comment
*>                        <file pattern> <expected-by> <layout.lay>
*>                                       <rules> <job deck>
*>
*>                      pattern is a shell pattern (inbound/BANK*.DAT)
*>                      expanded the same ls way growthmon expands
*>                      its list; expected-by is hh:mm or hhmm, or
*>                      "-" for a file that is never late; rules is
*>                      the chk-data rules file or "-" for none.
*>
*>                      A matching file is taken once it has stopped
*>                      growing (two looks ARRIVEWATCH_SETTLE seconds
*>                      apart, default 5).  chk-data's report goes to
*>                      <file>.chk.  The deck runs through jobstep
*>                      with the ARRIVAL_FILE environment value naming
*>                      the file, for its CMD= lines to pick up.
*>
*>                      Every file taken and every late file is
*>                      logged in ARRIVAL.LOG (or ARRIVEWATCH_LOG) -
*>                      a file is known by its name and time stamp,
*>                      so one left lying in the directory is never
*>                      taken twice.  After each pass the last 24
*>                      hours' late and rejected files are rewritten
*>                      to ARRIVAL.EXC, which the morning pack folds
*>                      into its front page.
*>
*>                      With no INTERVAL one pass is made (cron or a
*>                      deck step calls it); with INTERVAL it looks
*>                      again every so many seconds until UNTIL
*>                      (default 23:59) or until every file is in.
*>                      Return code 0 all quiet, 4 when exceptions
*>                      stand, 16 when there is no trigger file.
*>**
*>    Called by.
*>                      cron, or a step of the nightly deck.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (ls, chk-data, jobstep),
*>                      CBL_CHECK_FILE_EXIST, C$SLEEP
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
     select   Trigger-In       assign Trigger-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Match-List       assign Match-List-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Arrival-Log      assign Arrival-Log-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Exc-File         assign Exc-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Trigger-In.
 01  Trigger-Rec           pic x(400).
*>
 fd  Match-List.
 01  Match-Rec             pic x(200).
*>
*> one row per file taken (DONE - chk-data clean, deck run - or
*> REJECTED) and per file gone LATE
 fd  Arrival-Log.
 01  Arrival-Rec.
     03  Arv-Date          pic 9(8).
     03  filler            pic x.
     03  Arv-Time          pic 9(6).
     03  filler            pic x.
     03  Arv-State         pic x(8).
     03  filler            pic x.
     03  Arv-Pattern       pic x(64).
     03  filler            pic x.
     03  Arv-File          pic x(64).
     03  filler            pic x.
     03  Arv-Stamp         pic 9(14).
     03  filler            pic x.
     03  Arv-Chk-RC        pic 9(4).
     03  filler            pic x.
     03  Arv-Deck-RC       pic 9(4).
     03  filler            pic x.
     03  Arv-Deck          pic x(64).
*>
 fd  Exc-File.
 01  Exc-Rec               pic x(160).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(21) value "arrivewatch v1.01.00".
 77  fs-reply              pic 99.
 01  Trigger-In-Name       pic x(256)   value "ARRIVAL.TRG".
 01  Match-List-Name       pic x(64)    value "arrivewatch_match.tmp".
 01  Arrival-Log-Name      pic x(64)    value "ARRIVAL.LOG".
 01  Exc-Name              pic x(64)    value "ARRIVAL.EXC".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Env-Text           pic x(16)    value spaces.
*>
*> the expected files
 01  Trg-Table             value spaces.
     03  Trg-Entry         occurs 100.
         05  Tg-Pattern    pic x(64).
         05  Tg-Due        pic 9(4).
         05  Tg-Due-Sw     pic x.
         05  Tg-Layout     pic x(64).
         05  Tg-Rules      pic x(64).
         05  Tg-Deck       pic x(64).
         05  Tg-In         pic x.
 77  Trg-Count             Binary-Long  value zero.
*>
*> the arrival log, held whole - it is read for files already
*> taken and for tonight's late flags
 01  Log-Table.
     03  Log-Entry         occurs 5000.
         05  Lg-Date       pic 9(8).
         05  Lg-Time       pic 9(6).
         05  Lg-State      pic x(8).
         05  Lg-Pattern    pic x(64).
         05  Lg-File       pic x(64).
         05  Lg-Stamp      pic 9(14).
         05  Lg-Chk-RC     pic 9(4).
         05  Lg-Deck-RC    pic 9(4).
         05  Lg-Deck       pic x(64).
 77  Log-Count             Binary-Long  value zero.
*>
 77  ws-Tx                 Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Found              pic x        value space.
 77  ws-Exc-Count          Binary-Long  value zero.
 77  ws-Taken              Binary-Long  value zero.
 77  ws-Passes             Binary-Long  value zero.
 77  ws-All-In             pic x        value space.
 77  ws-Interval           pic 9(5)     value zero.
 77  ws-Settle             pic 9(5)     value 5.
 77  ws-Until              pic 9(4)     value 2359.
 77  ws-RC                 pic 9(4)     value zero.
 77  ws-Chk-RC             pic 9(4)     value zero.
 77  ws-Deck-RC            pic 9(4)     value zero.
 01  ws-State              pic x(8)     value spaces.
 01  ws-Due-Text           pic x(8)     value spaces.
 01  ws-Words.
     03  ws-Word           pic x(64)    occurs 5.
 01  ws-Command            pic x(600)   value spaces.
 01  ws-Exc-Line           pic x(160)   value spaces.
 01  ws-Edit               pic z(3)9.
 01  ws-Hhmm-Edit          pic 99b99.
 01  ws-Due-Edit           pic 99b99.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  filler redefines ws-Time-Now.
     03  ws-Now-Hhmm       pic 9(4).
     03  ws-Now-Ss         pic 99.
     03  filler            pic 99.
 77  ws-Cut-Date           pic 9(8)     value zero.
 77  ws-Cut-Time           pic 9(6)     value zero.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  ws-File-Day       pic x        comp-x.
     03  ws-File-Month     pic x        comp-x.
     03  ws-File-Year      pic x(2)     comp-x.
     03  ws-File-Hour      pic x        comp-x.
     03  ws-File-Min       pic x        comp-x.
     03  ws-File-Sec       pic x        comp-x.
     03  ws-File-Hund      pic x        comp-x.
 01  ws-File-Name          pic x(64)    value spaces.
 77  ws-File-Stamp         pic 9(14)    value zero.
 77  ws-First-Size         pic 9(18)    value zero.
 77  ws-First-Stamp        pic 9(14)    value zero.
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
              display "arrivewatch: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Trigger-In-Name from environment "ARRIVEWATCH_TRIGGERS"
              on exception
              move "ARRIVAL.TRG" to Trigger-In-Name
     end-accept.
     if       Trigger-In-Name = spaces
              move "ARRIVAL.TRG" to Trigger-In-Name.
     accept   Arrival-Log-Name from environment "ARRIVEWATCH_LOG"
              on exception
              move "ARRIVAL.LOG" to Arrival-Log-Name
     end-accept.
     if       Arrival-Log-Name = spaces
              move "ARRIVAL.LOG" to Arrival-Log-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "ARRIVEWATCH_SETTLE"
              on exception
              move spaces to ws-Env-Text
     end-accept.
     if       ws-Env-Text not = spaces
              move function numval (ws-Env-Text) to ws-Settle.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "TRIGGERS="
                       move ws-Arg-Text (10:247) to Trigger-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXC="
                       move ws-Arg-Text (5:64) to Exc-Name
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "INTERVAL="
                       move function numval (ws-Arg-Text (10:8))
                            to ws-Interval
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "UNTIL="
                       move ws-Arg-Text (7:8) to ws-Due-Text
                       perform 1200-Hhmm thru 1200-Exit
                       if  ws-Found = "Y"
                           move ws-RC to ws-Until
                       end-if
                  when other
                       display "Usage: arrivewatch [TRIGGERS=<f>]"
                               " [EXC=<f>] [INTERVAL=<secs>"
                               " [UNTIL=<hhmm>]]"
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     perform  1000-Load-Triggers thru 1000-Exit.
     if       Trg-Count = zero
              display "No triggers in " function trim (Trigger-In-Name)
              move 16 to return-code
              goback.
*>
*> one pass, or pass after pass until the day's files are all in
*> or the watch ends
*>
     perform  2000-One-Pass thru 2000-Exit.
     if       ws-Interval > zero
              perform until ws-All-In = "Y"
                         or ws-Now-Hhmm not < ws-Until
                  call "C$SLEEP" using ws-Interval
                  perform 2000-One-Pass thru 2000-Exit
              end-perform.
     call     "CBL_DELETE_FILE" using Match-List-Name.
     move     ws-Taken to ws-Edit.
     display  "Files taken: " function trim (ws-Edit)
              with no advancing.
     move     ws-Exc-Count to ws-Edit.
     display  "  exceptions standing: " function trim (ws-Edit).
     if       ws-Exc-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> the trigger file: pattern, expected-by, layout, rules, deck
*>----------------------------------------------------------------
 1000-Load-Triggers.
     open     input Trigger-In.
     if       fs-reply not = zero
              display "Cannot open trigger file "
                       function trim (Trigger-In-Name)
              go to 1000-Exit.
 1010-Next.
     read     Trigger-In at end
              close Trigger-In
              go to 1000-Exit.
     if       Trigger-Rec = spaces or Trigger-Rec (1:2) = "*>"
              go to 1010-Next.
     move     spaces to ws-Words ws-Command.
     move     function trim (Trigger-Rec) to ws-Command.
     unstring ws-Command delimited by all space
              into ws-Word (1) ws-Word (2) ws-Word (3)
                   ws-Word (4) ws-Word (5).
     if       ws-Word (5) = spaces
              display "Trigger needs five words, ignored: "
                      function trim (Trigger-Rec)
              go to 1010-Next.
     if       Trg-Count not < 100
              display "More than 100 triggers - the rest ignored"
              close Trigger-In
              go to 1000-Exit.
     add      1 to Trg-Count.
     move     ws-Word (1) to Tg-Pattern (Trg-Count).
     move     ws-Word (3) to Tg-Layout (Trg-Count).
     move     ws-Word (4) to Tg-Rules (Trg-Count).
     if       ws-Word (4) = "-"
              move spaces to Tg-Rules (Trg-Count).
     move     ws-Word (5) to Tg-Deck (Trg-Count).
     move     zero to Tg-Due (Trg-Count).
     move     "N" to Tg-Due-Sw (Trg-Count).
     move     "N" to Tg-In (Trg-Count).
     if       ws-Word (2) not = "-"
              move ws-Word (2) to ws-Due-Text
              perform 1200-Hhmm thru 1200-Exit
              if  ws-Found = "Y"
                  move ws-RC to Tg-Due (Trg-Count)
                  move "Y" to Tg-Due-Sw (Trg-Count)
              else
                  display "Expected-by not hh:mm, never late: "
                          function trim (Trigger-Rec)
              end-if
     end-if.
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*> hh:mm or hhmm in ws-Due-Text to ws-RC as hhmm
 1200-Hhmm.
     move     "N" to ws-Found.
     move     zero to ws-RC.
     if       ws-Due-Text (3:1) = ":"
              move ws-Due-Text (4:2) to ws-Due-Text (3:2)
              move spaces to ws-Due-Text (5:4).
     if       ws-Due-Text (1:4) not numeric
              go to 1200-Exit.
     move     ws-Due-Text (1:4) to ws-RC.
     if       ws-RC (1:2) > "23" or ws-RC (3:2) > "59"
              move zero to ws-RC
              go to 1200-Exit.
     move     "Y" to ws-Found.
 1200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one look round the inbound directory
*>----------------------------------------------------------------
 2000-One-Pass.
     add      1 to ws-Passes.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     perform  2100-Load-Log thru 2100-Exit.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Trg-Count
              perform 3000-One-Trigger thru 3000-Exit
     end-perform.
     accept   ws-Time-Now from time.
     perform  5000-Write-Exceptions thru 5000-Exit.
*> all in when every trigger has a file taken today
     move     "Y" to ws-All-In.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Trg-Count
              if  Tg-In (ws-Tx) not = "Y"
                  move "N" to ws-All-In
              end-if
     end-perform.
 2000-Exit.
     exit.
*>
 2100-Load-Log.
     move     zero to Log-Count.
     open     input Arrival-Log.
     if       fs-reply not = zero
              go to 2100-Exit.
 2110-Next.
     read     Arrival-Log at end
              close Arrival-Log
              go to 2100-Exit.
     if       Arrival-Rec = spaces
              go to 2110-Next.
     if       Log-Count not < 5000
              display "Arrival log past 5000 rows - the oldest "
                      "should be archived off"
              close Arrival-Log
              go to 2100-Exit.
     add      1 to Log-Count.
     move     Arv-Date    to Lg-Date (Log-Count).
     move     Arv-Time    to Lg-Time (Log-Count).
     move     Arv-State   to Lg-State (Log-Count).
     move     Arv-Pattern to Lg-Pattern (Log-Count).
     move     Arv-File    to Lg-File (Log-Count).
     move     Arv-Stamp   to Lg-Stamp (Log-Count).
     move     Arv-Chk-RC  to Lg-Chk-RC (Log-Count).
     move     Arv-Deck-RC to Lg-Deck-RC (Log-Count).
     move     Arv-Deck    to Lg-Deck (Log-Count).
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a trigger: every file its pattern matches, then is it late
*>----------------------------------------------------------------
 3000-One-Trigger.
     move     spaces to ws-Command.
     string   "ls -d " delimited by size
              function trim (Tg-Pattern (ws-Tx)) delimited by size
              " 2>/dev/null > " delimited by size
              Match-List-Name delimited by space
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     open     input Match-List.
     if       fs-reply not = zero
              go to 3050-Late-Check.
 3010-Next-Match.
     read     Match-List at end
              close Match-List
              go to 3050-Late-Check.
     if       Match-Rec = spaces
              go to 3010-Next-Match.
     move     Match-Rec (1:64) to ws-File-Name.
     perform  3100-One-File thru 3100-Exit.
     go       to 3010-Next-Match.
*>
 3050-Late-Check.
*> in today if anything was taken for it today; late when past its
*> time and neither taken nor already flagged today
     move     "N" to Tg-In (ws-Tx).
     move     "N" to ws-Found.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Log-Count
              if  Lg-Pattern (ws-Sub) = Tg-Pattern (ws-Tx)
                and Lg-Date (ws-Sub) = ws-Run-Date
                  if  Lg-State (ws-Sub) = "LATE"
                      move "Y" to ws-Found
                  else
                      move "Y" to Tg-In (ws-Tx)
                  end-if
              end-if
     end-perform.
     if       Tg-In (ws-Tx) = "Y"
           or Tg-Due-Sw (ws-Tx) not = "Y"
           or ws-Found = "Y"
              go to 3000-Exit.
     if       ws-Now-Hhmm not > Tg-Due (ws-Tx)
              go to 3000-Exit.
     move     Tg-Due (ws-Tx) to ws-Hhmm-Edit.
     inspect  ws-Hhmm-Edit replacing all " " by ":".
     display  "LATE     " function trim (Tg-Pattern (ws-Tx))
              " - expected by " ws-Hhmm-Edit.
     move     "LATE" to ws-State.
     move     spaces to ws-File-Name.
     move     zero to ws-File-Stamp ws-Chk-RC ws-Deck-RC.
     perform  4900-Log-Row thru 4900-Exit.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one matching file: skip what was taken before, wait for it to
*> settle, then chk-data and the deck
*>----------------------------------------------------------------
 3100-One-File.
     call     "CBL_CHECK_FILE_EXIST" using ws-File-Name ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              go to 3100-Exit.
     perform  3200-Stamp thru 3200-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Log-Count
              if  Lg-File (ws-Sub) = ws-File-Name
                and Lg-Stamp (ws-Sub) = ws-File-Stamp
                  go to 3100-Exit
              end-if
     end-perform.
*> still being written? two looks must agree
     move     ws-File-Size to ws-First-Size.
     move     ws-File-Stamp to ws-First-Stamp.
     if       ws-Settle > zero
              call "C$SLEEP" using ws-Settle.
     call     "CBL_CHECK_FILE_EXIST" using ws-File-Name ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              go to 3100-Exit.
     perform  3200-Stamp thru 3200-Exit.
     if       ws-File-Size not = ws-First-Size
           or ws-File-Stamp not = ws-First-Stamp
              display "ARRIVING " function trim (ws-File-Name)
                      " - still being written, next pass"
              go to 3100-Exit.
     perform  4000-Take-File thru 4000-Exit.
 3100-Exit.
     exit.
*>
 3200-Stamp.
     compute  ws-File-Stamp = ws-File-Year  * 10000000000
                            + ws-File-Month * 100000000
                            + ws-File-Day   * 1000000
                            + ws-File-Hour  * 10000
                            + ws-File-Min   * 100
                            + ws-File-Sec.
 3200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the door check, then the deck only on a clean RC 0
*>----------------------------------------------------------------
 4000-Take-File.
     add      1 to ws-Taken.
     move     zero to ws-Chk-RC ws-Deck-RC.
     move     spaces to ws-Command.
     if       Tg-Rules (ws-Tx) = spaces
              string "chk-data " delimited by size
                     function trim (ws-File-Name) delimited by size
                     " " delimited by size
                     function trim (Tg-Layout (ws-Tx))
                                       delimited by size
                     " > " delimited by size
                     function trim (ws-File-Name) delimited by size
                     ".chk 2>&1" delimited by size
                     into ws-Command
     else
              string "chk-data " delimited by size
                     function trim (ws-File-Name) delimited by size
                     " " delimited by size
                     function trim (Tg-Layout (ws-Tx))
                                       delimited by size
                     " RULES=" delimited by size
                     function trim (Tg-Rules (ws-Tx))
                                       delimited by size
                     " > " delimited by size
                     function trim (ws-File-Name) delimited by size
                     ".chk 2>&1" delimited by size
                     into ws-Command.
     call     "SYSTEM" using ws-Command.
*> SYSTEM hands back the raw wait status - exit code in the high
*> byte - as jobstep folds it
     if       return-code > 255
              divide return-code by 256 giving ws-Chk-RC
     else
              move return-code to ws-Chk-RC.
     move     zero to return-code.
     if       ws-Chk-RC not = zero
              move ws-Chk-RC to ws-Edit
              display "REJECTED " function trim (ws-File-Name)
                      " - chk-data RC " function trim (ws-Edit)
                      ", deck " function trim (Tg-Deck (ws-Tx))
                      " not started"
              move "REJECTED" to ws-State
              perform 4900-Log-Row thru 4900-Exit
              go to 4000-Exit.
     display  "TAKEN    " function trim (ws-File-Name)
              " - starting deck " function trim (Tg-Deck (ws-Tx)).
     set      environment "ARRIVAL_FILE" to ws-File-Name.
     move     spaces to ws-Command.
     string   "jobstep " delimited by size
              function trim (Tg-Deck (ws-Tx)) delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     if       return-code > 255
              divide return-code by 256 giving ws-Deck-RC
     else
              move return-code to ws-Deck-RC.
     move     zero to return-code.
     move     ws-Deck-RC to ws-Edit.
     display  "         deck " function trim (Tg-Deck (ws-Tx))
              " ended RC " function trim (ws-Edit).
     move     "DONE" to ws-State.
     perform  4900-Log-Row thru 4900-Exit.
 4000-Exit.
     exit.
*>
*> a row onto the arrival log, and into the table this pass reads
 4900-Log-Row.
     open     extend Arrival-Log.
     if       fs-reply not = zero and fs-reply not = 05
              open output Arrival-Log.
     move     spaces to Arrival-Rec.
     move     ws-Run-Date to Arv-Date.
     move     ws-Time-Now (1:6) to Arv-Time.
     move     ws-State to Arv-State.
     move     Tg-Pattern (ws-Tx) to Arv-Pattern.
     move     ws-File-Name to Arv-File.
     move     ws-File-Stamp to Arv-Stamp.
     move     ws-Chk-RC to Arv-Chk-RC.
     move     ws-Deck-RC to Arv-Deck-RC.
     move     Tg-Deck (ws-Tx) to Arv-Deck.
     if       fs-reply = zero or fs-reply = 05
              write Arrival-Rec
              close Arrival-Log
     else
              display "Cannot write arrival log "
                       function trim (Arrival-Log-Name).
     if       Log-Count < 5000
              add 1 to Log-Count
              move Arv-Date    to Lg-Date (Log-Count)
              move Arv-Time    to Lg-Time (Log-Count)
              move Arv-State   to Lg-State (Log-Count)
              move Arv-Pattern to Lg-Pattern (Log-Count)
              move Arv-File    to Lg-File (Log-Count)
              move Arv-Stamp   to Lg-Stamp (Log-Count)
              move Arv-Chk-RC  to Lg-Chk-RC (Log-Count)
              move Arv-Deck-RC to Lg-Deck-RC (Log-Count)
              move Arv-Deck    to Lg-Deck (Log-Count).
 4900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the exceptions file: the last 24 hours' LATE and REJECTED rows,
*> rewritten whole each pass so the morning pack sees the night
*> however late it runs
*>----------------------------------------------------------------
 5000-Write-Exceptions.
     compute  ws-Cut-Date = function date-of-integer
                  (function integer-of-date (ws-Run-Date) - 1).
     move     ws-Time-Now (1:6) to ws-Cut-Time.
     move     zero to ws-Exc-Count.
     open     output Exc-File.
     if       fs-reply not = zero
              display "Cannot write exceptions "
                       function trim (Exc-Name)
              go to 5000-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Log-Count
              if  (Lg-Date (ws-Sub) > ws-Cut-Date
                or (Lg-Date (ws-Sub) = ws-Cut-Date
                    and Lg-Time (ws-Sub) not < ws-Cut-Time))
                and (Lg-State (ws-Sub) = "LATE"
                  or Lg-State (ws-Sub) = "REJECTED")
                  perform 5100-One-Exception thru 5100-Exit
              end-if
     end-perform.
     close    Exc-File.
 5000-Exit.
     exit.
*>
 5100-One-Exception.
     add      1 to ws-Exc-Count.
     move     spaces to ws-Exc-Line.
     move     Lg-Time (ws-Sub) (1:4) to ws-Hhmm-Edit.
     inspect  ws-Hhmm-Edit replacing all " " by ":".
     if       Lg-State (ws-Sub) = "REJECTED"
              move Lg-Chk-RC (ws-Sub) to ws-Edit
              string "ARRIVAL: " delimited by size
                     function trim (Lg-File (ws-Sub))
                                       delimited by size
                     " rejected by chk-data RC " delimited by size
                     function trim (ws-Edit) delimited by size
                     " at " ws-Hhmm-Edit delimited by size
                     " - deck " delimited by size
                     function trim (Lg-Deck (ws-Sub))
                                       delimited by size
                     " not started" delimited by size
                     into ws-Exc-Line
              write Exc-Rec from ws-Exc-Line
              go to 5100-Exit.
*> a late file that has since come in says so
     move     "N" to ws-Found.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Log-Count
              if  Lg-Pattern (ws-Sub2) = Lg-Pattern (ws-Sub)
                and Lg-Date (ws-Sub2) = Lg-Date (ws-Sub)
                and Lg-State (ws-Sub2) not = "LATE"
                  move "Y" to ws-Found
              end-if
     end-perform.
     move     spaces to ws-Due-Text.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Trg-Count
              if  Tg-Pattern (ws-Sub2) = Lg-Pattern (ws-Sub)
                  move Tg-Due (ws-Sub2) to ws-Due-Edit
                  inspect ws-Due-Edit replacing all " " by ":"
                  move ws-Due-Edit to ws-Due-Text
              end-if
     end-perform.
     string   "ARRIVAL: " delimited by size
              function trim (Lg-Pattern (ws-Sub)) delimited by size
              " LATE - expected by " delimited by size
              ws-Due-Text delimited by space
              ", not in at " delimited by size
              ws-Hhmm-Edit delimited by size
              " on " delimited by size
              Lg-Date (ws-Sub) delimited by size
              into ws-Exc-Line.
     if       ws-Found = "Y"
              move spaces to ws-Command
              string function trim (ws-Exc-Line) delimited by size
                     " (has since arrived)" delimited by size
                     into ws-Command
              move ws-Command (1:160) to ws-Exc-Line.
     write    Exc-Rec from ws-Exc-Line.
 5100-Exit.
     exit.
