      >>source free
 Identification division.
*>**********************
      program-id.       opsdash.
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
*>    Usage.            Operations dashboard - the state of the batch
*>                      as a set of static HTML pages, so a manager
*>                      looks in a browser instead of asking the
*>                      operator to read batchmon out.  The pages are
*>                      plain files: any web server that serves files,
*>                      or a browser opening them from a share, will
*>                      do - nothing runs behind them.
*>
*>                      opsdash [DIR=<dir>] [STA=<f>] [WINDOW=mins]
*>                              [GROWTH=<f>] [WEEKS=n] [CERT=<f>]
*>
*>                        index.html    one panel per area below, in
*>                                      the colour of its worst state
*>                        jobs.html     tonight's jobs and states from
*>                                      the queue runner's status file
*>                                      (DEVTOOLS.STA, DEVTOOLS_STATUS)
*>                        window.html   the batch-window trend and the
*>                                      overrun forecast, worked out
*>                                      from batchtrend's history as
*>                                      batchtrend does (BATCHWIN.HIS,
*>                                      BATCHTREND_HISTORY; window from
*>                                      WINDOW= or BATCH_WINDOW_MINS,
*>                                      else 240 minutes)
*>                        growth.html   growthmon's anomalies (GROWTH.EXC
*>                                      or GROWTH=) and every file's
*>                                      latest two nights from its
*>                                      history (GROWTH.HIS,
*>                                      GROWTHMON_HISTORY)
*>                        quality.html  qualtrend's shop-wide totals for
*>                                      the last WEEKS weeks (default 4)
*>                                      and each program's latest row
*>                                      (QUALHIST.DAT, QUALTREND_HISTORY)
*>                        certgate.html the certgate refusals still
*>                                      open - programs whose latest
*>                                      certificate is a FAIL
*>                                      (CERTGATE.DAT or CERT=)
*>                        shop.css      the shop palette
*>
*>                      Colours are batchmon's: red FAILED (and
*>                      anything that must be put right), brown
*>                      CAUTION (look at it in the morning), green OK,
*>                      white RUNNING, cyan WAITING or nothing yet.
*>                      The pages go to DIR=, else the DASHBOARD_DIR
*>                      name, else ./dashboard; each is written under a
*>                      .tmp name and renamed into place, so a browser
*>                      never reads half a page.  A source not there
*>                      is said so on its page, never fatal.
*>
*>                      Return code: 0 written, 16 a page could not be
*>                      written.
*>**
*>    Called by.
*>                      The batch tail, last of all; and the devtools
*>                      queue runner after each job when the profile's
*>                      DEVTOOLS_AFTER_JOB names it.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>                      CBL_CREATE_DIR, CBL_RENAME_FILE
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
     select   Sta-In           assign Sta-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Win-His          assign Win-His-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Growth-His       assign Growth-His-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Growth-Exc       assign Growth-Exc-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Qual-His         assign Qual-His-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Cert-File        assign Cert-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Page-Out         assign ws-Page-Tmp
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> the queue runner's status file, as batchmon reads it
 fd  Sta-In.
 01  Sta-In-Rec.
     03  StaI-Job-No       pic 9(3).
     03  filler            pic x.
     03  StaI-State        pic x(8).
     03  filler            pic x.
     03  StaI-RC           pic 9(4).
     03  filler            pic x.
     03  StaI-Elapsed      pic 9(6).
     03  filler            pic x.
     03  StaI-Command      pic x(200).
*>
*> batchtrend's history: job, night, elapsed seconds
 fd  Win-His.
 01  Win-His-Rec.
     03  WhI-Job           pic x(64).
     03  filler            pic x.
     03  WhI-Date          pic 9(8).
     03  filler            pic x.
     03  WhI-Elapsed       pic 9(6).
*>
*> growthmon's history: file, night, records, bytes
 fd  Growth-His.
 01  Growth-His-Rec.
     03  GhI-File          pic x(64).
     03  filler            pic x.
     03  GhI-Date          pic 9(8).
     03  filler            pic x.
     03  GhI-Recs          pic 9(9).
     03  filler            pic x.
     03  GhI-Bytes         pic 9(12).
*>
 fd  Growth-Exc.
 01  Growth-Exc-Rec        pic x(160).
*>
*> qualtrend's history: program, night and its counts
 fd  Qual-His.
 01  Qual-His-Rec.
     03  QhI-Prog          pic x(32).
     03  filler            pic x.
     03  QhI-Date          pic 9(8).
     03  filler            pic x.
     03  QhI-Errors        pic 9(6).
     03  filler            pic x.
     03  QhI-Cautions      pic 9(6).
     03  filler            pic x.
     03  QhI-Unref         pic 9(6).
     03  filler            pic x.
     03  QhI-Cmp-Errors    pic 9(6).
     03  filler            pic x.
     03  QhI-Cmp-Warnings  pic 9(6).
*>
*> certgate's certificates, one appended per gate run
 fd  Cert-File.
 01  Cert-Rec.
     03  Cert-Prog         pic x(32).
     03  filler            pic x.
     03  Cert-Date         pic 9(8).
     03  filler            pic x.
     03  Cert-Time         pic 9(6).
     03  filler            pic x.
     03  Cert-Errors       pic 9(6).
     03  filler            pic x.
     03  Cert-Unref        pic 9(6).
     03  filler            pic x.
     03  Cert-Naming       pic 9(3).
     03  filler            pic x.
     03  Cert-Reserved     pic 9(6).
     03  filler            pic x.
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
 fd  Page-Out.
 01  Page-Rec              pic x(2048).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "opsdash v1.00.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Env-Text           pic x(16)    value spaces.
 01  Sta-In-Name           pic x(256)   value "DEVTOOLS.STA".
 01  Win-His-Name          pic x(64)    value "BATCHWIN.HIS".
 01  Growth-His-Name       pic x(64)    value "GROWTH.HIS".
 01  Growth-Exc-Name       pic x(64)    value "GROWTH.EXC".
 01  Qual-His-Name         pic x(64)    value "QUALHIST.DAT".
 01  Cert-Name             pic x(64)    value "CERTGATE.DAT".
 01  ws-Dir                pic x(200)   value spaces.
 01  ws-Page-Name          pic x(16)    value spaces.
 01  ws-Page-Tmp           pic x(256)   value spaces.
 01  ws-Page-Final         pic x(256)   value spaces.
 77  ws-Page-Count         Binary-Long  value zero.
 77  ws-Page-Fails         Binary-Long  value zero.
 77  ws-Page-Open          pic x        value "N".
 77  ws-Window-Mins        Binary-Long  value 240.
 77  ws-Window-Secs        Binary-Long  value zero.
 77  ws-Weeks              Binary-Long  value 4.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Stamp              pic x(16)    value spaces.
*>
*> the states, in the palette's class names
 01  ws-Class              pic x(8)     value spaces.
 01  ws-Jobs-Class         pic x(8)     value spaces.
 01  ws-Win-Class          pic x(8)     value spaces.
 01  ws-Growth-Class       pic x(8)     value spaces.
 01  ws-Qual-Class         pic x(8)     value spaces.
 01  ws-Cert-Class         pic x(8)     value spaces.
 01  ws-Jobs-Said          pic x(100)   value spaces.
 01  ws-Win-Said           pic x(100)   value spaces.
 01  ws-Growth-Said        pic x(100)   value spaces.
 01  ws-Qual-Said          pic x(100)   value spaces.
 01  ws-Cert-Said          pic x(100)   value spaces.
*>
*> tonight's jobs
 01  Job-Table             value spaces.
     03  Job-Entry         occurs 200.
         05  Jb-No         pic 9(3).
         05  Jb-State      pic x(8).
         05  Jb-RC         pic 9(4).
         05  Jb-Elapsed    pic 9(6).
         05  Jb-Command    pic x(200).
 77  Job-Count             Binary-Long  value zero.
 77  ws-Sta-Found          pic x        value "N".
 77  ws-Wait-Count         Binary-Long  value zero.
 77  ws-Run-Count          Binary-Long  value zero.
 77  ws-OK-Count           Binary-Long  value zero.
 77  ws-Caution-Count      Binary-Long  value zero.
 77  ws-Fail-Count         Binary-Long  value zero.
 77  ws-Tot-Tonight        Binary-Long  value zero.
*>
*> batchtrend's history and the nights it adds up to
 01  Win-Table.
     03  Win-Entry         occurs 20000.
         05  Wh-Job        pic x(64).
         05  Wh-Date       pic 9(8).
         05  Wh-Elapsed    pic 9(6).
 77  Win-Count             Binary-Long  value zero.
 77  ws-Win-Found          pic x        value "N".
 01  Day-Table             value spaces.
     03  Day-Entry         occurs 120.
         05  Dy-Date       pic 9(8).
         05  Dy-Total      pic 9(8).
 77  Day-Count             Binary-Long  value zero.
 77  ws-First-Day          Binary-Long  value zero.
 77  ws-Last-Day           Binary-Long  value zero.
 77  ws-Night-Gap          Binary-Long  value zero.
 77  ws-Growth             Binary-Double value zero.
 77  ws-Blow-Nights        Binary-Long  value zero.
 77  ws-Blow-Int           Binary-Long  value zero.
 01  ws-Blow-Date          pic 9(8)     value zero.
 77  ws-Avg                Binary-Long  value zero.
 77  ws-Avg-Count          Binary-Long  value zero.
 77  ws-Avg-Sum            Binary-Double value zero.
 77  ws-Rise-Count         Binary-Long  value zero.
 77  ws-Pct                Binary-Long  value zero.
 01  ws-Forecast           pic x(100)   value spaces.
*>
*> growthmon's anomalies and each file's latest two nights
 01  Gx-Table              value spaces.
     03  Gx-Line           pic x(160)   occurs 300.
 77  Gx-Count              Binary-Long  value zero.
 77  ws-Gx-Found           pic x        value "N".
 77  ws-Gh-Found           pic x        value "N".
 01  Gf-Table              value spaces.
     03  Gf-Entry          occurs 300.
         05  Gf-File       pic x(64).
         05  Gf-Date       pic 9(8).
         05  Gf-Recs       pic 9(9).
         05  Gf-Bytes      pic 9(12).
         05  Gf-Prev-Date  pic 9(8).
         05  Gf-Prev-Bytes pic 9(12).
 77  Gf-Count              Binary-Long  value zero.
 77  ws-Delta              Binary-Double value zero.
*>
*> qualtrend's history - each program's latest row and the totals
 01  Qp-Table              value spaces.
     03  Qp-Entry          occurs 500.
         05  Qp-Prog       pic x(32).
         05  Qp-Date       pic 9(8).
         05  Qp-Errors     pic 9(6).
         05  Qp-Cautions   pic 9(6).
         05  Qp-Unref      pic 9(6).
         05  Qp-Cmp-Errors pic 9(6).
         05  Qp-Cmp-Warns  pic 9(6).
 77  Qp-Count              Binary-Long  value zero.
 77  ws-Qh-Found           pic x        value "N".
 01  ws-Cutoff-Date        pic 9(8)     value zero.
 77  ws-Cutoff-Int         Binary-Long  value zero.
 77  ws-Tot-Errors         Binary-Long  value zero.
 77  ws-Tot-Cautions       Binary-Long  value zero.
 77  ws-Tot-Unref          Binary-Long  value zero.
 77  ws-Tot-Cmp-Errors     Binary-Long  value zero.
 77  ws-Tot-Cmp-Warns      Binary-Long  value zero.
*>
*> each program's latest certificate
 01  Cp-Table              value spaces.
     03  Cp-Entry          occurs 1000.
         05  Cp-Prog       pic x(32).
         05  Cp-When       pic 9(14).
         05  Cp-Verdict    pic x(4).
         05  Cp-Id         pic x(16).
         05  Cp-Errors     pic 9(6).
         05  Cp-Unref      pic 9(6).
         05  Cp-Naming     pic 9(3).
         05  Cp-Reserved   pic 9(6).
         05  Cp-Table-RC   pic 9(4).
 77  Cp-Count              Binary-Long  value zero.
 77  ws-Cp-Found           pic x        value "N".
 77  ws-Refusals           Binary-Long  value zero.
 01  ws-When               pic 9(14)    value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
 01  ws-Edit               pic z(6)9.
 01  ws-Edit2              pic z(6)9.
 01  ws-Edit3              pic z(6)9.
 01  ws-Big-Edit           pic z(11)9.
 01  ws-Sign-Edit          pic -(12)9.
 01  ws-Html               pic x(2048)  value spaces.
*>
*> a value made safe to put in a page: & < > and the quotes
 01  ws-Raw                pic x(256)   value spaces.
 01  ws-Esc                pic x(1400)  value spaces.
 77  ws-Esc-Len            Binary-Long  value zero.
 77  ws-Raw-Len            Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> messages go out by their catalogue id - DSH0001I and the like
 copy "msg-cat.cpy".
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
              display "opsdash: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     string   ws-Run-Date (1:4) "-" ws-Run-Date (5:2) "-"
              ws-Run-Date (7:2) " " ws-Time-Now (1:2) ":"
              ws-Time-Now (3:2)
              delimited by size into ws-Stamp.
     accept   Sta-In-Name from environment "DEVTOOLS_STATUS"
              on exception
              move "DEVTOOLS.STA" to Sta-In-Name
     end-accept.
     if       Sta-In-Name = spaces
              move "DEVTOOLS.STA" to Sta-In-Name.
     accept   Win-His-Name from environment "BATCHTREND_HISTORY"
              on exception
              move "BATCHWIN.HIS" to Win-His-Name
     end-accept.
     if       Win-His-Name = spaces
              move "BATCHWIN.HIS" to Win-His-Name.
     accept   Growth-His-Name from environment "GROWTHMON_HISTORY"
              on exception
              move "GROWTH.HIS" to Growth-His-Name
     end-accept.
     if       Growth-His-Name = spaces
              move "GROWTH.HIS" to Growth-His-Name.
     accept   Qual-His-Name from environment "QUALTREND_HISTORY"
              on exception
              move "QUALHIST.DAT" to Qual-His-Name
     end-accept.
     if       Qual-His-Name = spaces
              move "QUALHIST.DAT" to Qual-His-Name.
     accept   ws-Dir from environment "DASHBOARD_DIR"
              on exception
              move spaces to ws-Dir
     end-accept.
     accept   ws-Env-Text from environment "BATCH_WINDOW_MINS"
              on exception
              continue
     end-accept.
     if       ws-Env-Text not = spaces
              compute ws-Window-Mins = function numval (ws-Env-Text).
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "DIR="
                       move ws-Arg-Text (5:200) to ws-Dir
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "STA="
                       move ws-Arg-Text (5:200) to Sta-In-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "WINDOW="
                       compute ws-Window-Mins =
                               function numval (ws-Arg-Text (8:6))
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "GROWTH="
                       move ws-Arg-Text (8:64) to Growth-Exc-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "WEEKS="
                       compute ws-Weeks =
                               function numval (ws-Arg-Text (7:4))
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CERT="
                       move ws-Arg-Text (6:64) to Cert-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     if       ws-Dir = spaces
              move "dashboard" to ws-Dir.
     if       ws-Window-Mins < 1
              move 240 to ws-Window-Mins.
     if       ws-Weeks < 1
              move 4 to ws-Weeks.
     compute  ws-Window-Secs = ws-Window-Mins * 60.
     call     "CBL_CREATE_DIR" using ws-Dir
              on exception
              continue
     end-call.
*>
*> every source is read first, then the pages are written with the
*> index last, so its panels agree with the pages behind them
*>
     perform  1000-Load-Jobs     thru 1000-Exit.
     perform  2000-Load-Window   thru 2000-Exit.
     perform  3000-Load-Growth   thru 3000-Exit.
     perform  4000-Load-Quality  thru 4000-Exit.
     perform  5000-Load-Certs    thru 5000-Exit.
     perform  6000-Css-Page      thru 6000-Exit.
     perform  6100-Jobs-Page     thru 6100-Exit.
     perform  6200-Window-Page   thru 6200-Exit.
     perform  6300-Growth-Page   thru 6300-Exit.
     perform  6400-Quality-Page  thru 6400-Exit.
     perform  6500-Cert-Page     thru 6500-Exit.
     perform  6900-Index-Page    thru 6900-Exit.
     move     "DSH0001" to mc-id.
     move     ws-Dir to mc-value (1).
     move     ws-Page-Count to ws-Edit.
     move     ws-Edit to mc-value (2).
     perform  9800-Issue-Msg thru 9800-Exit.
     if       ws-Page-Fails > zero
              move 16 to return-code
     else
              move zero to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> tonight's jobs off the runner's status file
*>----------------------------------------------------------------
 1000-Load-Jobs.
     open     input Sta-In.
     if       fs-reply not = zero
              go to 1090-Judge.
     move     "Y" to ws-Sta-Found.
 1010-Next.
     read     Sta-In at end
              close Sta-In
              go to 1090-Judge.
     if       Sta-In-Rec = spaces or Job-Count not < 200
              go to 1010-Next.
     add      1 to Job-Count.
     move     StaI-Job-No  to Jb-No (Job-Count).
     move     StaI-State   to Jb-State (Job-Count).
     move     StaI-RC      to Jb-RC (Job-Count).
     move     StaI-Elapsed to Jb-Elapsed (Job-Count).
     move     StaI-Command to Jb-Command (Job-Count).
     add      StaI-Elapsed to ws-Tot-Tonight.
     evaluate StaI-State
         when "WAITING"  add 1 to ws-Wait-Count
         when "RUNNING"  add 1 to ws-Run-Count
         when "OK"       add 1 to ws-OK-Count
         when "CAUTION"  add 1 to ws-Caution-Count
         when "FAILED"   add 1 to ws-Fail-Count
     end-evaluate.
     go       to 1010-Next.
*> the panel takes the worst state there is
 1090-Judge.
     evaluate true
         when Job-Count = zero
              move "waiting" to ws-Jobs-Class
              move "No jobs yet - the queue has not started"
                   to ws-Jobs-Said
         when ws-Fail-Count > zero
              move "failed" to ws-Jobs-Class
         when ws-Caution-Count > zero
              move "caution" to ws-Jobs-Class
         when ws-Run-Count > zero
              move "running" to ws-Jobs-Class
         when ws-Wait-Count > zero
              move "waiting" to ws-Jobs-Class
         when other
              move "ok" to ws-Jobs-Class
     end-evaluate.
     if       Job-Count = zero
              go to 1000-Exit.
     move     ws-Fail-Count to ws-Edit.
     move     ws-Caution-Count to ws-Edit2.
     move     ws-OK-Count to ws-Edit3.
     string   function trim (ws-Edit) " failed, "
              function trim (ws-Edit2) " caution, "
              function trim (ws-Edit3) " ok"
              delimited by size into ws-Jobs-Said.
     move     ws-Run-Count to ws-Edit.
     move     ws-Wait-Count to ws-Edit2.
     move     1 to ws-Sub.
     inspect  ws-Jobs-Said tallying ws-Sub
              for characters before initial "   ".
     string   ", " function trim (ws-Edit) " running, "
              function trim (ws-Edit2) " waiting"
              delimited by size into ws-Jobs-Said pointer ws-Sub.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> batchtrend's history: night totals, growth from the first night
*> to the last and the night the window blows if it holds - the
*> same sums batchtrend prints
*>----------------------------------------------------------------
 2000-Load-Window.
     open     input Win-His.
     if       fs-reply not = zero
              go to 2050-Nights.
     move     "Y" to ws-Win-Found.
 2010-Next.
     read     Win-His at end
              close Win-His
              go to 2050-Nights.
     if       Win-Count not < 20000
              close Win-His
              go to 2050-Nights.
     add      1 to Win-Count.
     move     WhI-Job     to Wh-Job (Win-Count).
     move     WhI-Date    to Wh-Date (Win-Count).
     move     WhI-Elapsed to Wh-Elapsed (Win-Count).
     go       to 2010-Next.
 2050-Nights.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Win-Count
              move zero to ws-Hit
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Day-Count
                  if  Dy-Date (ws-Sub2) = Wh-Date (ws-Sub)
                      move ws-Sub2 to ws-Hit
                  end-if
              end-perform
              if  ws-Hit = zero and Day-Count < 120
                  add 1 to Day-Count
                  move Day-Count to ws-Hit
                  move Wh-Date (ws-Sub) to Dy-Date (ws-Hit)
                  move zero to Dy-Total (ws-Hit)
              end-if
              if  ws-Hit > zero
                  add Wh-Elapsed (ws-Sub) to Dy-Total (ws-Hit)
              end-if
     end-perform.
*> jobs running a fifth over their own average of earlier nights
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Job-Count
              perform 2100-Job-Average thru 2100-Exit
              if  ws-Avg-Count > zero
                and Jb-Elapsed (ws-Sub) * 5 > ws-Avg * 6
                  add 1 to ws-Rise-Count
              end-if
     end-perform.
     move     spaces to ws-Forecast.
     if       ws-Tot-Tonight > ws-Window-Secs
              move "failed" to ws-Win-Class
              move "The window is already blown tonight"
                   to ws-Forecast
              go to 2090-Said.
     move     "ok" to ws-Win-Class.
     if       Day-Count < 2
              move "A forecast needs at least two nights of history"
                   to ws-Forecast
              if  ws-Win-Found = "N"
                  move "waiting" to ws-Win-Class
              end-if
              go to 2090-Said.
     move     1 to ws-First-Day ws-Last-Day.
     perform  varying ws-Sub from 2 by 1 until ws-Sub > Day-Count
              if  Dy-Date (ws-Sub) < Dy-Date (ws-First-Day)
                  move ws-Sub to ws-First-Day
              end-if
              if  Dy-Date (ws-Sub) > Dy-Date (ws-Last-Day)
                  move ws-Sub to ws-Last-Day
              end-if
     end-perform.
     compute  ws-Night-Gap =
              function integer-of-date (Dy-Date (ws-Last-Day))
            - function integer-of-date (Dy-Date (ws-First-Day)).
     if       ws-Night-Gap < 1
              go to 2090-Said.
     compute  ws-Growth =
              (Dy-Total (ws-Last-Day) - Dy-Total (ws-First-Day))
              / ws-Night-Gap.
     if       ws-Growth <= zero
              move "Total elapsed is flat or falling - no overrun in"
                 & " sight" to ws-Forecast
              go to 2090-Said.
     if       Dy-Total (ws-Last-Day) not < ws-Window-Secs
              move "failed" to ws-Win-Class
              move "The last night in the history blew the window"
                   to ws-Forecast
              go to 2090-Said.
     compute  ws-Blow-Nights =
              (ws-Window-Secs - Dy-Total (ws-Last-Day)) / ws-Growth.
     compute  ws-Blow-Int =
              function integer-of-date (Dy-Date (ws-Last-Day))
              + ws-Blow-Nights.
     compute  ws-Blow-Date = function date-of-integer (ws-Blow-Int).
     move     ws-Blow-Nights to ws-Edit.
     string   "Growth holds - the window blows in about "
              function trim (ws-Edit) " night(s), around "
              ws-Blow-Date (1:4) "-" ws-Blow-Date (5:2) "-"
              ws-Blow-Date (7:2)
              delimited by size into ws-Forecast.
*> a month's warning is the time to act on it
     if       ws-Blow-Nights not > 30
              move "caution" to ws-Win-Class.
 2090-Said.
     if       ws-Rise-Count > zero and ws-Win-Class = "ok"
              move "caution" to ws-Win-Class.
     move     ws-Tot-Tonight to ws-Edit.
     move     ws-Window-Secs to ws-Edit2.
     move     ws-Rise-Count to ws-Edit3.
     string   function trim (ws-Edit) "s of a "
              function trim (ws-Edit2) "s window, "
              function trim (ws-Edit3) " job(s) trending up"
              delimited by size into ws-Win-Said.
 2000-Exit.
     exit.
*>
*> job ws-Sub's average over its earlier nights into ws-Avg
 2100-Job-Average.
     move     zero to ws-Avg-Sum ws-Avg-Count ws-Avg.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Win-Count
              if  Wh-Job (ws-Sub2) = Jb-Command (ws-Sub) (1:64)
                and Wh-Date (ws-Sub2) < ws-Run-Date
                  add Wh-Elapsed (ws-Sub2) to ws-Avg-Sum
                  add 1 to ws-Avg-Count
              end-if
     end-perform.
     if       ws-Avg-Count > zero
              compute ws-Avg = ws-Avg-Sum / ws-Avg-Count.
 2100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> growthmon: tonight's anomalies as it wrote them, and every
*> file's latest two nights from its history
*>----------------------------------------------------------------
 3000-Load-Growth.
     open     input Growth-Exc.
     if       fs-reply not = zero
              go to 3050-History.
     move     "Y" to ws-Gx-Found.
 3010-Next.
     read     Growth-Exc at end
              close Growth-Exc
              go to 3050-History.
     if       Growth-Exc-Rec = spaces or Gx-Count not < 300
              go to 3010-Next.
     add      1 to Gx-Count.
     move     Growth-Exc-Rec to Gx-Line (Gx-Count).
     go       to 3010-Next.
 3050-History.
     open     input Growth-His.
     if       fs-reply not = zero
              go to 3090-Judge.
     move     "Y" to ws-Gh-Found.
 3060-Next.
     read     Growth-His at end
              close Growth-His
              go to 3090-Judge.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gf-Count
              if  Gf-File (ws-Sub) = GhI-File
                  move ws-Sub to ws-Hit
                  move Gf-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit = zero
              if  Gf-Count not < 300
                  go to 3060-Next
              end-if
              add 1 to Gf-Count
              move Gf-Count to ws-Hit
              move GhI-File to Gf-File (ws-Hit)
              move zero to Gf-Date (ws-Hit) Gf-Prev-Date (ws-Hit)
                           Gf-Recs (ws-Hit) Gf-Bytes (ws-Hit)
                           Gf-Prev-Bytes (ws-Hit).
     evaluate true
         when GhI-Date > Gf-Date (ws-Hit)
              move Gf-Date (ws-Hit)  to Gf-Prev-Date (ws-Hit)
              move Gf-Bytes (ws-Hit) to Gf-Prev-Bytes (ws-Hit)
              move GhI-Date  to Gf-Date (ws-Hit)
              move GhI-Recs  to Gf-Recs (ws-Hit)
              move GhI-Bytes to Gf-Bytes (ws-Hit)
         when GhI-Date < Gf-Date (ws-Hit)
          and GhI-Date > Gf-Prev-Date (ws-Hit)
              move GhI-Date  to Gf-Prev-Date (ws-Hit)
              move GhI-Bytes to Gf-Prev-Bytes (ws-Hit)
     end-evaluate.
     go       to 3060-Next.
 3090-Judge.
     move     Gx-Count to ws-Edit.
     move     Gf-Count to ws-Edit2.
     string   function trim (ws-Edit) " anomal"
              delimited by size into ws-Growth-Said.
     if       Gx-Count = 1
              move "y" to ws-Growth-Said (function length
                          (function trim (ws-Edit)) + 8:1)
     else
              move "ies" to ws-Growth-Said (function length
                          (function trim (ws-Edit)) + 8:3).
     move     1 to ws-Sub.
     inspect  ws-Growth-Said tallying ws-Sub
              for characters before initial "   ".
     string   " tonight, " function trim (ws-Edit2) " file(s) watched"
              delimited by size into ws-Growth-Said pointer ws-Sub.
     evaluate true
         when Gx-Count > zero
              move "caution" to ws-Growth-Class
         when ws-Gx-Found = "N" and ws-Gh-Found = "N"
              move "waiting" to ws-Growth-Class
              move "No growth history yet" to ws-Growth-Said
         when other
              move "ok" to ws-Growth-Class
     end-evaluate.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> qualtrend: shop-wide totals over the last weeks and each
*> program's latest row
*>----------------------------------------------------------------
 4000-Load-Quality.
     compute  ws-Cutoff-Int =
              function integer-of-date (ws-Run-Date) - (ws-Weeks * 7).
     compute  ws-Cutoff-Date = function date-of-integer (ws-Cutoff-Int).
     open     input Qual-His.
     if       fs-reply not = zero
              go to 4090-Judge.
     move     "Y" to ws-Qh-Found.
 4010-Next.
     read     Qual-His at end
              close Qual-His
              go to 4090-Judge.
     if       Qual-His-Rec = spaces
              go to 4010-Next.
*> rows written before the compiler counts were kept read as zero
     if       QhI-Cmp-Errors not numeric
              move zero to QhI-Cmp-Errors.
     if       QhI-Cmp-Warnings not numeric
              move zero to QhI-Cmp-Warnings.
     if       QhI-Date not < ws-Cutoff-Date
              add QhI-Errors       to ws-Tot-Errors
              add QhI-Cautions     to ws-Tot-Cautions
              add QhI-Unref        to ws-Tot-Unref
              add QhI-Cmp-Errors   to ws-Tot-Cmp-Errors
              add QhI-Cmp-Warnings to ws-Tot-Cmp-Warns.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Qp-Count
              if  Qp-Prog (ws-Sub) = QhI-Prog
                  move ws-Sub to ws-Hit
                  move Qp-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit = zero
              if  Qp-Count not < 500
                  go to 4010-Next
              end-if
              add 1 to Qp-Count
              move Qp-Count to ws-Hit
              move QhI-Prog to Qp-Prog (ws-Hit)
              move zero to Qp-Date (ws-Hit).
     if       QhI-Date not < Qp-Date (ws-Hit)
              move QhI-Date         to Qp-Date (ws-Hit)
              move QhI-Errors       to Qp-Errors (ws-Hit)
              move QhI-Cautions     to Qp-Cautions (ws-Hit)
              move QhI-Unref        to Qp-Unref (ws-Hit)
              move QhI-Cmp-Errors   to Qp-Cmp-Errors (ws-Hit)
              move QhI-Cmp-Warnings to Qp-Cmp-Warns (ws-Hit).
     go       to 4010-Next.
 4090-Judge.
     move     ws-Tot-Errors to ws-Edit.
     move     ws-Tot-Cautions to ws-Edit2.
     move     ws-Weeks to ws-Edit3.
     string   function trim (ws-Edit) " error(s), "
              function trim (ws-Edit2) " caution(s) in the last "
              function trim (ws-Edit3) " week(s)"
              delimited by size into ws-Qual-Said.
     evaluate true
         when ws-Qh-Found = "N"
              move "waiting" to ws-Qual-Class
              move "No quality history yet" to ws-Qual-Said
         when ws-Tot-Errors > zero or ws-Tot-Cmp-Errors > zero
              move "failed" to ws-Qual-Class
         when ws-Tot-Cautions > zero or ws-Tot-Cmp-Warns > zero
              move "caution" to ws-Qual-Class
         when other
              move "ok" to ws-Qual-Class
     end-evaluate.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> certgate: a program whose latest certificate is a FAIL is a
*> refusal still open - a PASS since closes it
*>----------------------------------------------------------------
 5000-Load-Certs.
     open     input Cert-File.
     if       fs-reply not = zero
              go to 5090-Judge.
     move     "Y" to ws-Cp-Found.
 5010-Next.
     read     Cert-File at end
              close Cert-File
              go to 5090-Judge.
     if       Cert-Rec = spaces
              go to 5010-Next.
     compute  ws-When = Cert-Date * 1000000 + Cert-Time.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cp-Count
              if  Cp-Prog (ws-Sub) = Cert-Prog
                  move ws-Sub to ws-Hit
                  move Cp-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit = zero
              if  Cp-Count not < 1000
                  go to 5010-Next
              end-if
              add 1 to Cp-Count
              move Cp-Count to ws-Hit
              move Cert-Prog to Cp-Prog (ws-Hit)
              move zero to Cp-When (ws-Hit).
     if       ws-When not < Cp-When (ws-Hit)
              move ws-When       to Cp-When (ws-Hit)
              move Cert-Verdict  to Cp-Verdict (ws-Hit)
              move Cert-Id       to Cp-Id (ws-Hit)
              move Cert-Errors   to Cp-Errors (ws-Hit)
              move Cert-Unref    to Cp-Unref (ws-Hit)
              move Cert-Naming   to Cp-Naming (ws-Hit)
              move Cert-Reserved to Cp-Reserved (ws-Hit)
              move Cert-Table-RC to Cp-Table-RC (ws-Hit).
     go       to 5010-Next.
 5090-Judge.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cp-Count
              if  Cp-Verdict (ws-Sub) = "FAIL"
                  add 1 to ws-Refusals
              end-if
     end-perform.
     move     ws-Refusals to ws-Edit.
     move     Cp-Count to ws-Edit2.
     string   function trim (ws-Edit) " refusal(s) open, "
              function trim (ws-Edit2) " program(s) certified"
              delimited by size into ws-Cert-Said.
     evaluate true
         when ws-Cp-Found = "N"
              move "waiting" to ws-Cert-Class
              move "No certificates yet" to ws-Cert-Said
         when ws-Refusals > zero
              move "failed" to ws-Cert-Class
         when other
              move "ok" to ws-Cert-Class
     end-evaluate.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the shop palette - batchmon's screen colours, as a browser
*> shows the eight console colours
*>----------------------------------------------------------------
 6000-Css-Page.
     move     "shop.css" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6000-Exit.
     move     "body { background: #000000; color: #aaaaaa;"
            & " font-family: monospace; margin: 1em; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "h1, h2 { color: #00aa00; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "a { color: #00aaaa; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "table { border-collapse: collapse; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "th, td { border: 1px solid #0000aa; padding: 2px 8px;"
            & " text-align: left; vertical-align: top; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "th { color: #00aa00; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".num { text-align: right; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".failed { color: #ff5555; font-weight: bold; }"
              to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".caution { color: #aa5500; font-weight: bold; }"
              to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".ok { color: #00aa00; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".running { color: #ffffff; font-weight: bold; }"
              to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".waiting { color: #00aaaa; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".panel { display: inline-block; width: 22em;"
            & " margin: 0.5em; padding: 0.5em;"
            & " border: 2px solid; vertical-align: top; }"
              to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".bar { height: 0.8em; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".bar.ok { background: #00aa00; }"
            & " .bar.caution { background: #aa5500; }"
            & " .bar.failed { background: #aa0000; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ".stamp { color: #00aaaa; }" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  8800-Close-Page thru 8800-Exit.
 6000-Exit.
     exit.
*>
*> tonight's jobs, each in its state's colour
 6100-Jobs-Page.
     move     "jobs.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6100-Exit.
     move     "Tonight's jobs" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     ws-Jobs-Said to ws-Raw.
     move     ws-Jobs-Class to ws-Class.
     perform  8200-Para thru 8200-Exit.
     if       ws-Sta-Found = "N"
              move "No status file" to ws-Raw
              perform 8300-Missing thru 8300-Exit
              go to 6190-Tail.
     move     "<table><tr><th>Job</th><th>State</th><th>RC</th>"
            & "<th>Secs</th><th>Command</th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Job-Count
              evaluate Jb-State (ws-Sub)
                  when "FAILED"  move "failed"  to ws-Class
                  when "CAUTION" move "caution" to ws-Class
                  when "OK"      move "ok"      to ws-Class
                  when "RUNNING" move "running" to ws-Class
                  when other     move "waiting" to ws-Class
              end-evaluate
              move Jb-Command (ws-Sub) to ws-Raw
              perform 8500-Escape thru 8500-Exit
              move Jb-Elapsed (ws-Sub) to ws-Edit
              move spaces to ws-Html
              string "<tr class='" function trim (ws-Class) "'><td"
                     " class='num'>" Jb-No (ws-Sub) "</td><td>"
                     function trim (Jb-State (ws-Sub)) "</td><td"
                     " class='num'>" Jb-RC (ws-Sub) "</td><td"
                     " class='num'>" function trim (ws-Edit)
                     "</td><td>" ws-Esc (1:ws-Esc-Len) "</td></tr>"
                     delimited by size into ws-Html
              perform 8900-Put thru 8900-Exit
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6190-Tail.
     perform  8800-Close-Page thru 8800-Exit.
 6100-Exit.
     exit.
*>
*> the batch window: tonight, the forecast, the nights behind it
*> and the jobs trending up
 6200-Window-Page.
     move     "window.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6200-Exit.
     move     "Batch window trend and forecast" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     ws-Win-Said to ws-Raw.
     move     ws-Win-Class to ws-Class.
     perform  8200-Para thru 8200-Exit.
     move     ws-Forecast to ws-Raw.
     perform  8200-Para thru 8200-Exit.
     if       ws-Win-Found = "N"
              move "No batch-window history" to ws-Raw
              perform 8300-Missing thru 8300-Exit
              go to 6250-Jobs.
     move     "<h2>Night by night</h2>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<table><tr><th>Night</th><th>Total secs</th>"
            & "<th>Of the window</th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
*> newest night first, by repeated maximum scan below the last shown
     move     99999999 to ws-Blow-Date.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Day-Count
              move zero to ws-Hit
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Day-Count
                  if  Dy-Date (ws-Sub) < ws-Blow-Date
                      if  ws-Hit = zero
                          move ws-Sub to ws-Hit
                      else
                          if  Dy-Date (ws-Sub) > Dy-Date (ws-Hit)
                              move ws-Sub to ws-Hit
                          end-if
                      end-if
                  end-if
              end-perform
              if  ws-Hit > zero
                  move Dy-Date (ws-Hit) to ws-Blow-Date
                  perform 6210-Night-Row thru 6210-Exit
              end-if
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6250-Jobs.
     if       Job-Count = zero
              go to 6290-Tail.
     move     "<h2>Tonight's jobs against their own average</h2>"
              to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<table><tr><th>Job</th><th>Secs</th><th>Average</th>"
            & "<th></th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Job-Count
              perform 2100-Job-Average thru 2100-Exit
              move Jb-Command (ws-Sub) (1:64) to ws-Raw
              perform 8500-Escape thru 8500-Exit
              move Jb-Elapsed (ws-Sub) to ws-Edit
              move ws-Avg to ws-Edit2
              move spaces to ws-Html
              evaluate true
                  when ws-Avg-Count = zero
                       string "<tr class='waiting'><td>"
                              ws-Esc (1:ws-Esc-Len)
                              "</td><td class='num'>"
                              function trim (ws-Edit)
                              "</td><td></td><td>first sighting"
                              "</td></tr>"
                              delimited by size into ws-Html
                  when Jb-Elapsed (ws-Sub) * 5 > ws-Avg * 6
                       string "<tr class='caution'><td>"
                              ws-Esc (1:ws-Esc-Len)
                              "</td><td class='num'>"
                              function trim (ws-Edit)
                              "</td><td class='num'>"
                              function trim (ws-Edit2)
                              "</td><td>TRENDING UP</td></tr>"
                              delimited by size into ws-Html
                  when other
                       string "<tr class='ok'><td>"
                              ws-Esc (1:ws-Esc-Len)
                              "</td><td class='num'>"
                              function trim (ws-Edit)
                              "</td><td class='num'>"
                              function trim (ws-Edit2)
                              "</td><td></td></tr>"
                              delimited by size into ws-Html
              end-evaluate
              perform 8900-Put thru 8900-Exit
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6290-Tail.
     perform  8800-Close-Page thru 8800-Exit.
 6200-Exit.
     exit.
*>
*> one night: its total and a bar of how much of the window it used
 6210-Night-Row.
     compute  ws-Pct = Dy-Total (ws-Hit) * 100 / ws-Window-Secs.
     evaluate true
         when ws-Pct > 100
              move 100 to ws-Pct
              move "failed" to ws-Class
         when ws-Pct > 90
              move "caution" to ws-Class
         when other
              move "ok" to ws-Class
     end-evaluate.
     move     Dy-Total (ws-Hit) to ws-Edit.
     move     ws-Pct to ws-Edit2.
     move     spaces to ws-Html.
     string   "<tr class='" function trim (ws-Class) "'><td>"
              Dy-Date (ws-Hit) (1:4) "-" Dy-Date (ws-Hit) (5:2) "-"
              Dy-Date (ws-Hit) (7:2) "</td><td class='num'>"
              function trim (ws-Edit) "</td><td><div class='bar "
              function trim (ws-Class) "' style='width:"
              function trim (ws-Edit2) "%'></div></td></tr>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
 6210-Exit.
     exit.
*>
*> growth: the anomalies, then every file's last two nights
 6300-Growth-Page.
     move     "growth.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6300-Exit.
     move     "Data-file growth" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     ws-Growth-Said to ws-Raw.
     move     ws-Growth-Class to ws-Class.
     perform  8200-Para thru 8200-Exit.
     move     "<h2>Anomalies tonight</h2>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     if       ws-Gx-Found = "N"
              move "No anomaly file" to ws-Raw
              perform 8300-Missing thru 8300-Exit.
     if       ws-Gx-Found = "Y" and Gx-Count = zero
              move "None - every file moved within its own band"
                   to ws-Raw
              move "ok" to ws-Class
              perform 8200-Para thru 8200-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gx-Count
              move Gx-Line (ws-Sub) to ws-Raw
              move "caution" to ws-Class
              perform 8200-Para thru 8200-Exit
     end-perform.
     move     "<h2>Latest two nights per file</h2>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     if       ws-Gh-Found = "N"
              move "No growth history" to ws-Raw
              perform 8300-Missing thru 8300-Exit
              go to 6390-Tail.
     move     "<table><tr><th>File</th><th>Night</th><th>Records</th>"
            & "<th>Bytes</th><th>Change</th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gf-Count
              move Gf-File (ws-Sub) to ws-Raw
              perform 8500-Escape thru 8500-Exit
              move Gf-Recs (ws-Sub) to ws-Big-Edit
              move Gf-Bytes (ws-Sub) to ws-Sign-Edit
              move spaces to ws-Html
              move 1 to ws-Cx
              string "<tr><td>" ws-Esc (1:ws-Esc-Len) "</td><td>"
                     Gf-Date (ws-Sub) "</td><td class='num'>"
                     function trim (ws-Big-Edit)
                     "</td><td class='num'>"
                     function trim (ws-Sign-Edit)
                     "</td><td class='num'>"
                     delimited by size into ws-Html pointer ws-Cx
              if  Gf-Prev-Date (ws-Sub) = zero
                  string "first night</td></tr>"
                         delimited by size into ws-Html pointer ws-Cx
              else
                  compute ws-Delta = Gf-Bytes (ws-Sub)
                                   - Gf-Prev-Bytes (ws-Sub)
                  move ws-Delta to ws-Sign-Edit
                  string function trim (ws-Sign-Edit) "</td></tr>"
                         delimited by size into ws-Html pointer ws-Cx
              end-if
              perform 8900-Put thru 8900-Exit
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6390-Tail.
     perform  8800-Close-Page thru 8800-Exit.
 6300-Exit.
     exit.
*>
*> quality: the shop-wide totals, then each program's latest row
 6400-Quality-Page.
     move     "quality.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6400-Exit.
     move     "Source quality" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     ws-Qual-Said to ws-Raw.
     move     ws-Qual-Class to ws-Class.
     perform  8200-Para thru 8200-Exit.
     if       ws-Qh-Found = "N"
              move "No quality history" to ws-Raw
              perform 8300-Missing thru 8300-Exit
              go to 6490-Tail.
     move     ws-Weeks to ws-Edit.
     move     spaces to ws-Html.
     string   "<h2>Shop-wide totals, last " function trim (ws-Edit)
              " week(s)</h2>" delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<table><tr><th>Errors</th><th>Cautions</th>"
            & "<th>Unreferenced</th><th>Compile errors</th>"
            & "<th>Compile warnings</th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ws-Tot-Errors to ws-Edit.
     move     ws-Tot-Cautions to ws-Edit2.
     move     ws-Tot-Unref to ws-Edit3.
     move     spaces to ws-Html.
     move     1 to ws-Cx.
     string   "<tr class='" function trim (ws-Qual-Class)
              "'><td class='num'>" function trim (ws-Edit)
              "</td><td class='num'>" function trim (ws-Edit2)
              "</td><td class='num'>" function trim (ws-Edit3)
              delimited by size into ws-Html pointer ws-Cx.
     move     ws-Tot-Cmp-Errors to ws-Edit.
     move     ws-Tot-Cmp-Warns to ws-Edit2.
     string   "</td><td class='num'>" function trim (ws-Edit)
              "</td><td class='num'>" function trim (ws-Edit2)
              "</td></tr></table>"
              delimited by size into ws-Html pointer ws-Cx.
     perform  8900-Put thru 8900-Exit.
     move     "<h2>Each program's latest run</h2>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<table><tr><th>Program</th><th>Night</th>"
            & "<th>Errors</th><th>Cautions</th><th>Unref</th>"
            & "<th>Cmp errs</th><th>Cmp warns</th></tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Qp-Count
              evaluate true
                  when Qp-Errors (ws-Sub) > zero
                    or Qp-Cmp-Errors (ws-Sub) > zero
                       move "failed" to ws-Class
                  when Qp-Cautions (ws-Sub) > zero
                    or Qp-Cmp-Warns (ws-Sub) > zero
                       move "caution" to ws-Class
                  when other
                       move "ok" to ws-Class
              end-evaluate
              move Qp-Prog (ws-Sub) to ws-Raw
              perform 8500-Escape thru 8500-Exit
              move spaces to ws-Html
              move 1 to ws-Cx
              move Qp-Errors (ws-Sub) to ws-Edit
              move Qp-Cautions (ws-Sub) to ws-Edit2
              move Qp-Unref (ws-Sub) to ws-Edit3
              string "<tr class='" function trim (ws-Class) "'><td>"
                     ws-Esc (1:ws-Esc-Len) "</td><td>"
                     Qp-Date (ws-Sub) "</td><td class='num'>"
                     function trim (ws-Edit) "</td><td class='num'>"
                     function trim (ws-Edit2) "</td><td class='num'>"
                     function trim (ws-Edit3)
                     delimited by size into ws-Html pointer ws-Cx
              move Qp-Cmp-Errors (ws-Sub) to ws-Edit
              move Qp-Cmp-Warns (ws-Sub) to ws-Edit2
              string "</td><td class='num'>" function trim (ws-Edit)
                     "</td><td class='num'>" function trim (ws-Edit2)
                     "</td></tr>"
                     delimited by size into ws-Html pointer ws-Cx
              perform 8900-Put thru 8900-Exit
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6490-Tail.
     perform  8800-Close-Page thru 8800-Exit.
 6400-Exit.
     exit.
*>
*> certgate: the refusals still open, with the numbers that failed
 6500-Cert-Page.
     move     "certgate.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6500-Exit.
     move     "Open certification refusals" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     ws-Cert-Said to ws-Raw.
     move     ws-Cert-Class to ws-Class.
     perform  8200-Para thru 8200-Exit.
     if       ws-Cp-Found = "N"
              move "No certification file" to ws-Raw
              perform 8300-Missing thru 8300-Exit
              go to 6590-Tail.
     if       ws-Refusals = zero
              go to 6590-Tail.
     move     "<table><tr><th>Program</th><th>Refused</th>"
            & "<th>Certificate</th><th>Errors</th><th>Unref</th>"
            & "<th>Naming %</th><th>Reserved</th><th>Table RC</th>"
            & "</tr>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cp-Count
              if  Cp-Verdict (ws-Sub) = "FAIL"
                  perform 6510-Refusal-Row thru 6510-Exit
              end-if
     end-perform.
     move     "</table>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
 6590-Tail.
     perform  8800-Close-Page thru 8800-Exit.
 6500-Exit.
     exit.
*>
 6510-Refusal-Row.
     move     Cp-Prog (ws-Sub) to ws-Raw.
     perform  8500-Escape thru 8500-Exit.
     move     Cp-When (ws-Sub) to ws-When.
     move     spaces to ws-Html.
     move     1 to ws-Cx.
     move     Cp-Errors (ws-Sub) to ws-Edit.
     move     Cp-Unref (ws-Sub) to ws-Edit2.
     string   "<tr class='failed'><td>" ws-Esc (1:ws-Esc-Len)
              "</td><td>" ws-When (1:4) "-" ws-When (5:2) "-"
              ws-When (7:2) " " ws-When (9:2) ":" ws-When (11:2)
              "</td><td>" function trim (Cp-Id (ws-Sub))
              "</td><td class='num'>" function trim (ws-Edit)
              "</td><td class='num'>" function trim (ws-Edit2)
              delimited by size into ws-Html pointer ws-Cx.
     move     Cp-Naming (ws-Sub) to ws-Edit.
     move     Cp-Reserved (ws-Sub) to ws-Edit2.
     move     Cp-Table-RC (ws-Sub) to ws-Edit3.
     string   "</td><td class='num'>" function trim (ws-Edit)
              "</td><td class='num'>" function trim (ws-Edit2)
              "</td><td class='num'>" function trim (ws-Edit3)
              "</td></tr>"
              delimited by size into ws-Html pointer ws-Cx.
     perform  8900-Put thru 8900-Exit.
 6510-Exit.
     exit.
*>
*> the front page: a panel per area in its worst state's colour
 6900-Index-Page.
     move     "index.html" to ws-Page-Name.
     perform  8000-Open-Page thru 8000-Exit.
     if       ws-Page-Open = "N"
              go to 6900-Exit.
     move     "Operations dashboard" to ws-Raw.
     perform  8100-Head thru 8100-Exit.
     move     "jobs.html" to ws-Page-Name.
     move     "Tonight's jobs" to ws-Raw.
     move     ws-Jobs-Class to ws-Class.
     move     ws-Jobs-Said to ws-Forecast.
     perform  6910-Panel thru 6910-Exit.
     move     "window.html" to ws-Page-Name.
     move     "Batch window" to ws-Raw.
     move     ws-Win-Class to ws-Class.
     move     ws-Win-Said to ws-Forecast.
     perform  6910-Panel thru 6910-Exit.
     move     "growth.html" to ws-Page-Name.
     move     "Data-file growth" to ws-Raw.
     move     ws-Growth-Class to ws-Class.
     move     ws-Growth-Said to ws-Forecast.
     perform  6910-Panel thru 6910-Exit.
     move     "quality.html" to ws-Page-Name.
     move     "Source quality" to ws-Raw.
     move     ws-Qual-Class to ws-Class.
     move     ws-Qual-Said to ws-Forecast.
     perform  6910-Panel thru 6910-Exit.
     move     "certgate.html" to ws-Page-Name.
     move     "Certification refusals" to ws-Raw.
     move     ws-Cert-Class to ws-Class.
     move     ws-Cert-Said to ws-Forecast.
     perform  6910-Panel thru 6910-Exit.
     move     "index.html" to ws-Page-Name.
     perform  8800-Close-Page thru 8800-Exit.
 6900-Exit.
     exit.
*>
 6910-Panel.
     perform  8500-Escape thru 8500-Exit.
     move     spaces to ws-Html.
     string   "<div class='panel " function trim (ws-Class)
              "'><h2><a href='" function trim (ws-Page-Name) "'>"
              ws-Esc (1:ws-Esc-Len) "</a></h2>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     ws-Forecast to ws-Raw.
     perform  8500-Escape thru 8500-Exit.
     move     spaces to ws-Html.
     string   "<p>" ws-Esc (1:ws-Esc-Len) "</p></div>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
 6910-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> page plumbing: each page goes to <name>.tmp and is renamed over
*> the old one once whole
*>----------------------------------------------------------------
 8000-Open-Page.
     move     spaces to ws-Page-Tmp ws-Page-Final.
     string   function trim (ws-Dir) "/" function trim (ws-Page-Name)
              delimited by size into ws-Page-Final.
     string   function trim (ws-Page-Final) ".tmp"
              delimited by size into ws-Page-Tmp.
     move     "Y" to ws-Page-Open.
     open     output Page-Out.
     if       fs-reply not = zero
              move "N" to ws-Page-Open
              add 1 to ws-Page-Fails
              move "DSH0002" to mc-id
              move ws-Page-Final to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit.
 8000-Exit.
     exit.
*>
*> the head of a page, title in ws-Raw: the palette, a refresh for
*> a browser left open on it, and the links along the top
 8100-Head.
     perform  8500-Escape thru 8500-Exit.
     move     "<!DOCTYPE html>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<html><head><meta charset='utf-8'>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<meta http-equiv='refresh' content='300'>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<link rel='stylesheet' href='shop.css'>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     spaces to ws-Html.
     string   "<title>" ws-Esc (1:ws-Esc-Len) "</title></head><body>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     "<p><a href='index.html'>Dashboard</a> | "
            & "<a href='jobs.html'>Jobs</a> | "
            & "<a href='window.html'>Batch window</a> | "
            & "<a href='growth.html'>Growth</a> | "
            & "<a href='quality.html'>Quality</a> | "
            & "<a href='certgate.html'>Certgate</a></p>" to ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     spaces to ws-Html.
     string   "<h1>" ws-Esc (1:ws-Esc-Len) "</h1>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
     move     spaces to ws-Html.
     string   "<p class='stamp'>Refreshed " function trim (ws-Stamp)
              "</p>" delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
 8100-Exit.
     exit.
*>
*> a paragraph of ws-Raw in the colour ws-Class
 8200-Para.
     if       ws-Raw = spaces
              go to 8200-Exit.
     perform  8500-Escape thru 8500-Exit.
     move     spaces to ws-Html.
     string   "<p class='" function trim (ws-Class) "'>"
              ws-Esc (1:ws-Esc-Len) "</p>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
 8200-Exit.
     exit.
*>
*> a source that was not there, ws-Raw saying which
 8300-Missing.
     move     spaces to ws-Html.
     string   "<p class='waiting'>" function trim (ws-Raw)
              " yet - nothing to show.</p>"
              delimited by size into ws-Html.
     perform  8900-Put thru 8900-Exit.
 8300-Exit.
     exit.
*>
*> ws-Raw into ws-Esc with & < > ' and " made entities
 8500-Escape.
     move     spaces to ws-Esc.
     move     zero to ws-Esc-Len ws-Raw-Len.
     inspect  function reverse (ws-Raw) tallying ws-Raw-Len
              for leading spaces.
     compute  ws-Raw-Len = length of ws-Raw - ws-Raw-Len.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > ws-Raw-Len
              evaluate ws-Raw (ws-Cx:1)
                  when "&"
                       move "&amp;" to ws-Esc (ws-Esc-Len + 1:5)
                       add 5 to ws-Esc-Len
                  when "<"
                       move "&lt;" to ws-Esc (ws-Esc-Len + 1:4)
                       add 4 to ws-Esc-Len
                  when ">"
                       move "&gt;" to ws-Esc (ws-Esc-Len + 1:4)
                       add 4 to ws-Esc-Len
                  when "'"
                       move "&#39;" to ws-Esc (ws-Esc-Len + 1:5)
                       add 5 to ws-Esc-Len
                  when '"'
                       move "&quot;" to ws-Esc (ws-Esc-Len + 1:6)
                       add 6 to ws-Esc-Len
                  when other
                       add 1 to ws-Esc-Len
                       move ws-Raw (ws-Cx:1) to ws-Esc (ws-Esc-Len:1)
              end-evaluate
     end-perform.
*> an empty cell still needs a length to reference-modify by
     if       ws-Esc-Len = zero
              move 1 to ws-Esc-Len.
 8500-Exit.
     exit.
*>
 8800-Close-Page.
     move     "</body></html>" to ws-Html.
     if       ws-Page-Name not = "shop.css"
              perform 8900-Put thru 8900-Exit.
     close    Page-Out.
     call     "CBL_RENAME_FILE" using ws-Page-Tmp ws-Page-Final
              on exception
              continue
     end-call.
     if       return-code not = zero
              move "DSH0002" to mc-id
              move ws-Page-Final to mc-value (1)
              move return-code to ws-Edit
              move ws-Edit to mc-value (2)
              add 1 to ws-Page-Fails
              perform 9800-Issue-Msg thru 9800-Exit
              go to 8800-Exit.
     add      1 to ws-Page-Count.
 8800-Exit.
     exit.
*>
 8900-Put.
     write    Page-Rec from ws-Html.
     move     spaces to ws-Html.
 8900-Exit.
     exit.
*>
*> a message goes out through the shop catalogue by its id; were
*> MSGCAT missing the id and its values still reach the log
 9800-Issue-Msg.
     move     "ISSUE" to mc-function.
     call     "MSGCAT" using mc-request
              on exception
              display mc-id "? " function trim (mc-value (1)) " "
                      function trim (mc-value (2))
              move spaces to mc-values
     end-call.
 9800-Exit.
     exit.
