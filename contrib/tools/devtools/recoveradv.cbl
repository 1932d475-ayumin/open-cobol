      >>source free
 Identification division.
*>**********************
      program-id.       recoveradv.
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
*>    Usage.            Rerun and recovery advisor - what the duty
*>                      operator used to work out by hand when a batch
*>                      step fails.  Takes the failed job or step off
*>                      DEVTOOLS.STA and:
*>                        - finds the step's program and, from the
*>                          cobxref .fcat catalog, the files it
*>                          writes (OUTPUT, EXTEND, I-O)
*>                        - lists every other program in the catalog
*>                          that reads one of them, flagging those
*>                          that run later in the same deck
*>                        - says for each file whether the CHKIO
*>                          before-image journal (CHKIO.JNL, or
*>                          CHKIO_JOURNAL) holds its images for the
*>                          failed run, so chkioback can put it back,
*>                          or whether the archive copy in
*>                          HOUSEKEEP.CAT has to come back through
*>                          hkrestore.  A file opened OUTPUT was
*>                          emptied at open, which no journal undoes,
*>                          so it always wants the archive copy
*>                        - writes a suggested recovery deck in
*>                          jobstep format - backout or restore, then
*>                          the rerun - for the operator to review
*>                          and run with jobstep.  Nothing is run.
*>
*>                      recoveradv [JOB=<n>] [STEP=<name>]
*>                                 [FCAT=<fcat-file>] [STA=<f>]
*>                                 [JNL=<journal>] [CAT=<catalog>]
*>                                 [OUT=<deck>]
*>
*>                      JOB= picks the DEVTOOLS.STA row, STEP= the
*>                      jobstep step by name; by default the first
*>                      FAILED row.  A jobstep step's deck, run and
*>                      run times come off the step history
*>                      (JOBSTEP.HIS, or JOBSTEP_HISTORY), its .fcat
*>                      off the step's FCAT= clause unless FCAT= is
*>                      given here; a whole "jobstep <deck>" job
*>                      failing is taken back to the deck's failed
*>                      step.  The deck goes to RECOVER.JOB unless
*>                      OUT= is given.
*>
*>                      Return code: 0 every file written has a
*>                      recovery route, 4 a file has none or the
*>                      journal also holds images from other runs
*>                      that a backout would take out too, 16 no
*>                      failed step, or its program or files could
*>                      not be found.
*>**
*>    Called by.
*>                      Run standalone by the duty operator after a
*>                      failure.
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
     select   Status-File      assign ws-Sta-Name
              organization     line sequential
              status           fs-reply.
*>
     select   History-File     assign History-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Deck-In          assign Deck-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Fcat-In          assign Fcat-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Journal-In       assign Journal-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Catalog-In       assign Catalog-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Deck-Out         assign Deck-Out-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Status-File.
 01  Status-Rec.
     03  Sta-Job-No        pic 9(3).
     03  filler            pic x.
     03  Sta-State         pic x(8).
     03  filler            pic x.
     03  Sta-RC            pic 9(4).
     03  filler            pic x.
     03  Sta-Elapsed       pic 9(6).
     03  filler            pic x.
     03  Sta-Command       pic x(200).
*>
*> jobstep's step history
 fd  History-File.
 01  History-Rec.
     03  His-Run-Id        pic 9(14).
     03  filler            pic x.
     03  His-Deck          pic x(64).
     03  filler            pic x.
     03  His-Step          pic x(16).
     03  filler            pic x.
     03  His-State         pic x(8).
     03  filler            pic x.
     03  His-RC            pic 9(4).
     03  filler            pic x.
     03  His-Start-Date    pic 9(8).
     03  filler            pic x.
     03  His-Start-Time    pic 9(6).
     03  filler            pic x.
     03  His-End-Date      pic 9(8).
     03  filler            pic x.
     03  His-End-Time      pic 9(6).
     03  filler            pic x.
     03  His-Elapsed       pic 9(6).
     03  filler            pic x.
     03  His-Origin        pic x.
*>
 fd  Deck-In.
 01  Deck-In-Rec           pic x(600).
*>
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
*> CHKIO's before-image journal
 fd  Journal-In.
 01  Jnl-Rec.
     03  Jnl-Op            pic x(7).
     03  filler            pic x.
     03  Jnl-Stamp         pic x(14).
     03  filler            pic x.
     03  Jnl-Job           pic x(16).
     03  filler            pic x.
     03  Jnl-Org           pic x.
     03  filler            pic x.
     03  Jnl-File          pic x(64).
     03  filler            pic x.
     03  Jnl-Key           pic x(32).
     03  filler            pic x.
     03  Jnl-Image         pic x(256).
*>
 fd  Catalog-In.
 01  Catalog-Rec           pic x(300).
*>
 fd  Deck-Out.
 01  Deck-Out-Rec          pic x(300).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "recoveradv v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Arg-Sub            pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  ws-Sta-Name           pic x(64)    value "DEVTOOLS.STA".
 01  History-Name          pic x(64)    value "JOBSTEP.HIS".
 01  Deck-In-Name          pic x(64)    value spaces.
 01  Fcat-In-Name          pic x(64)    value spaces.
 01  Journal-Name          pic x(64)    value "CHKIO.JNL".
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
 01  Deck-Out-Name         pic x(64)    value "RECOVER.JOB".
 01  ws-Fcat-Arg           pic x(64)    value spaces.
 01  ws-Job-Want           pic 9(3)     value zero.
 01  ws-Step-Want          pic x(16)    value spaces.
*>
*> DEVTOOLS.STA as it stands
 01  Sta-Table.
     03  Sta-Entry         occurs 100.
         05  Sj-No         pic 9(3).
         05  Sj-State      pic x(8).
         05  Sj-RC         pic 9(4).
         05  Sj-Command    pic x(200).
 77  Sta-Count             Binary-Long  value zero.
 77  ws-Fail-Sj            Binary-Long  value zero.
*>
*> the failed step and its run
 01  ws-Fail-Step          pic x(16)    value spaces.
 01  ws-Fail-Command       pic x(400)   value spaces.
 01  ws-Fail-Prog          pic x(32)    value spaces.
 01  ws-Fail-RC            pic 9(4)     value zero.
 01  ws-Run-Id             pic 9(14)    value zero.
 01  ws-Win-From           pic 9(14)    value zero.
 01  ws-Win-To             pic 9(14)    value zero.
 77  ws-Have-History       pic x        value "N".
 01  ws-Head               pic x(200)   value spaces.
 77  ws-Head-Len           Binary-Long  value zero.
 01  ws-Word               pic x(64)    value spaces.
 01  ws-Word2              pic x(64)    value spaces.
*>
*> the deck's STEP records, EXEC records left unexpanded
 01  Dk-Table.
     03  Dk-Entry          occurs 100.
         05  Dk-Name       pic x(16).
         05  Dk-Prog       pic x(32).
         05  Dk-Fcat       pic x(64).
         05  Dk-Command    pic x(400).
 77  Dk-Count              Binary-Long  value zero.
 77  ws-Fail-Dk            Binary-Long  value zero.
 77  ws-Exec-Seen          pic x        value "N".
 01  ws-Step-Rec           pic x(600)   value spaces.
*>
*> the catalog rows worth keeping - named files with an open mode
 01  Fc-Table.
     03  Fc-Entry          occurs 2000.
         05  Fc-Prog       pic x(32).
         05  Fc-Assign     pic x(64).
         05  Fc-Mode       pic x(6).
 77  Fc-Count              Binary-Long  value zero.
*>
*> the files the failed step writes and how each comes back
 01  Of-Table.
     03  Of-Entry          occurs 20.
         05  Of-Name       pic x(64).
         05  Of-Base       pic x(64).
         05  Of-Mode       pic x(6).
         05  Of-Jnl-In     pic 9(5).
         05  Of-Cat-Date   pic 9(8).
         05  Of-Cat-File   pic x(120).
*>       J journal backout, A archive restore, N neither
         05  Of-Action     pic x.
 77  Of-Count              Binary-Long  value zero.
 77  ws-Of                 Binary-Long  value zero.
*>
*> the programs that read them
 01  Rd-Table.
     03  Rd-Entry          occurs 100.
         05  Rd-Prog       pic x(32).
         05  Rd-Of         Binary-Long.
         05  Rd-Mode       pic x(6).
         05  Rd-Where      pic x(24).
 77  Rd-Count              Binary-Long  value zero.
*>
 77  ws-Jnl-Rows           Binary-Long  value zero.
 77  ws-Jnl-Other          Binary-Long  value zero.
 77  ws-Jnl-Used           pic x        value "N".
 77  ws-No-Route           Binary-Long  value zero.
 01  ws-Stamp-N            pic 9(14)    value zero.
*>
 01  ws-Cat-Date           pic x(8)     value spaces.
 01  ws-Cat-Action         pic x(8)     value spaces.
 01  ws-Cat-File           pic x(120)   value spaces.
 01  ws-Cat-Base           pic x(64)    value spaces.
 01  ws-Cat-Date-N         pic 9(8)     value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Tally              Binary-Long  value zero.
 01  ws-Path-In            pic x(120)   value spaces.
 01  ws-Base-Out           pic x(64)    value spaces.
 01  ws-Cmd-Work           pic x(400)   value spaces.
 01  ws-Prog-Out           pic x(32)    value spaces.
 01  ws-Line               pic x(300)   value spaces.
 01  ws-Step-No            pic 99       value zero.
 01  ws-Edit               pic z(4)9.
 01  ws-Date-Edit          pic 9999/99/99.
 01  ws-Time-Edit          pic 99B99B99.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now.
     03  ws-Time-HHMMSS    pic 9(6).
     03  filler            pic 99.
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
              display "recoveradv: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     accept   ws-Sta-Name from environment "DEVTOOLS_STATUS"
              on exception
              move "DEVTOOLS.STA" to ws-Sta-Name
     end-accept.
     if       ws-Sta-Name = spaces
              move "DEVTOOLS.STA" to ws-Sta-Name.
     accept   History-Name from environment "JOBSTEP_HISTORY"
              on exception
              move "JOBSTEP.HIS" to History-Name
     end-accept.
     if       History-Name = spaces
              move "JOBSTEP.HIS" to History-Name.
     accept   Journal-Name from environment "CHKIO_JOURNAL"
              on exception
              move "CHKIO.JNL" to Journal-Name
     end-accept.
     if       Journal-Name = spaces
              move "CHKIO.JNL" to Journal-Name.
     perform  1000-Get-Args thru 1000-Exit.
     perform  1100-Load-Status thru 1100-Exit.
     perform  1200-Pick-Failed thru 1200-Exit.
     if       ws-Fail-Sj = zero
              if  ws-Job-Want not = zero or ws-Step-Want not = spaces
                  display "No such job or step in "
                          function trim (ws-Sta-Name)
              else
                  display "No FAILED job in "
                          function trim (ws-Sta-Name)
                          " - nothing to recover"
              end-if
              move 16 to return-code
              goback.
     perform  1300-Find-Step thru 1300-Exit.
     if       ws-Fail-Command = spaces
              display "Cannot find the failed step's command"
              move 16 to return-code
              goback.
     move     ws-Fail-Command to ws-Cmd-Work.
     perform  8100-Prog-Of thru 8100-Exit.
     move     ws-Prog-Out to ws-Fail-Prog.
*>
*> the catalog - as given, else as the step's own FCAT= clause named
     if       ws-Fcat-Arg not = spaces
              move ws-Fcat-Arg to Fcat-In-Name
     else
      if      ws-Fail-Dk not = zero
              move Dk-Fcat (ws-Fail-Dk) to Fcat-In-Name.
     if       Fcat-In-Name = spaces
              display "No file catalog for program "
                      function trim (ws-Fail-Prog)
                      " - give FCAT=<fcat-file>"
              move 16 to return-code
              goback.
     perform  2000-Load-Fcat thru 2000-Exit.
     if       Fc-Count = zero
              move 16 to return-code
              goback.
     perform  2100-Output-Files thru 2100-Exit.
     if       Of-Count = zero
              display "Program " function trim (ws-Fail-Prog)
                      " writes no files in "
                      function trim (Fcat-In-Name)
                      " - nothing to put back"
              move 16 to return-code
              goback.
     perform  2200-Readers thru 2200-Exit.
     perform  3000-Check-Journal thru 3000-Exit.
     perform  3100-Check-Catalog thru 3100-Exit.
     perform  4000-Report thru 4000-Exit.
     perform  5000-Write-Deck thru 5000-Exit.
     if       ws-No-Route > zero
           or (ws-Jnl-Used = "Y" and ws-Jnl-Other > zero)
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
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "JOB="
                   and ws-Arg-Text (5:1) numeric
                       move function numval (ws-Arg-Text (5:8))
                            to ws-Job-Want
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "STEP="
                       move function upper-case (ws-Arg-Text (6:16))
                            to ws-Step-Want
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FCAT="
                       move ws-Arg-Text (6:64) to ws-Fcat-Arg
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "STA="
                       move ws-Arg-Text (5:64) to ws-Sta-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "JNL="
                       move ws-Arg-Text (5:64) to Journal-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "CAT="
                       move ws-Arg-Text (5:64) to Catalog-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Deck-Out-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
 1000-Exit.
     exit.
*>
 1100-Load-Status.
     open     input Status-File.
     if       fs-reply not = zero
              display "Cannot open " function trim (ws-Sta-Name)
                      ", status " fs-reply
              go to 1100-Exit.
 1110-Next.
     read     Status-File at end
              close Status-File
              go to 1100-Exit.
     if       Status-Rec = spaces
           or Sta-Count not < 100
              go to 1110-Next.
     add      1 to Sta-Count.
     move     Sta-Job-No to Sj-No (Sta-Count).
     move     Sta-State to Sj-State (Sta-Count).
     move     Sta-RC to Sj-RC (Sta-Count).
     move     Sta-Command to Sj-Command (Sta-Count).
     go       to 1110-Next.
 1100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the row asked for - by job number, by step name (jobstep rows
*> read "<step>[ (rerun)]: <command>") - else the first FAILED one
*>----------------------------------------------------------------
 1200-Pick-Failed.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Sta-Count or ws-Fail-Sj not = zero
              evaluate true
                  when ws-Job-Want not = zero
                       if  Sj-No (ws-Sub) = ws-Job-Want
                           move ws-Sub to ws-Fail-Sj
                       end-if
                  when ws-Step-Want not = spaces
                       move spaces to ws-Word
                       unstring Sj-Command (ws-Sub)
                                delimited by space or ":"
                                into ws-Word
                       if  function upper-case (ws-Word (1:16))
                               = ws-Step-Want
                           move ws-Sub to ws-Fail-Sj
                       end-if
                  when Sj-State (ws-Sub) = "FAILED"
                       move ws-Sub to ws-Fail-Sj
              end-evaluate
     end-perform.
     if       ws-Fail-Sj not = zero
              move Sj-RC (ws-Fail-Sj) to ws-Fail-RC.
 1200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a jobstep step - its deck and run off the step history; a whole
*> "jobstep <deck>" job - the deck's latest failed step; anything
*> else is a plain command the devtools runner ran today
*>----------------------------------------------------------------
 1300-Find-Step.
     move     spaces to ws-Head.
     move     zero to ws-Head-Len.
     move     1 to ws-Ptr.
     unstring Sj-Command (ws-Fail-Sj) delimited by ": "
              into ws-Head count ws-Head-Len
              with pointer ws-Ptr.
     move     zero to ws-Tally.
     if       ws-Head-Len > zero and ws-Head-Len < 30
              inspect ws-Head (1:ws-Head-Len)
                      tallying ws-Tally for all space.
     if       ws-Ptr < 200 and ws-Head-Len > zero
          and (ws-Tally = zero
               or ws-Head (ws-Head-Len:1) = ")")
              move spaces to ws-Word
              unstring ws-Head delimited by space into ws-Word
              move function upper-case (ws-Word (1:16))
                   to ws-Fail-Step
              move Sj-Command (ws-Fail-Sj) (ws-Ptr:) to ws-Fail-Command
              perform 1400-Find-History thru 1400-Exit
              go to 1390-Deck.
     move     Sj-Command (ws-Fail-Sj) to ws-Fail-Command.
     move     ws-Fail-Command to ws-Cmd-Work.
     perform  8100-Prog-Of thru 8100-Exit.
     if       ws-Prog-Out = "JOBSTEP"
              move spaces to ws-Word ws-Word2
              unstring ws-Fail-Command delimited by all spaces
                       into ws-Word ws-Word2
              if  ws-Word2 = spaces
               or function upper-case (ws-Word2) (1:8) = "RESTART="
                  move "NIGHTLY.JOB" to ws-Word2
              end-if
              move ws-Word2 to Deck-In-Name
              perform 1450-Find-Deck-Failure thru 1450-Exit
              if  ws-Fail-Step = spaces
                  display "No failed step recorded for deck "
                          function trim (Deck-In-Name)
                  move spaces to ws-Fail-Command
                  go to 1300-Exit
              end-if
              move spaces to ws-Fail-Command
              go to 1390-Deck.
*> a plain command - today's journal images are the run's
     compute  ws-Win-From = ws-Run-Date * 1000000.
     compute  ws-Win-To = ws-Run-Date * 1000000 + ws-Time-HHMMSS.
     go       to 1300-Exit.
 1390-Deck.
     if       Deck-In-Name not = spaces
              perform 1500-Load-Deck thru 1500-Exit.
     if       ws-Fail-Dk not = zero and ws-Fail-Command = spaces
              move Dk-Command (ws-Fail-Dk) to ws-Fail-Command.
     if       ws-Have-History = "N"
              compute ws-Win-From = ws-Run-Date * 1000000
              compute ws-Win-To = ws-Run-Date * 1000000
                                + ws-Time-HHMMSS.
 1300-Exit.
     exit.
*>
*> the step's latest history row gives deck, run and times
 1400-Find-History.
     open     input History-File.
     if       fs-reply not = zero
              go to 1400-Exit.
 1410-Next.
     read     History-File at end
              close History-File
              go to 1400-Exit.
     if       function upper-case (His-Step) not = ws-Fail-Step
           or His-Origin = "C"
           or His-Run-Id < ws-Run-Id
              go to 1410-Next.
     perform  1420-Take-Run thru 1420-Exit.
     go       to 1410-Next.
 1400-Exit.
     exit.
*>
 1420-Take-Run.
     move     "Y" to ws-Have-History.
     move     His-Run-Id to ws-Run-Id.
     move     His-Deck to Deck-In-Name.
     move     His-RC to ws-Fail-RC.
     compute  ws-Win-From = His-Start-Date * 1000000
                          + His-Start-Time.
     if       His-End-Date = zero
              compute ws-Win-To = ws-Run-Date * 1000000
                                + ws-Time-HHMMSS
     else
              compute ws-Win-To = His-End-Date * 1000000
                                + His-End-Time.
 1420-Exit.
     exit.
*>
*> the deck's latest run, and the first step of it that failed
 1450-Find-Deck-Failure.
     open     input History-File.
     if       fs-reply not = zero
              go to 1450-Exit.
 1460-Next.
     read     History-File at end
              close History-File
              go to 1450-Exit.
     if       His-Deck not = Deck-In-Name
           or His-Run-Id < ws-Run-Id
              go to 1460-Next.
     if       His-Run-Id > ws-Run-Id
              move His-Run-Id to ws-Run-Id
              move spaces to ws-Fail-Step
              move "N" to ws-Have-History.
     if       His-State = "FAILED" and His-Origin not = "C"
          and ws-Fail-Step = spaces
              move function upper-case (His-Step) to ws-Fail-Step
              perform 1420-Take-Run thru 1420-Exit.
     go       to 1460-Next.
 1450-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the deck's STEP records - name, command, program and FCAT= file.
*> Procedures an EXEC pulls in are not expanded here.
*>----------------------------------------------------------------
 1500-Load-Deck.
     open     input Deck-In.
     if       fs-reply not = zero
              display "Cannot open job deck "
                      function trim (Deck-In-Name)
              go to 1500-Exit.
 1510-Next.
     read     Deck-In at end
              close Deck-In
              go to 1500-Exit.
     if       Deck-In-Rec = spaces
           or Deck-In-Rec (1:2) = "*>"
              go to 1510-Next.
     move     spaces to ws-Word ws-Word2.
     move     1 to ws-Ptr.
     unstring Deck-In-Rec delimited by all spaces
              into ws-Word ws-Word2
              with pointer ws-Ptr.
     if       function upper-case (ws-Word) = "EXEC"
              move "Y" to ws-Exec-Seen
              go to 1510-Next.
     if       function upper-case (ws-Word) not = "STEP"
           or Dk-Count not < 100
              go to 1510-Next.
     add      1 to Dk-Count.
     move     function upper-case (ws-Word2 (1:16))
              to Dk-Name (Dk-Count).
     move     spaces to Dk-Fcat (Dk-Count) Dk-Command (Dk-Count)
                        Dk-Prog (Dk-Count).
     move     Deck-In-Rec to ws-Step-Rec.
     perform  1520-Clauses thru 1520-Exit.
     if       Dk-Name (Dk-Count) = ws-Fail-Step
              move Dk-Count to ws-Fail-Dk.
     go       to 1510-Next.
 1500-Exit.
     exit.
*>
*> CMD= takes the rest of the record; FCAT=<file>[:<program>]
 1520-Clauses.
     if       ws-Ptr > 595
              go to 1520-Exit.
     move     spaces to ws-Word.
     move     ws-Ptr to ws-Sub2.
     unstring ws-Step-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Ptr.
     if       ws-Word = spaces
              go to 1520-Exit.
     if       function upper-case (ws-Word (1:4)) = "CMD="
              move ws-Step-Rec (ws-Sub2 + 4:) to Dk-Command (Dk-Count)
              move Dk-Command (Dk-Count) to ws-Cmd-Work
              perform 8100-Prog-Of thru 8100-Exit
              move ws-Prog-Out to Dk-Prog (Dk-Count)
              go to 1520-Exit.
     if       function upper-case (ws-Word (1:5)) = "FCAT="
              unstring ws-Word (6:59) delimited by ":"
                       into Dk-Fcat (Dk-Count).
     go       to 1520-Clauses.
 1520-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the catalog rows that name a file and an open mode
*>----------------------------------------------------------------
 2000-Load-Fcat.
     open     input Fcat-In.
     if       fs-reply not = zero
              display "Cannot open file catalog "
                      function trim (Fcat-In-Name)
                      ", status " fs-reply
              go to 2000-Exit.
 2010-Next.
     read     Fcat-In at end
              close Fcat-In
              go to 2000-Exit.
     if       FctI-Assign = spaces
           or FctI-Mode = "NONE" or = spaces
           or Fc-Count not < 2000
              go to 2010-Next.
     add      1 to Fc-Count.
     move     function upper-case (FctI-Prog) to Fc-Prog (Fc-Count).
     move     FctI-Assign to Fc-Assign (Fc-Count).
     inspect  Fc-Assign (Fc-Count) replacing all '"' by space
                                             all "'" by space.
     move     function trim (Fc-Assign (Fc-Count))
              to Fc-Assign (Fc-Count).
     move     FctI-Mode to Fc-Mode (Fc-Count).
     go       to 2010-Next.
 2000-Exit.
     exit.
*>
*> the failed program's OUTPUT, EXTEND and I-O files, one row each,
*> OUTPUT winning over the others for a file opened more ways
 2100-Output-Files.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fc-Count
              if  Fc-Prog (ws-Sub) = ws-Fail-Prog
              and Fc-Mode (ws-Sub) not = "INPUT"
                  perform 2110-Add-Output thru 2110-Exit
              end-if
     end-perform.
 2100-Exit.
     exit.
*>
 2110-Add-Output.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  Of-Name (ws-Of) = Fc-Assign (ws-Sub)
                  if  Fc-Mode (ws-Sub) = "OUTPUT"
                      move "OUTPUT" to Of-Mode (ws-Of)
                  end-if
                  go to 2110-Exit
              end-if
     end-perform.
     if       Of-Count not < 20
              go to 2110-Exit.
     add      1 to Of-Count.
     move     Fc-Assign (ws-Sub) to Of-Name (Of-Count) ws-Path-In.
     perform  8000-Base-Name thru 8000-Exit.
     move     ws-Base-Out to Of-Base (Of-Count).
     move     Fc-Mode (ws-Sub) to Of-Mode (Of-Count).
     move     zero to Of-Jnl-In (Of-Count) Of-Cat-Date (Of-Count).
     move     spaces to Of-Cat-File (Of-Count).
     move     "N" to Of-Action (Of-Count).
 2110-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every other program reading one of those files, and where it
*> runs - a later step of the deck, a later job on the status
*> board, or nowhere in this run
*>----------------------------------------------------------------
 2200-Readers.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fc-Count
              if  Fc-Prog (ws-Sub) not = ws-Fail-Prog
              and (Fc-Mode (ws-Sub) = "INPUT" or = "I-O")
                  perform varying ws-Of from 1 by 1
                          until ws-Of > Of-Count
                      if  Of-Name (ws-Of) = Fc-Assign (ws-Sub)
                          perform 2210-Add-Reader thru 2210-Exit
                      end-if
                  end-perform
              end-if
     end-perform.
 2200-Exit.
     exit.
*>
 2210-Add-Reader.
     if       Rd-Count not < 100
              go to 2210-Exit.
     add      1 to Rd-Count.
     move     Fc-Prog (ws-Sub) to Rd-Prog (Rd-Count).
     move     ws-Of to Rd-Of (Rd-Count).
     move     Fc-Mode (ws-Sub) to Rd-Mode (Rd-Count).
     move     spaces to Rd-Where (Rd-Count).
     if       ws-Fail-Dk not = zero
              perform varying ws-Sub2 from ws-Fail-Dk by 1
                      until ws-Sub2 > Dk-Count
                         or Rd-Where (Rd-Count) not = spaces
                  if  Dk-Prog (ws-Sub2) = Rd-Prog (Rd-Count)
                      string "later step "
                             Dk-Name (ws-Sub2) delimited by size
                             into Rd-Where (Rd-Count)
                  end-if
              end-perform
              go to 2210-Exit.
     perform  varying ws-Sub2 from ws-Fail-Sj by 1
              until ws-Sub2 > Sta-Count
                 or Rd-Where (Rd-Count) not = spaces
              move Sj-Command (ws-Sub2) to ws-Cmd-Work
              perform 8100-Prog-Of thru 8100-Exit
              if  ws-Prog-Out = Rd-Prog (Rd-Count)
                  move Sj-No (ws-Sub2) to ws-Edit
                  string "later job "
                         function trim (ws-Edit) delimited by size
                         into Rd-Where (Rd-Count)
              end-if
     end-perform.
 2210-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the journal - images of the step's files stamped inside the
*> failed run's window, and everything else a backout would take
*> out along with them
*>----------------------------------------------------------------
 3000-Check-Journal.
     open     input Journal-In.
     if       fs-reply not = zero
              go to 3000-Exit.
 3010-Next.
     read     Journal-In at end
              close Journal-In
              go to 3000-Exit.
     if       Jnl-Rec = spaces
              go to 3010-Next.
     add      1 to ws-Jnl-Rows.
     move     zero to ws-Stamp-N.
     if       Jnl-Stamp numeric
              move Jnl-Stamp to ws-Stamp-N.
     move     Jnl-File to ws-Path-In.
     perform  8000-Base-Name thru 8000-Exit.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  function trim (Jnl-File) = Of-Name (ws-Of)
               or ws-Base-Out = Of-Base (ws-Of)
                  if  ws-Stamp-N not < ws-Win-From
                  and ws-Stamp-N not > ws-Win-To
                      add 1 to Of-Jnl-In (ws-Of)
                      go to 3010-Next
                  end-if
              end-if
     end-perform.
     add      1 to ws-Jnl-Other.
     go       to 3010-Next.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> each file the journal cannot put back - the newest archive
*> copy the housekeep catalog records for it
*>----------------------------------------------------------------
 3100-Check-Catalog.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  Of-Jnl-In (ws-Of) > zero
              and Of-Mode (ws-Of) not = "OUTPUT"
                  move "J" to Of-Action (ws-Of)
                  move "Y" to ws-Jnl-Used
              end-if
     end-perform.
     open     input Catalog-In.
     if       fs-reply not = zero
              go to 3190-Tally.
 3110-Next.
     read     Catalog-In at end
              close Catalog-In
              go to 3190-Tally.
     if       Catalog-Rec = spaces
              go to 3110-Next.
*> "yyyymmdd ACTION file nnn bytes [-> dest]"
     move     spaces to ws-Cat-Date ws-Cat-Action ws-Cat-File.
     unstring Catalog-Rec delimited by all spaces
              into ws-Cat-Date ws-Cat-Action ws-Cat-File.
     if       (ws-Cat-Action not = "ARCHIVED"
               and ws-Cat-Action not = "RECOVERD")
           or ws-Cat-Date not numeric
              go to 3110-Next.
     move     ws-Cat-Date to ws-Cat-Date-N.
     move     ws-Cat-File to ws-Path-In.
     perform  8000-Base-Name thru 8000-Exit.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  Of-Action (ws-Of) not = "J"
              and (ws-Cat-File = Of-Name (ws-Of)
                   or ws-Base-Out = Of-Base (ws-Of))
              and ws-Cat-Date-N not < Of-Cat-Date (ws-Of)
                  move ws-Cat-Date-N to Of-Cat-Date (ws-Of)
                  move ws-Cat-File to Of-Cat-File (ws-Of)
                  move "A" to Of-Action (ws-Of)
              end-if
     end-perform.
     go       to 3110-Next.
 3190-Tally.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  Of-Action (ws-Of) = "N"
                  add 1 to ws-No-Route
              end-if
     end-perform.
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the advice, on the screen
*>----------------------------------------------------------------
 4000-Report.
     display  " ".
     move     Sj-No (ws-Fail-Sj) to ws-Edit.
     display  "Failed job " function trim (ws-Edit)
              "  rc " ws-Fail-RC
              "  " function trim (Sj-Command (ws-Fail-Sj)).
     if       ws-Fail-Step not = spaces
              display "  step     " function trim (ws-Fail-Step)
                      " of deck " function trim (Deck-In-Name).
     if       ws-Have-History = "Y"
              move ws-Win-From (1:8) to ws-Date-Edit
              move ws-Win-From (9:6) to ws-Time-Edit
              inspect ws-Time-Edit replacing all " " by ":"
              display "  ran      " ws-Date-Edit " " ws-Time-Edit
                      with no advancing
              move ws-Win-To (9:6) to ws-Time-Edit
              inspect ws-Time-Edit replacing all " " by ":"
              display " to " ws-Time-Edit
                      "  (run " ws-Run-Id ")"
     else
              display "  ran      today - no step history, the"
                      " whole day taken as its run".
     display  "  program  " function trim (ws-Fail-Prog)
              "  catalog " function trim (Fcat-In-Name).
     if       ws-Exec-Seen = "Y"
              display "  (the deck also EXECs procedures - their"
                      " steps are not examined)".
     display  " ".
     display  "Files the step writes, and how each comes back".
     display  "----------------------------------------------".
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              display "  " Of-Name (ws-Of) (1:40) " " Of-Mode (ws-Of)
                      with no advancing
              evaluate Of-Action (ws-Of)
                  when "J"
                       move Of-Jnl-In (ws-Of) to ws-Edit
                       display "  journal - "
                               function trim (ws-Edit)
                               " before-image(s), chkioback"
                  when "A"
                       move Of-Cat-Date (ws-Of) to ws-Date-Edit
                       display "  archive " ws-Date-Edit
                               " - hkrestore"
                  when other
                       display "  NO JOURNAL AND NO ARCHIVE COPY"
              end-evaluate
              if  Of-Mode (ws-Of) = "OUTPUT"
              and Of-Jnl-In (ws-Of) > zero
                  display "      (opened OUTPUT - the journal "
                          "cannot undo the emptying at open)"
              end-if
     end-perform.
     if       ws-Jnl-Used = "Y" and ws-Jnl-Other > zero
              move ws-Jnl-Other to ws-Edit
              display " "
              display "  WARNING " function trim (Journal-Name)
                      " also holds " function trim (ws-Edit)
                      " image(s) from other runs or files -"
              display "          chkioback backs out the whole "
                      "journal; check its TRIAL listing first".
     display  " ".
     display  "Programs reading those files".
     display  "----------------------------".
     if       Rd-Count = zero
              display "  none in the catalog".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Rd-Count
              move Rd-Of (ws-Sub) to ws-Of
              if  Rd-Where (ws-Sub) = spaces
                  move "not in this run" to ws-Line
              else
                  move Rd-Where (ws-Sub) to ws-Line
              end-if
              display "  " Rd-Prog (ws-Sub) (1:20) " "
                      Rd-Mode (ws-Sub) " "
                      Of-Name (ws-Of) (1:30) " "
                      function trim (ws-Line)
     end-perform.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the suggested deck - commentary first, then backout, the
*> restores and the rerun, every step ONFAIL=ABORT so the first
*> thing that goes wrong stops it
*>----------------------------------------------------------------
 5000-Write-Deck.
     open     output Deck-Out.
     if       fs-reply not = zero
              display "Cannot write recovery deck "
                      function trim (Deck-Out-Name)
              move 16 to return-code
              goback.
     move     ws-Run-Date to ws-Date-Edit.
     move     ws-Time-HHMMSS to ws-Time-Edit.
     inspect  ws-Time-Edit replacing all " " by ":".
     move     spaces to ws-Line.
     string   "*> Recovery deck by " Prog-Name " "
              ws-Date-Edit " " ws-Time-Edit
              " - REVIEW BEFORE RUNNING" delimited by size
              into ws-Line.
     write    Deck-Out-Rec from ws-Line.
     move     spaces to ws-Line.
     move     Sj-No (ws-Fail-Sj) to ws-Edit.
     string   "*> for failed job " function trim (ws-Edit)
              " rc " ws-Fail-RC ": "
              function trim (Sj-Command (ws-Fail-Sj))
              delimited by size into ws-Line.
     write    Deck-Out-Rec from ws-Line.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              move spaces to ws-Line
              evaluate Of-Action (ws-Of)
                  when "J"
                       string "*>   " function trim (Of-Name (ws-Of))
                              " - journal backout"
                              delimited by size into ws-Line
                  when "A"
                       move Of-Cat-Date (ws-Of) to ws-Date-Edit
                       string "*>   " function trim (Of-Name (ws-Of))
                              " - archive copy of " ws-Date-Edit
                              delimited by size into ws-Line
                  when other
                       string "*>   " function trim (Of-Name (ws-Of))
                              " - NO RECOVERY COPY, put right by "
                              "hand before the rerun"
                              delimited by size into ws-Line
              end-evaluate
              write Deck-Out-Rec from ws-Line
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Rd-Count
              if  Rd-Where (ws-Sub) = spaces
                  move Rd-Of (ws-Sub) to ws-Of
                  move spaces to ws-Line
                  string "*>   also read by "
                         function trim (Rd-Prog (ws-Sub))
                         " (" function trim (Of-Name (ws-Of))
                         ") outside this run - check it"
                         delimited by size into ws-Line
                  write Deck-Out-Rec from ws-Line
              end-if
     end-perform.
     if       ws-Jnl-Used = "Y" and ws-Jnl-Other > zero
              move ws-Jnl-Other to ws-Edit
              move spaces to ws-Line
              string "*>   WARNING the journal also holds "
                     function trim (ws-Edit)
                     " image(s) from other runs - read BACKTRL first"
                     delimited by size into ws-Line
              write Deck-Out-Rec from ws-Line.
*>
     if       ws-Jnl-Used = "Y"
              move spaces to ws-Line
              string "STEP BACKTRL ONFAIL=ABORT CMD=chkioback "
                     function trim (Journal-Name) " TRIAL"
                     delimited by size into ws-Line
              write Deck-Out-Rec from ws-Line
              move spaces to ws-Line
              string "STEP BACKOUT ONFAIL=ABORT CMD=chkioback "
                     function trim (Journal-Name)
                     delimited by size into ws-Line
              write Deck-Out-Rec from ws-Line.
*> hkrestore never writes over a file, so the damaged one is
*> moved aside first
     move     zero to ws-Step-No.
     perform  varying ws-Of from 1 by 1 until ws-Of > Of-Count
              if  Of-Action (ws-Of) = "A"
                  add 1 to ws-Step-No
                  move spaces to ws-Line
                  string "STEP SAVE" ws-Step-No
                         " ONFAIL=ABORT CMD=test ! -f "
                         function trim (Of-Name (ws-Of))
                         " || mv " function trim (Of-Name (ws-Of))
                         " " function trim (Of-Name (ws-Of))
                         ".FAILED" delimited by size into ws-Line
                  write Deck-Out-Rec from ws-Line
                  move Of-Cat-Date (ws-Of) to ws-Edit
                  move spaces to ws-Line
                  string "STEP REST" ws-Step-No
                         " ONFAIL=ABORT CMD=hkrestore FILE="
                         function trim (Of-Cat-File (ws-Of))
                         " DATE=" Of-Cat-Date (ws-Of)
                         " TO=" function trim (Of-Name (ws-Of))
                         delimited by size into ws-Line
                  write Deck-Out-Rec from ws-Line
              end-if
     end-perform.
*> the rerun - a deck restarts from the step, so its later readers
*> run again with it; a plain job reruns with the later jobs that
*> read its files
     move     spaces to ws-Line.
     if       ws-Fail-Step not = spaces and Deck-In-Name not = spaces
              string "STEP RERUN ONFAIL=ABORT CMD=jobstep "
                     function trim (Deck-In-Name)
                     " RESTART=" function trim (ws-Fail-Step)
                     delimited by size into ws-Line
              write Deck-Out-Rec from ws-Line
              go to 5090-Close.
     string   "STEP RERUN ONFAIL=ABORT CMD="
              function trim (ws-Fail-Command)
              delimited by size into ws-Line.
     write    Deck-Out-Rec from ws-Line.
     move     zero to ws-Step-No.
     perform  varying ws-Sub2 from ws-Fail-Sj by 1
              until ws-Sub2 > Sta-Count
              if  ws-Sub2 not = ws-Fail-Sj
                  move Sj-Command (ws-Sub2) to ws-Cmd-Work
                  perform 8100-Prog-Of thru 8100-Exit
                  perform varying ws-Sub from 1 by 1
                          until ws-Sub > Rd-Count
                      if  Rd-Prog (ws-Sub) = ws-Prog-Out
                          add 1 to ws-Step-No
                          move spaces to ws-Line
                          string "STEP READ" ws-Step-No
                                 " ONFAIL=ABORT CMD="
                                 function trim (Sj-Command (ws-Sub2))
                                 delimited by size into ws-Line
                          write Deck-Out-Rec from ws-Line
                          move Rd-Count to ws-Sub
                      end-if
                  end-perform
              end-if
     end-perform.
 5090-Close.
     close    Deck-Out.
     display  " ".
     display  "Suggested recovery deck written to "
              function trim (Deck-Out-Name)
              " - review it, then: jobstep "
              function trim (Deck-Out-Name).
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a path's last component, quotes and blanks off
*>----------------------------------------------------------------
 8000-Base-Name.
     inspect  ws-Path-In replacing all '"' by space
                                   all "'" by space.
     move     function trim (ws-Path-In) to ws-Path-In.
     move     zero to ws-Bx.
     perform  varying ws-Px from 1 by 1 until ws-Px > 120
              if  ws-Path-In (ws-Px:1) = "/"
                  move ws-Px to ws-Bx
              end-if
     end-perform.
     move     spaces to ws-Base-Out.
     if       ws-Bx < 120
              move ws-Path-In (ws-Bx + 1:) to ws-Base-Out.
 8000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a command's program - first word, path and extension off,
*> upper case as the catalog holds it
*>----------------------------------------------------------------
 8100-Prog-Of.
     move     spaces to ws-Word.
     unstring ws-Cmd-Work delimited by all spaces into ws-Word.
     if       ws-Word = spaces
              move spaces to ws-Word
              unstring function trim (ws-Cmd-Work)
                       delimited by all spaces into ws-Word.
     move     zero to ws-Bx.
     perform  varying ws-Px from 1 by 1 until ws-Px > 64
              if  ws-Word (ws-Px:1) = "/"
                  move ws-Px to ws-Bx
              end-if
     end-perform.
     move     spaces to ws-Prog-Out.
     if       ws-Bx < 64
              unstring ws-Word (ws-Bx + 1:) delimited by "."
                       into ws-Prog-Out.
     move     function upper-case (ws-Prog-Out) to ws-Prog-Out.
 8100-Exit.
     exit.
*>
