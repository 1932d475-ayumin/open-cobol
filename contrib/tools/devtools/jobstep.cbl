*>                      ends nonzero (the default CONTINUE carries
*>                      cleanly past failed optional steps).
*>
*>                      A step holds the files it updates through the
*>                      FILEENQ file enqueue, so no daytime formsrun,
*>                      oczap or CHKIO program rewrites them under it:
*>                        FILES=<file>:SHR|EXC[,...]
*>                        FCAT=<fcat-file>[:<program>]
*>                      the latter taking the program's files off its
*>                      cobxref .fcat rows - INPUT as SHR, OUTPUT,
*>                      EXTEND and I-O as EXC.  A step waits up to
*>                      ENQUEUE_WAIT seconds (default 300) for a file
*>                      held elsewhere, then fails rc 12 without
*>                      running.  The holds go as the step ends; the
*>                      step's own programs share them.
*>
*>                        EXEC PROC=<proc>[,<symbol>=<value>[,...]]
*>                      pulls in the STEP records of a catalogued
*>                      procedure from the procedure library
*>                      (JOBSTEP.PRC, env JOBSTEP_PROCLIB), where each
*>                      procedure runs from a "PROC <proc>" record to
*>                      its "PEND":
*>                        PROC XREFPACK
*>                        STEP XR&MEMBER CMD=cobxref &MEMBER.cbl
*>                        ...
*>                        PEND
*>                      Symbols - & and a name of letters and digits -
*>                      are replaced throughout every STEP record,
*>                      deck or procedure, before it is parsed:
*>                      &RUNDATE (yyyymmdd) and &RUNID (yyyymmddhhmmss)
*>                      always, plus whatever the EXEC names, as
*>                      MEMBER=PAYROLL gives &MEMBER.  A restart keeps
*>                      the &RUNDATE and &RUNID of the run it restarts.
*>                      An unknown procedure or symbol stops the job
*>                      before anything runs.  The expanded deck is
*>                      printed first, so the operator sees exactly
*>                      what ran.
*>
*>                      Generation data groups: a step's CMD= and
*>                      FILES= may name a registered group as
*>                      BASE(0) (current), BASE(-1) (the one before)
*>                      or BASE(+1) (a new one), resolved through
*>                      GDGRES to the real file names as the step
*>                      starts.  New generations become current only
*>                      when the step ends rc 0 - any other ending
*>                      drops them - and so do those the step's own
*>                      CHKIO programs made, the job's owner token
*>                      going to them as GDG_OWNER.  A reference that
*>                      will not resolve fails the step rc 16 without
*>                      running it.
*>
*>                      jobstep [<job-deck>] [RESTART=<step>]
*>
*>                      Every step's outcome - state, rc, start and
*>                      end time - is appended to the step history
*>                      (JOBSTEP.HIS, env JOBSTEP_HISTORY) under a run
*>                      id of the run's start date and time, as each
*>                      step ends.
*>                      RESTART=<step> re-runs the deck from the named
*>                      step: the steps before it are carried over from
*>                      the deck's latest recorded run, state and rc as
*>                      recorded, so their COND= tests still judge on
*>                      the original return codes.  Carried steps are
*>                      flagged "(carried)" in DEVTOOLS.STA and the
*>                      summary, re-executed ones "(rerun)".
*>
*>                      Return code: 0 every executed step clean, 4
*>                      optional steps failed, 8 the job aborted, 16
*>                      no steps, a deck that would not expand, or the
*>                      restart could not be set up.
*>**
*>    Called by.
*>                      A scheduler, or the queue via a single
*>                      "jobstep nightly.job" entry.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM
*>                      FILEENQ
*>                      GDGRES
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Status-File      assign Status-Name
              organization     line sequential
              status           fs-reply.
*>
*> the catalogued procedures an EXEC record expands
     select   Proc-Lib         assign Proc-Lib-Name
              organization     line sequential
              status           fs-reply.
*>
*> a program's files and open modes, from cobxref -FILECAT
     select   Fcat-In          assign Fcat-In-Name
              organization     line sequential
              status           fs-reply.
*>
*> one row per step per run - what a RESTART= carries over from
     select   History-File     assign History-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Deck-In.
 01  Deck-In-Rec           pic x(600).
*>
 fd  Proc-Lib.
 01  Proc-Rec              pic x(600).
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
 fd  Status-File.
 01  Status-Rec.
     03  Sta-Elapsed       pic 9(6).
     03  filler            pic x.
     03  Sta-Command       pic x(200).
*>
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
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "jobstep v1.05.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Arg-Sub            pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  Deck-In-Name          pic x(256)   value "NIGHTLY.JOB".
 01  Status-Name           pic x(64)    value "DEVTOOLS.STA".
 01  History-Name          pic x(64)    value "JOBSTEP.HIS".
 01  Proc-Lib-Name         pic x(64)    value "JOBSTEP.PRC".
 01  Fcat-In-Name          pic x(64)    value spaces.
*>
 01  Step-Table.
     03  Step-Entry        occurs 100.
             07  St-C-Step pic x(16).
             07  St-C-Op   pic xx.
             07  St-C-RC   pic 9(4).
*>       R ran this run, C carried over from the run restarted
         05  St-Origin     pic x.
         05  St-Start-Date pic 9(8).
         05  St-Start-Time pic 9(6).
         05  St-End-Date   pic 9(8).
         05  St-End-Time   pic 9(6).
         05  St-Prior-State pic x(8).
         05  St-Prior-RC   pic 9(4).
         05  St-Prior-Elapsed pic 9(6).
*>       the files the step holds while it runs
         05  St-File-Count pic 99.
         05  St-Files      occurs 10.
             07  St-F-Name pic x(64).
             07  St-F-Mode pic x(3).
 77  Step-Count            Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
*>
 01  ws-Word               pic x(64)    value spaces.
*> the STEP record being parsed, deck or procedure, symbols done
 01  ws-Step-Rec           pic x(600)   value spaces.
 01  ws-Subst-Rec          pic x(600)   value spaces.
 77  ws-Deck-Bad           pic x        value "N".
*>
*> &symbols - the run's own first, then the current EXEC's
 01  Sym-Table.
     03  Sym-Entry         occurs 20.
         05  Sy-Name       pic x(16).
         05  Sy-Value      pic x(64).
 77  Sym-Count             Binary-Long  value zero.
 77  ws-Sym-Sub            Binary-Long  value zero.
 01  ws-Sym-Name           pic x(16)    value spaces.
 01  ws-Exec-Parms         pic x(256)   value spaces.
 01  ws-Exec-Item          pic x(96)    value spaces.
 01  ws-Proc-Name          pic x(16)    value spaces.
 77  ws-Proc-Found         pic x        value "N".
 77  ws-Ix                 Binary-Long  value zero.
 77  ws-Ox                 Binary-Long  value zero.
 77  ws-Nx                 Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 01  ws-Char               pic x        value space.
*>
*> the file enqueue - one owner token for the whole job, which its
*> steps' programs inherit through the environment
 01  ws-Enq-Token          pic x(16)    value spaces.
 01  ws-Pid                pic 9(9)     value zero.
 01  ws-Enq-Wait           pic 9(4)     value 300.
 01  ws-Env-Text           pic x(16)    value spaces.
 01  ws-File-Item          pic x(72)    value spaces.
 01  ws-F-Name             pic x(64)    value spaces.
 01  ws-F-Mode             pic x(6)     value spaces.
 01  ws-Fcat-Prog          pic x(32)    value spaces.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Enq-Failed         pic x        value "N".
 copy "file-enq.cpy".
*> generation references - resolved as each step starts
 copy "gdg-res.cpy".
 77  ws-Gdg-Failed         pic x        value "N".
 77  ws-Gdg-Len            Binary-Long  value zero.
 01  ws-Cond-Text          pic x(128)   value spaces.
 01  ws-Cond-One           pic x(32)    value spaces.
 01  ws-C-Step             pic x(16)    value spaces.
     03  ws-Time-MM        pic 99.
     03  ws-Time-SS        pic 99.
     03  filler            pic 99.
 01  ws-Run-Id.
     03  ws-Run-Date       pic 9(8)     value zero.
     03  ws-Run-Time       pic 9(6)     value zero.
 01  ws-Run-Id-N redefines ws-Run-Id
                           pic 9(14).
 01  ws-Prior-Run          pic 9(14)    value zero.
 01  ws-Restart-Step       pic x(16)    value spaces.
 77  ws-Restart-Sub        Binary-Long  value zero.
 77  ws-Carry-Count        Binary-Long  value zero.
 01  ws-Origin-Text        pic x(10)    value spaces.
 01  ws-Start-Secs         pic 9(8)     value zero.
 01  ws-End-Secs           pic 9(8)     value zero.
 01  ws-Edit               pic z(5)9.
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
              display "jobstep: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to ws-Run-Time.
     accept   History-Name from environment "JOBSTEP_HISTORY"
              on exception
              move "JOBSTEP.HIS" to History-Name
     end-accept.
     if       History-Name = spaces
              move "JOBSTEP.HIS" to History-Name.
     accept   Proc-Lib-Name from environment "JOBSTEP_PROCLIB"
              on exception
              move "JOBSTEP.PRC" to Proc-Lib-Name
     end-accept.
     if       Proc-Lib-Name = spaces
              move "JOBSTEP.PRC" to Proc-Lib-Name.
     accept   ws-Env-Text from environment "ENQUEUE_WAIT"
              on exception
              continue
     end-accept.
     if       ws-Env-Text not = spaces
              compute ws-Enq-Wait = function numval (ws-Env-Text).
     call     "C$GETPID" returning ws-Pid.
     string   "JOBSTEP" ws-Pid delimited by size into ws-Enq-Token.
     set      environment "ENQUEUE_OWNER" to ws-Enq-Token.
*> and the same token owns the job's new generations until each
*> step's ending commits or drops them
     set      environment "GDG_OWNER" to ws-Enq-Token.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              if  function upper-case (ws-Arg-Text) (1:8)
                      = "RESTART="
                  move function upper-case (ws-Arg-Text (9:16))
                       to ws-Restart-Step
              else
                  move ws-Arg-Text to Deck-In-Name
              end-if
     end-perform.
*> a restart runs under the symbols of the run it restarts
     if       ws-Restart-Step not = spaces
              perform 1450-Find-Prior-Run thru 1450-Exit.
     move     "RUNDATE" to Sy-Name (1).
     move     "RUNID" to Sy-Name (2).
     if       ws-Prior-Run not = zero
              move ws-Prior-Run (1:8) to Sy-Value (1)
              move ws-Prior-Run to Sy-Value (2)
     else
              move ws-Run-Date to Sy-Value (1)
              move ws-Run-Id to Sy-Value (2).
     move     2 to Sym-Count.
     perform  1000-Load-Deck thru 1000-Exit.
     if       ws-Deck-Bad = "Y"
              display "Deck " function trim (Deck-In-Name)
                      " did not expand cleanly - nothing run"
              move 16 to return-code
              goback.
     if       Step-Count = zero
              display "Deck holds no steps - nothing to run"
              move 16 to return-code
              goback.
     if       ws-Restart-Step not = spaces
              perform 1500-Set-Restart thru 1500-Exit.
     perform  2000-Write-Status thru 2000-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Step-Count
              perform 3000-Run-One-Step thru 3000-Exit
                       ", status " fs-reply
              move 16 to return-code
              goback.
     display  "Expanded deck " function trim (Deck-In-Name).
     display  "=============".
 1010-Next.
     read     Deck-In at end
              close Deck-In
              display " "
              go to 1000-Exit.
     if       Deck-In-Rec = spaces
           or Deck-In-Rec (1:2) = "*>"
     unstring Deck-In-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Ptr.
     evaluate function upper-case (ws-Word)
         when "STEP"
              move Deck-In-Rec to ws-Step-Rec
              perform 1050-Add-Step thru 1050-Exit
         when "EXEC"
              perform 1300-Expand-Proc thru 1300-Exit
         when other
              display "Deck record not understood: "
                      Deck-In-Rec (1:50)
     end-evaluate.
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one STEP record into the step table - symbols replaced first,
*> then echoed as part of the expanded deck
*>----------------------------------------------------------------
 1050-Add-Step.
     perform  1400-Substitute thru 1400-Exit.
     display  "  " function trim (ws-Step-Rec trailing).
     move     spaces to ws-Word.
     move     1 to ws-Ptr.
     unstring ws-Step-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Ptr.
     if       Step-Count not < 100
              display "More than 100 steps - rest ignored"
              go to 1050-Exit.
     add      1 to Step-Count.
     move     spaces to ws-Word.
     unstring ws-Step-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Ptr.
     move     function upper-case (ws-Word (1:16))
     move     "WAITING" to St-State (Step-Count).
     move     zero to St-RC (Step-Count)
                      St-Elapsed (Step-Count)
                      St-Cond-Count (Step-Count)
                      St-File-Count (Step-Count)
                      St-Start-Date (Step-Count)
                      St-Start-Time (Step-Count)
                      St-End-Date (Step-Count)
                      St-End-Time (Step-Count)
                      St-Prior-RC (Step-Count)
                      St-Prior-Elapsed (Step-Count).
     move     spaces to St-Origin (Step-Count)
                        St-Prior-State (Step-Count).
*> the remaining clauses, any order, CMD= taking the rest of the
*> record
     perform  1100-Parse-Clauses thru 1100-Exit.
              display "Step " St-Name (Step-Count)
                      " has no CMD= - dropped"
              subtract 1 from Step-Count.
 1050-Exit.
     exit.
*>
 1100-Parse-Clauses.
     if       ws-Ptr > 595
              go to 1100-Exit.
     move     spaces to ws-Word.
     unstring ws-Step-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Ptr.
     if       ws-Word = spaces
*>            the command is everything after the CMD= marker (the
*>            marker itself is upper case by deck convention)
              move zero to ws-Ptr2
              inspect ws-Step-Rec tallying ws-Ptr2
                      for characters before initial "CMD="
              if  ws-Ptr2 < 196
                  compute ws-Ptr2 = ws-Ptr2 + 5
                  move ws-Step-Rec (ws-Ptr2:400)
                       to St-Command (Step-Count)
              end-if
              move 600 to ws-Ptr
              if  function upper-case (ws-Word) (8:5) = "ABORT"
                  move "A" to St-OnFail (Step-Count)
              end-if
         when function upper-case (ws-Word) (1:6) = "FILES="
              perform 1250-Parse-Files thru 1250-Exit
         when function upper-case (ws-Word) (1:5) = "FCAT="
              perform 1270-Load-Fcat thru 1270-Exit
         when other
              display "Step clause not understood: "
                      function trim (ws-Word)
 1200-Exit.
     exit.
*>
*> FILES=<file>:<mode>,... - a file named without a mode is EXC
 1250-Parse-Files.
     move     7 to ws-Ptr2.
 1260-Next-File.
     if       ws-Ptr2 > 64
              go to 1250-Exit.
     move     spaces to ws-File-Item.
     unstring ws-Word delimited by ","
              into ws-File-Item
              with pointer ws-Ptr2.
     if       ws-File-Item = spaces
              go to 1250-Exit.
     move     spaces to ws-F-Name ws-F-Mode.
     unstring ws-File-Item delimited by ":"
              into ws-F-Name ws-F-Mode.
     move     function upper-case (ws-F-Mode) to ws-F-Mode.
     if       ws-F-Mode not = "SHR"
              move "EXC" to ws-F-Mode.
     perform  1290-Add-File thru 1290-Exit.
     go       to 1260-Next-File.
 1250-Exit.
     exit.
*>
*> FCAT=<fcat-file>[:<program>] - the program's catalogued files,
*> the strongest open mode per file
 1270-Load-Fcat.
     move     spaces to Fcat-In-Name ws-Fcat-Prog.
     unstring ws-Word (6:59) delimited by ":"
              into Fcat-In-Name ws-Fcat-Prog.
     move     function upper-case (ws-Fcat-Prog) to ws-Fcat-Prog.
     open     input Fcat-In.
     if       fs-reply not = zero
              display "Step " function trim (St-Name (Step-Count))
                      " - cannot open file catalog "
                      function trim (Fcat-In-Name)
              move "Y" to ws-Deck-Bad
              go to 1270-Exit.
 1280-Next-Row.
     read     Fcat-In at end
              close Fcat-In
              go to 1270-Exit.
     if       FctI-Assign = spaces
           or FctI-Mode = "NONE" or = spaces
              go to 1280-Next-Row.
     if       ws-Fcat-Prog not = spaces
          and function upper-case (FctI-Prog) not = ws-Fcat-Prog
              go to 1280-Next-Row.
     move     FctI-Assign to ws-F-Name.
     inspect  ws-F-Name replacing all '"' by space
                                  all "'" by space.
     move     function trim (ws-F-Name) to ws-F-Name.
     if       FctI-Mode = "INPUT"
              move "SHR" to ws-F-Mode
     else
              move "EXC" to ws-F-Mode.
     perform  1290-Add-File thru 1290-Exit.
     go       to 1280-Next-Row.
 1270-Exit.
     exit.
*>
 1290-Add-File.
     if       ws-F-Name = spaces
              go to 1290-Exit.
     perform  varying ws-Fx from 1 by 1
              until ws-Fx > St-File-Count (Step-Count)
              if  St-F-Name (Step-Count ws-Fx) = ws-F-Name
                  if  ws-F-Mode = "EXC"
                      move "EXC" to St-F-Mode (Step-Count ws-Fx)
                  end-if
                  go to 1290-Exit
              end-if
     end-perform.
     if       St-File-Count (Step-Count) not < 10
              display "Step " function trim (St-Name (Step-Count))
                      " names more than 10 files - "
                      function trim (ws-F-Name) " not held"
              go to 1290-Exit.
     add      1 to St-File-Count (Step-Count).
     move     St-File-Count (Step-Count) to ws-Fx.
     move     ws-F-Name to St-F-Name (Step-Count ws-Fx).
     move     ws-F-Mode (1:3) to St-F-Mode (Step-Count ws-Fx).
 1290-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> EXEC PROC=<proc>,<symbol>=<value>,... - the procedure's STEP
*> records are found in the library and added as if they were in
*> the deck, under this EXEC's symbols
*>----------------------------------------------------------------
 1300-Expand-Proc.
     move     spaces to ws-Exec-Parms ws-Proc-Name.
     unstring Deck-In-Rec delimited by all spaces
              into ws-Exec-Parms
              with pointer ws-Ptr.
     move     2 to Sym-Count.
     move     1 to ws-Ptr2.
 1305-Next-Parm.
     if       ws-Ptr2 > 250
              go to 1310-Find-Proc.
     move     spaces to ws-Exec-Item.
     unstring ws-Exec-Parms delimited by ","
              into ws-Exec-Item
              with pointer ws-Ptr2.
     if       ws-Exec-Item = spaces
              go to 1310-Find-Proc.
     move     spaces to ws-Sym-Name.
     unstring ws-Exec-Item delimited by "="
              into ws-Sym-Name.
     move     function upper-case (ws-Sym-Name) to ws-Sym-Name.
     move     zero to ws-Len.
     inspect  ws-Exec-Item tallying ws-Len
              for characters before initial "=".
     add      2 to ws-Len.
     if       ws-Sym-Name = "PROC"
              move function upper-case (ws-Exec-Item (ws-Len:16))
                   to ws-Proc-Name
              go to 1305-Next-Parm.
     if       Sym-Count not < 20
              display "EXEC has more than 18 symbols - "
                      function trim (ws-Sym-Name) " ignored"
              go to 1305-Next-Parm.
     add      1 to Sym-Count.
     move     ws-Sym-Name to Sy-Name (Sym-Count).
     move     ws-Exec-Item (ws-Len:64) to Sy-Value (Sym-Count).
     go       to 1305-Next-Parm.
 1310-Find-Proc.
     if       ws-Proc-Name = spaces
              display "EXEC without PROC= : " Deck-In-Rec (1:50)
              move "Y" to ws-Deck-Bad
              go to 1300-Exit.
     display  "*> " function trim (Deck-In-Rec trailing).
     move     "N" to ws-Proc-Found.
     open     input Proc-Lib.
     if       fs-reply not = zero
              display "Cannot open procedure library "
                       function trim (Proc-Lib-Name)
                       ", status " fs-reply
              move "Y" to ws-Deck-Bad
              go to 1300-Exit.
 1320-Read-Proc.
     read     Proc-Lib at end
              go to 1390-End-Proc.
     if       Proc-Rec = spaces
           or Proc-Rec (1:2) = "*>"
              go to 1320-Read-Proc.
     move     spaces to ws-Word.
     move     1 to ws-Nx.
     unstring Proc-Rec delimited by all spaces
              into ws-Word
              with pointer ws-Nx.
     move     function upper-case (ws-Word) to ws-Word.
     if       ws-Proc-Found not = "Y"
              if  ws-Word = "PROC"
                  move spaces to ws-Word
                  unstring Proc-Rec delimited by all spaces
                           into ws-Word
                           with pointer ws-Nx
                  if  function upper-case (ws-Word) = ws-Proc-Name
                      move "Y" to ws-Proc-Found
                  end-if
              end-if
              go to 1320-Read-Proc.
     if       ws-Word = "PEND" or = "PROC"
              go to 1390-End-Proc.
     if       ws-Word = "STEP"
              move Proc-Rec to ws-Step-Rec
              perform 1050-Add-Step thru 1050-Exit
     else
              display "Procedure record not understood: "
                      Proc-Rec (1:50).
     go       to 1320-Read-Proc.
 1390-End-Proc.
     close    Proc-Lib.
     if       ws-Proc-Found not = "Y"
              display "Procedure " function trim (ws-Proc-Name)
                      " is not in " function trim (Proc-Lib-Name)
              move "Y" to ws-Deck-Bad.
     move     2 to Sym-Count.
 1300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> &name -> its value, across the whole STEP record.  A name is
*> letters and digits, so "&MEMBER.cbl" gives "PAYROLL.cbl"
*>----------------------------------------------------------------
 1400-Substitute.
     move     zero to ws-Len.
     inspect  ws-Step-Rec tallying ws-Len for all "&".
     if       ws-Len = zero
              go to 1400-Exit.
     move     spaces to ws-Subst-Rec.
     move     1 to ws-Ix ws-Ox.
 1410-Next-Char.
     if       ws-Ix > 600 or ws-Ox > 600
              go to 1490-Done.
     move     ws-Step-Rec (ws-Ix:1) to ws-Char.
     if       ws-Char not = "&"
              move ws-Char to ws-Subst-Rec (ws-Ox:1)
              add 1 to ws-Ix ws-Ox
              go to 1410-Next-Char.
*> gather the name after the &
     move     spaces to ws-Sym-Name.
     move     zero to ws-Len.
     compute  ws-Nx = ws-Ix + 1.
     perform  until ws-Nx > 600 or ws-Len not < 16
              move ws-Step-Rec (ws-Nx:1) to ws-Char
              if  (ws-Char alphabetic and ws-Char not = space)
                or ws-Char numeric
                  add 1 to ws-Len
                  move function upper-case (ws-Char)
                       to ws-Sym-Name (ws-Len:1)
                  add 1 to ws-Nx
              else
                  exit perform
              end-if
     end-perform.
     if       ws-Len = zero
              move "&" to ws-Subst-Rec (ws-Ox:1)
              add 1 to ws-Ix ws-Ox
              go to 1410-Next-Char.
     move     zero to ws-Sym-Sub.
     perform  varying ws-Cx from Sym-Count by -1 until ws-Cx < 1
              if  Sy-Name (ws-Cx) = ws-Sym-Name
                  move ws-Cx to ws-Sym-Sub
                  exit perform
              end-if
     end-perform.
     if       ws-Sym-Sub = zero
              display "Symbol &" function trim (ws-Sym-Name)
                      " has no value"
              move "Y" to ws-Deck-Bad
              move ws-Step-Rec (ws-Ix:ws-Nx - ws-Ix)
                   to ws-Subst-Rec (ws-Ox:ws-Nx - ws-Ix)
              add ws-Nx to ws-Ox
              subtract ws-Ix from ws-Ox
              move ws-Nx to ws-Ix
              go to 1410-Next-Char.
     move     Sy-Value (ws-Sym-Sub) to ws-Exec-Item.
     move     function length (function trim (ws-Exec-Item trailing))
              to ws-Len.
     if       Sy-Value (ws-Sym-Sub) = spaces
              move zero to ws-Len.
     if       ws-Len > zero and ws-Ox + ws-Len < 601
              move Sy-Value (ws-Sym-Sub) (1:ws-Len)
                   to ws-Subst-Rec (ws-Ox:ws-Len)
              add ws-Len to ws-Ox.
     move     ws-Nx to ws-Ix.
     go       to 1410-Next-Char.
 1490-Done.
     move     ws-Subst-Rec to ws-Step-Rec.
 1400-Exit.
     exit.
*>
*> the latest run of this deck in the step history
 1450-Find-Prior-Run.
     open     input History-File.
     if       fs-reply not = zero
              go to 1450-Exit.
 1460-Next.
     read     History-File at end
              close History-File
              go to 1450-Exit.
     if       His-Deck = Deck-In-Name (1:64)
          and His-Run-Id > ws-Prior-Run
              move His-Run-Id to ws-Prior-Run.
     go       to 1460-Next.
 1450-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> RESTART= - the deck's latest recorded run supplies the steps
*> before the restart point, as they ended then.  The history is
*> appended in run order, so a newer run id met on the way down
*> the file replaces whatever an older one left in the table
*>----------------------------------------------------------------
 1500-Set-Restart.
     move     zero to ws-Restart-Sub.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Step-Count
              if  St-Name (ws-Sub) = ws-Restart-Step
                  move ws-Sub to ws-Restart-Sub
                  exit perform
              end-if
     end-perform.
     if       ws-Restart-Sub = zero
              display "RESTART step " function trim (ws-Restart-Step)
                      " is not in deck " function trim (Deck-In-Name)
              move 16 to return-code
              goback.
     open     input History-File.
     if       fs-reply not = zero
              display "No step history "
                       function trim (History-Name)
                       " - nothing to restart from"
              move 16 to return-code
              goback.
 1510-Next.
     read     History-File at end
              close History-File
              go to 1520-Carry.
     if       His-Deck not = Deck-In-Name (1:64)
           or His-Run-Id < ws-Prior-Run
              go to 1510-Next.
     if       His-Run-Id > ws-Prior-Run
              move His-Run-Id to ws-Prior-Run
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Step-Count
                  move spaces to St-Prior-State (ws-Sub)
                  move zero to St-Prior-RC (ws-Sub)
                               St-Prior-Elapsed (ws-Sub)
                               St-Start-Date (ws-Sub)
                               St-Start-Time (ws-Sub)
                               St-End-Date (ws-Sub)
                               St-End-Time (ws-Sub)
              end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Step-Count
              if  St-Name (ws-Sub) = His-Step
                  move His-State to St-Prior-State (ws-Sub)
                  move His-RC to St-Prior-RC (ws-Sub)
                  move His-Elapsed to St-Prior-Elapsed (ws-Sub)
                  move His-Start-Date to St-Start-Date (ws-Sub)
                  move His-Start-Time to St-Start-Time (ws-Sub)
                  move His-End-Date to St-End-Date (ws-Sub)
                  move His-End-Time to St-End-Time (ws-Sub)
                  exit perform
              end-if
     end-perform.
     go       to 1510-Next.
 1520-Carry.
     if       ws-Prior-Run = zero
              display "No earlier run of "
                       function trim (Deck-In-Name)
                       " in the step history - nothing to restart from"
              move 16 to return-code
              goback.
     display  "Restarting at step " function trim (ws-Restart-Step)
              " - steps before it carried over from run "
              ws-Prior-Run.
*> a step that never reached the history (the old run died before
*> it) carries as skipped, so no condition can lean on it
     perform  varying ws-Sub from 1 by 1
              until ws-Sub not < ws-Restart-Sub
              if  St-Prior-State (ws-Sub) = spaces
                  display "step " function trim (St-Name (ws-Sub))
                          " has no recorded outcome - carried as SKIPPED"
                  move "SKIPPED" to St-State (ws-Sub)
                  move zero to St-RC (ws-Sub) St-Elapsed (ws-Sub)
              else
                  move St-Prior-State (ws-Sub) to St-State (ws-Sub)
                  move St-Prior-RC (ws-Sub) to St-RC (ws-Sub)
                  move St-Prior-Elapsed (ws-Sub)
                       to St-Elapsed (ws-Sub)
              end-if
              move "C" to St-Origin (ws-Sub)
              add 1 to ws-Carry-Count
     end-perform.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the whole step table, rewritten so the console always sees the
*> current picture - the runner's own idiom
              move St-RC (ws-Sub2) to Sta-RC
              move St-Elapsed (ws-Sub2) to Sta-Elapsed
              move spaces to Sta-Command
              perform 2100-Origin-Text thru 2100-Exit
              string St-Name (ws-Sub2) delimited by space
                     ws-Origin-Text delimited by "  "
                     ": " delimited by size
                     St-Command (ws-Sub2) delimited by size
                     into Sta-Command
     close    Status-File.
 2000-Exit.
     exit.
*>
*> only a restarted run flags its steps - carried or re-executed
 2100-Origin-Text.
     move     spaces to ws-Origin-Text.
     if       ws-Restart-Sub = zero
              go to 2100-Exit.
     if       St-Origin (ws-Sub2) = "C"
              move " (carried)" to ws-Origin-Text
     else
              move " (rerun)" to ws-Origin-Text.
 2100-Exit.
     exit.
*>
 3000-Run-One-Step.
     if       St-Origin (ws-Sub) = "C"
              go to 3000-Exit.
     if       ws-Aborted = "Y"
              move "ABORTED" to St-State (ws-Sub)
              go to 3090-Tell.
     if       ws-Cond-Met not = "Y"
              move "SKIPPED" to St-State (ws-Sub)
              go to 3090-Tell.
     perform  3500-Resolve-Gens thru 3500-Exit.
     if       ws-Gdg-Failed = "Y"
              move 16 to St-RC (ws-Sub)
              perform 3600-End-Gens thru 3600-Exit
              go to 3080-Failed.
     if       St-File-Count (ws-Sub) > zero
              perform 3300-Hold-Files thru 3300-Exit
              if  ws-Enq-Failed = "Y"
                  move 12 to St-RC (ws-Sub)
                  perform 3600-End-Gens thru 3600-Exit
                  go to 3080-Failed
              end-if
     end-if.
     move     "RUNNING" to St-State (ws-Sub).
     perform  2000-Write-Status thru 2000-Exit.
     display  "step " function trim (St-Name (ws-Sub))
              " : " function trim (St-Command (ws-Sub) (1:60)).
     move     "R" to St-Origin (ws-Sub).
     accept   St-Start-Date (ws-Sub) from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to St-Start-Time (ws-Sub).
     compute  ws-Start-Secs = ws-Time-HH * 3600
              + ws-Time-MM * 60 + ws-Time-SS.
     call     "SYSTEM" using St-Command (ws-Sub).
     else
              move return-code to St-RC (ws-Sub).
     move     zero to return-code.
     accept   St-End-Date (ws-Sub) from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to St-End-Time (ws-Sub).
     compute  ws-End-Secs = ws-Time-HH * 3600
              + ws-Time-MM * 60 + ws-Time-SS.
     if       ws-End-Secs < ws-Start-Secs
              add 86400 to ws-End-Secs.
     compute  St-Elapsed (ws-Sub) = ws-End-Secs - ws-Start-Secs.
     if       St-File-Count (ws-Sub) > zero
              perform 3400-Free-Files thru 3400-Exit.
     perform  3600-End-Gens thru 3600-Exit.
     if       St-RC (ws-Sub) = zero
              move "OK" to St-State (ws-Sub)
              go to 3090-Tell.
 3080-Failed.
     move     "FAILED" to St-State (ws-Sub).
     add      1 to ws-Fail-Count.
     if       St-OnFail (ws-Sub) = "A"
              move "Y" to ws-Aborted
              display "step " function trim (St-Name (ws-Sub))
                      " ended " St-RC (ws-Sub)
                      " with ONFAIL=ABORT - job stops here".
 3090-Tell.
     display  "step " function trim (St-Name (ws-Sub)) " -> "
              St-State (ws-Sub) " rc=" St-RC (ws-Sub).
     perform  2000-Write-Status thru 2000-Exit.
     perform  3200-Write-History thru 3200-Exit.
 3000-Exit.
     exit.
*>
     end-evaluate.
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the step's row goes down as the step ends, so a jobstep killed
*> part way still leaves the history a restart needs.  A restarted
*> run writes its carried steps first under its own run id, making
*> the new run complete in itself for any later restart
*>----------------------------------------------------------------
 3200-Write-History.
     open     extend History-File.
     if       fs-reply not = zero and not = 05
              open output History-File
              if  fs-reply not = zero
                  display "Cannot write step history "
                           function trim (History-Name)
                  go to 3200-Exit
              end-if.
     if       ws-Carry-Count > zero
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Step-Count
                  if  St-Origin (ws-Sub2) = "C"
                      perform 3210-Write-One thru 3210-Exit
                  end-if
              end-perform
              move zero to ws-Carry-Count.
     move     ws-Sub to ws-Sub2.
     perform  3210-Write-One thru 3210-Exit.
     close    History-File.
 3200-Exit.
     exit.
*>
 3210-Write-One.
     move     spaces to History-Rec.
     move     ws-Run-Id-N to His-Run-Id.
     move     Deck-In-Name (1:64) to His-Deck.
     move     St-Name (ws-Sub2) to His-Step.
     move     St-State (ws-Sub2) to His-State.
     move     St-RC (ws-Sub2) to His-RC.
     move     St-Start-Date (ws-Sub2) to His-Start-Date.
     move     St-Start-Time (ws-Sub2) to His-Start-Time.
     move     St-End-Date (ws-Sub2) to His-End-Date.
     move     St-End-Time (ws-Sub2) to His-End-Time.
     move     St-Elapsed (ws-Sub2) to His-Elapsed.
     if       St-Origin (ws-Sub2) = "C"
              move "C" to His-Origin
     else
              move "R" to His-Origin.
     write    History-Rec.
 3210-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the step's files held before it starts - all of them or none,
*> so a step waiting on one file never sits on the others
*>----------------------------------------------------------------
 3300-Hold-Files.
     move     "N" to ws-Enq-Failed.
     perform  varying ws-Fx from 1 by 1
              until ws-Fx > St-File-Count (ws-Sub)
              initialize enq-request
              move "ENQ" to enq-function
              move St-F-Name (ws-Sub ws-Fx) to enq-file
              move St-F-Mode (ws-Sub ws-Fx) to enq-mode
              move St-Name (ws-Sub) to enq-owner
              move ws-Enq-Wait to enq-wait
              call "FILEENQ" using enq-request
                   on exception
                   display "FILEENQ not available - step "
                           function trim (St-Name (ws-Sub))
                           " runs without its file holds"
                   exit perform
              end-call
              if  not enq-granted
                  move "Y" to ws-Enq-Failed
                  exit perform
              end-if
     end-perform.
     if       ws-Enq-Failed not = "Y"
              go to 3300-Exit.
     if       enq-held
              display "step " function trim (St-Name (ws-Sub))
                      " - " function trim (enq-file)
                      " held " enq-holder-mode " by "
                      function trim (enq-holder) " ("
                      function trim (enq-holder-operator) ")"
              if  enq-holder-stale = "y"
                  display "  the holder has gone - a stale hold an"
                          " operator can clear from batchmon"
              end-if
     else
              display "step " function trim (St-Name (ws-Sub))
                      " - file enqueue unavailable, status "
                      enq-status.
     perform  3400-Free-Files thru 3400-Exit.
 3300-Exit.
     exit.
*>
 3400-Free-Files.
     initialize enq-request.
     move     "DEQALL" to enq-function.
     call     "FILEENQ" using enq-request
              on exception
              continue
     end-call.
 3400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> BASE(n) references in the step's command and files become the
*> real generation names; an unregistered NAME(..) is left alone
*>----------------------------------------------------------------
 3500-Resolve-Gens.
     move     "N" to ws-Gdg-Failed.
     initialize gdg-request.
     move     "EXPAND" to gdg-function.
     move     St-Command (ws-Sub) to gdg-text.
     call     "GDGRES" using gdg-request
              on exception
              go to 3500-Exit
     end-call.
     if       not gdg-ok
              go to 3550-Refused.
     move     zero to ws-Gdg-Len.
     inspect  gdg-text (401:200) tallying ws-Gdg-Len
              for characters before initial "  ".
     if       ws-Gdg-Len > zero
              move "Y" to ws-Gdg-Failed
              display "step " function trim (St-Name (ws-Sub))
                      " - command too long once generations resolved"
              go to 3500-Exit.
     move     gdg-text (1:400) to St-Command (ws-Sub).
     perform  varying ws-Fx from 1 by 1
              until ws-Fx > St-File-Count (ws-Sub)
              initialize gdg-request
              move "EXPAND" to gdg-function
              move St-F-Name (ws-Sub ws-Fx) to gdg-text
              call "GDGRES" using gdg-request
              if  not gdg-ok
                  exit perform
              end-if
              move gdg-text (1:64) to St-F-Name (ws-Sub ws-Fx)
     end-perform.
     if       gdg-ok
              go to 3500-Exit.
 3550-Refused.
     move     "Y" to ws-Gdg-Failed.
     evaluate true
         when gdg-no-gen
              display "step " function trim (St-Name (ws-Sub))
                      " - " function trim (gdg-name)
                      " has no such generation, or it is being"
                      " made elsewhere"
         when gdg-busy
              display "step " function trim (St-Name (ws-Sub))
                      " - generation catalog busy for "
                      function trim (gdg-name)
         when other
              display "step " function trim (St-Name (ws-Sub))
                      " - " function trim (gdg-name)
                      " will not resolve, status " gdg-status
     end-evaluate.
 3500-Exit.
     exit.
*>
*> a clean step makes its new generations current, any other
*> ending drops them - the step's programs' own (+n) included
 3600-End-Gens.
     initialize gdg-request.
     if       St-RC (ws-Sub) = zero
              move "COMMIT" to gdg-function
     else
              move "DISCARD" to gdg-function.
     call     "GDGRES" using gdg-request
              on exception
              go to 3600-Exit
     end-call.
     if       gdg-count > zero
         and  gdg-function = "COMMIT"
              display "step " function trim (St-Name (ws-Sub))
                      " - " gdg-count " new generation(s) made current"
     end-if.
     if       gdg-count > zero
         and  gdg-function = "DISCARD"
              display "step " function trim (St-Name (ws-Sub))
                      " - " gdg-count " new generation(s) dropped"
     end-if.
     if       gdg-count = zero
              if  not gdg-ok
                  display "step " function trim (St-Name (ws-Sub))
                          " - generation " function trim (gdg-function)
                          " failed, status " gdg-status
              end-if
     end-if.
 3600-Exit.
     exit.
*>
 5000-Summary.
     display  " ".
     display  "Job summary".
     display  "===========".
     if       ws-Restart-Sub > zero
              display "Restarted at " function trim (ws-Restart-Step)
                      " from run " ws-Prior-Run.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Step-Count
              move St-Elapsed (ws-Sub2) to ws-Edit
              perform 2100-Origin-Text thru 2100-Exit
              display St-Name (ws-Sub2) " " St-State (ws-Sub2)
                      " rc=" St-RC (ws-Sub2)
                      " elapsed " function trim (ws-Edit) "s"
                      ws-Origin-Text
     end-perform.
 5000-Exit.
     exit.
