*>                        WEEKLY <DDD>     <command line>
*>                        MONTHEND         <command line>
*>                        QUARTEREND       <command line>
*>                        WORKDAY          <command line>
*>                        LASTWORKDAY      <command line>
*>                      DDD is MON..SUN.  WORKDAY runs on working
*>                      days only and LASTWORKDAY on the month's last
*>                      working day - both as the SHOPDATE date
*>                      services judge them, the same answer every
*>                      tool gives.  The holiday file (default
*>                      HOLIDAYS.DAT, override BATCHCAL_HOLIDAYS)
*>                      holds one date per record:
*>                        yyyymmdd SUPPRESS   nothing due that day
*>                      runner's flat command-line record format, and
*>                      a printed plan says what was scheduled and
*>                      why - and what was not, and why not.
*>
*>                      Missed nights.  A ledger (BATCHCAL.LDG, or
*>                      BATCHCAL_LEDGER) keeps every date a queue was
*>                      built for, BUILT until the runner has taken
*>                      that queue and RUN after.  Each run looks back
*>                      over the last BATCHCAL_CATCHUP days (31) for
*>                      dates since the ledger began that never ran -
*>                      the server down over a weekend, or a queue
*>                      built and never taken - and queues each one's
*>                      jobs ahead of tonight's, oldest date first,
*>                      every command given DATE=<that date>, so last
*>                      night's MONTHEND is late but not lost.  The
*>                      plan heads each catch-up date CATCH-UP.
*>
*>                      Return code: 0, 4 catch-up nights queued, 16
*>                      no schedule or queue.
*>**
*>    Called by.
*>                      A scheduler, ahead of "devtools QUEUE".
*>**
*>    Calls.
*>                      ENVPROF
*>                      SHOPDATE
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Queue-File       assign Queue-Name
              organization     line sequential
              status           fs-reply.
*>
*> the dates built for and whether each has run
     select   Ledger-File      assign Ledger-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*> the flat command-line record the devtools runner reads
 fd  Queue-File.
 01  Queue-Rec             pic x(600).
*>
 fd  Ledger-File.
 01  Ledger-Rec.
     03  Ldg-Date          pic 9(8).
     03  filler            pic x.
     03  Ldg-State         pic x(8).
     03  filler            pic x.
     03  Ldg-Built-Date    pic 9(8).
     03  filler            pic x.
     03  Ldg-Built-Time    pic 9(6).
     03  filler            pic x.
     03  Ldg-Jobs          pic 9(4).
     03  filler            pic x.
     03  Ldg-Kind          pic x(8).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "batchcal v1.03.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  Sched-In-Name         pic x(256)   value "BATCHCAL.SCH".
 01  Holiday-In-Name       pic x(64)    value "HOLIDAYS.DAT".
 01  Queue-Name            pic x(64)    value "DEVTOOLS.QUE".
 01  Ledger-Name           pic x(64)    value "BATCHCAL.LDG".
 77  ws-Arg-Sub            Binary-Long  value zero.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 77  ws-Due-Sw             pic x        value space.
 01  ws-Why                pic x(50)    value spaces.
 01  ws-Edit               pic z(3)9.
*>
*> the ledger, the nights it shows missed, and the night in hand -
*> ws-Run-Date is each catch-up date in turn, then tonight
 01  Ldg-Table.
     03  Ldg-Entry         occurs 400.
         05  Lt-Date       pic 9(8).
         05  Lt-State      pic x(8).
         05  Lt-Built-Date pic 9(8).
         05  Lt-Built-Time pic 9(6).
         05  Lt-Jobs       pic 9(4).
         05  Lt-Kind       pic x(8).
 77  Ldg-Count             Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
 01  ws-Ldg-First          pic 9(8)     value zero.
 77  ws-Queue-Taken        pic x        value "Y".
 01  Miss-Table.
     03  Miss-Date         pic 9(8)     occurs 62.
 77  Miss-Count            Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
 01  ws-Catchup-Days       pic 9(3)     value 31.
 01  ws-Env-Text           pic x(8)     value spaces.
 01  ws-Tonight            pic 9(8)     value zero.
 01  ws-Built-Date         pic 9(8)     value zero.
 77  ws-Catch-Up           pic x        value "N".
 77  ws-Night-Count        Binary-Long  value zero.
 77  ws-Catch-Count        Binary-Long  value zero.
 01  ws-Queue-Line         pic x(600)   value spaces.
 01  ws-Time-Now.
     03  ws-Time-HHMMSS    pic 9(6).
     03  filler            pic 99.
*>
*> the shop date services - working days and month ends
 copy "shop-date.cpy".
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
              display "batchcal: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Queue-Name from environment "DEVTOOLS_QUEUE"
              on exception
     end-accept.
     if       Holiday-In-Name = spaces
              move "HOLIDAYS.DAT" to Holiday-In-Name.
     accept   Ledger-Name from environment "BATCHCAL_LEDGER"
              on exception
              move "BATCHCAL.LDG" to Ledger-Name
     end-accept.
     if       Ledger-Name = spaces
              move "BATCHCAL.LDG" to Ledger-Name.
     accept   ws-Env-Text from environment "BATCHCAL_CATCHUP"
              on exception
              move spaces to ws-Env-Text
     end-accept.
     if       ws-Env-Text not = spaces
              move function numval (ws-Env-Text) to ws-Catchup-Days.
     if       ws-Catchup-Days > 62
              move 62 to ws-Catchup-Days.
     accept   ws-Run-Date from date yyyymmdd.
     move     ws-Run-Date to ws-Built-Date.
     accept   ws-Time-Now from time.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
                  move ws-Arg-Text to Sched-In-Name
              end-if
     end-perform.
     move     "VALIDATE" to sd-function.
     move     ws-Run-Date to sd-date.
     call     "SHOPDATE" using sd-request.
     if       not sd-ok
              display "DATE= is not a valid date: " ws-Run-Date
              move 16 to return-code
              goback.
     move     ws-Run-Date to ws-Tonight.
     perform  1100-Load-Ledger    thru 1100-Exit.
     perform  1200-Find-Missed    thru 1200-Exit.
     perform  2000-Load-Holidays  thru 2000-Exit.
     perform  3000-Build-Queue    thru 3000-Exit.
     perform  4000-Save-Ledger    thru 4000-Exit.
     if       Miss-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Work-Out-Dates.
     compute  ws-Tomorrow = function date-of-integer (ws-Work-Int).
     compute  ws-Work-Int = ws-Run-Int - 1.
     compute  ws-Yesterday = function date-of-integer (ws-Work-Int).
     move     "WORKDAY" to sd-function.
     move     ws-Run-Date to sd-date.
     call     "SHOPDATE" using sd-request.
     display  " ".
     if       ws-Catch-Up = "Y"
              display "CATCH-UP " ws-Run-Date " (" ws-Dow-Name
                      ") - missed night, its jobs run with DATE="
                      ws-Run-Date
              display "======================================="
                      "============================"
     else
              display "Plan for " ws-Run-Date " (" ws-Dow-Name ")"
              display "=============================".
     if       not sd-is-working
              display "Not a working day by the shop calendar".
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the ledger - a date built for stays BUILT until the runner has
*> taken the queue (the queue file gone, or nothing left in it)
*>----------------------------------------------------------------
 1100-Load-Ledger.
     open     input Queue-File.
     if       fs-reply = zero
              read Queue-File
                   at end move "Y" to ws-Queue-Taken
                   not at end move "N" to ws-Queue-Taken
              end-read
              close Queue-File.
     open     input Ledger-File.
     if       fs-reply not = zero
              display "No ledger " function trim (Ledger-Name)
                      " - started tonight, no catch-up possible"
              go to 1100-Exit.
 1110-Next.
     read     Ledger-File at end
              close Ledger-File
              go to 1100-Exit.
     if       Ledger-Rec = spaces
           or Ldg-Date not numeric
              go to 1110-Next.
     if       Ldg-Count not < 400
*>        oldest out to make room
              perform varying ws-Lx from 1 by 1 until ws-Lx > 399
                  move Ldg-Entry (ws-Lx + 1) to Ldg-Entry (ws-Lx)
              end-perform
              subtract 1 from Ldg-Count.
     add      1 to Ldg-Count.
     move     Ldg-Date to Lt-Date (Ldg-Count).
     move     Ldg-State to Lt-State (Ldg-Count).
     move     Ldg-Built-Date to Lt-Built-Date (Ldg-Count).
     move     Ldg-Built-Time to Lt-Built-Time (Ldg-Count).
     move     Ldg-Jobs to Lt-Jobs (Ldg-Count).
     move     Ldg-Kind to Lt-Kind (Ldg-Count).
     if       Lt-State (Ldg-Count) = "BUILT" and ws-Queue-Taken = "Y"
              move "RUN" to Lt-State (Ldg-Count).
     if       ws-Ldg-First = zero or Ldg-Date < ws-Ldg-First
              move Ldg-Date to ws-Ldg-First.
     go       to 1110-Next.
 1100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the dates in the look-back since the ledger began, before
*> tonight, that never ran
*>----------------------------------------------------------------
 1200-Find-Missed.
     if       ws-Ldg-First = zero
              go to 1200-Exit.
     compute  ws-Work-Int = function integer-of-date (ws-Tonight)
                          - ws-Catchup-Days.
     compute  ws-Next-Date = function date-of-integer (ws-Work-Int).
     if       ws-Next-Date < ws-Ldg-First
              move ws-Ldg-First to ws-Next-Date.
     perform  until ws-Next-Date not < ws-Tonight
              perform 1250-Find-Ledger thru 1250-Exit
              if  ws-Lx = zero or Lt-State (ws-Lx) not = "RUN"
                  add 1 to Miss-Count
                  move ws-Next-Date to Miss-Date (Miss-Count)
              end-if
              compute ws-Work-Int =
                      function integer-of-date (ws-Next-Date) + 1
              compute ws-Next-Date =
                      function date-of-integer (ws-Work-Int)
     end-perform.
     if       Miss-Count = zero
              go to 1200-Exit.
     move     Miss-Count to ws-Edit.
     display  "MISSED NIGHTS: " function trim (ws-Edit)
              " date(s) never run - caught up ahead of tonight:".
     perform  varying ws-Mx from 1 by 1 until ws-Mx > Miss-Count
              display "    CATCH-UP " Miss-Date (ws-Mx)
     end-perform.
 1200-Exit.
     exit.
*>
*> ws-Next-Date's ledger entry, ws-Lx zero when there is none
 1250-Find-Ledger.
     perform  varying ws-Lx from Ldg-Count by -1 until ws-Lx < 1
              if  Lt-Date (ws-Lx) = ws-Next-Date
                  go to 1250-Exit
              end-if
     end-perform.
     move     zero to ws-Lx.
 1250-Exit.
     exit.
*>
 2000-Load-Holidays.
     open     input Holiday-In.
 2010-Next.
     read     Holiday-In at end
              close Holiday-In
              go to 2000-Exit.
     if       Holiday-In-Rec = spaces
           or Holiday-In-Rec (1:1) = "*"
           or Hol-Count not < 100
     else
              move "X" to Hol-Kind (Hol-Count).
     go       to 2010-Next.
 2000-Exit.
     exit.
*>
*> the night in hand's holiday state and its eve's
 2100-Judge-Night.
     move     space to ws-Today-Hol ws-Yday-Hol.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hol-Count
              if  Hol-Date (ws-Sub) = ws-Run-Date
                  move Hol-Kind (ws-Sub) to ws-Today-Hol
     if       ws-Yday-Hol = "S"
              display "Yesterday was a SHIFT holiday - its jobs"
                      " run tonight".
 2100-Exit.
     exit.
*>
 3000-Build-Queue.
                       ", status " fs-reply
              move 16 to return-code
              goback.
     close    Sched-In.
     open     output Queue-File.
     if       fs-reply not = zero
              display "Cannot open queue "
                       ", status " fs-reply
              move 16 to return-code
              goback.
*> the missed nights oldest first, then tonight
     move     "Y" to ws-Catch-Up.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > Miss-Count
              move Miss-Date (ws-Mx) to ws-Run-Date
              perform 3050-Plan-Night thru 3050-Exit
     end-perform.
     move     "N" to ws-Catch-Up.
     move     ws-Tonight to ws-Run-Date.
     perform  3050-Plan-Night thru 3050-Exit.
     close    Queue-File.
     go       to 3090-Wrap.
*>
*> one night's jobs - ws-Run-Date's
 3050-Plan-Night.
     perform  1000-Work-Out-Dates thru 1000-Exit.
     perform  2100-Judge-Night thru 2100-Exit.
     move     zero to ws-Night-Count.
     open     input Sched-In.
     if       fs-reply not = zero
              go to 3050-Exit.
 3010-Next-Job.
     read     Sched-In at end
              close Sched-In
              go to 3060-Record.
     if       Sched-In-Rec = spaces
           or Sched-In-Rec (1:2) = "*>"
              go to 3010-Next-Job.
                       to ws-Why
              end-if.
     if       ws-Due-Sw = "Y"
              move ws-Command to ws-Queue-Line
              if  ws-Catch-Up = "Y"
                  move spaces to ws-Queue-Line
                  string function trim (ws-Command trailing)
                         " DATE=" ws-Run-Date
                         delimited by size into ws-Queue-Line
                  add 1 to ws-Catch-Count
              end-if
              write Queue-Rec from ws-Queue-Line
              add 1 to ws-Queued-Count ws-Night-Count
              if  ws-Why = spaces
                  move "due tonight" to ws-Why
              end-if
                      function trim (ws-Command (1:50))
                      "  (" function trim (ws-Why) ")".
     go       to 3010-Next-Job.
*> the night goes into the ledger as built
 3060-Record.
     move     ws-Run-Date to ws-Next-Date.
     perform  1250-Find-Ledger thru 1250-Exit.
     if       ws-Lx = zero
              if  Ldg-Count not < 400
                  perform varying ws-Lx from 1 by 1 until ws-Lx > 399
                      move Ldg-Entry (ws-Lx + 1) to Ldg-Entry (ws-Lx)
                  end-perform
                  subtract 1 from Ldg-Count
              end-if
              add 1 to Ldg-Count
              move Ldg-Count to ws-Lx
              move ws-Run-Date to Lt-Date (ws-Lx).
     move     "BUILT" to Lt-State (ws-Lx).
     move     ws-Built-Date to Lt-Built-Date (ws-Lx).
     move     ws-Time-HHMMSS to Lt-Built-Time (ws-Lx).
     move     ws-Night-Count to Lt-Jobs (ws-Lx).
     if       ws-Catch-Up = "Y"
              move "CATCHUP" to Lt-Kind (ws-Lx)
     else
              move "TONIGHT" to Lt-Kind (ws-Lx).
     if       ws-Catch-Up = "Y" and ws-Night-Count = zero
              display "CATCH-UP " ws-Run-Date
                      " - nothing was due that night".
 3050-Exit.
     exit.
*>
 3090-Wrap.
     display  " ".
     move     ws-Queued-Count to ws-Edit.
     display  function trim (ws-Edit) " job(s) queued to "
              function trim (Queue-Name).
     if       Miss-Count > zero
              move ws-Catch-Count to ws-Edit
              display "  of them " function trim (ws-Edit)
                      " catch-up job(s) for " with no advancing
              move Miss-Count to ws-Edit
              display function trim (ws-Edit) " missed night(s):"
              perform varying ws-Mx from 1 by 1
                      until ws-Mx > Miss-Count
                  display "    CATCH-UP " Miss-Date (ws-Mx)
              end-perform.
 3000-Exit.
     exit.
*>
                     or = "09" or = "12")
                  move "Y" to ws-Due-Sw
              end-if
         when "WORKDAY"
              move "WORKDAY" to sd-function
              move ws-Next-Date to sd-date
              call "SHOPDATE" using sd-request
              if  sd-is-working
                  move "Y" to ws-Due-Sw
              end-if
         when "LASTWORKDAY"
              move "MONTHEND" to sd-function
              move ws-Next-Date to sd-date
              call "SHOPDATE" using sd-request
              if  sd-ok and sd-result-date = ws-Next-Date
                  move "Y" to ws-Due-Sw
              end-if
         when other
              move "rule not understood" to ws-Why
     end-evaluate.
     compute  ws-Tomorrow = function date-of-integer (ws-Work-Int).
 3200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the ledger back, in date order as built
*>----------------------------------------------------------------
 4000-Save-Ledger.
     open     output Ledger-File.
     if       fs-reply not = zero
              display "Cannot write ledger " function trim (Ledger-Name)
                      ", status " fs-reply
              go to 4000-Exit.
     perform  varying ws-Lx from 1 by 1 until ws-Lx > Ldg-Count
              move spaces to Ledger-Rec
              move Lt-Date (ws-Lx) to Ldg-Date
              move Lt-State (ws-Lx) to Ldg-State
              move Lt-Built-Date (ws-Lx) to Ldg-Built-Date
              move Lt-Built-Time (ws-Lx) to Ldg-Built-Time
              move Lt-Jobs (ws-Lx) to Ldg-Jobs
              move Lt-Kind (ws-Lx) to Ldg-Kind
              write Ledger-Rec
     end-perform.
     close    Ledger-File.
 4000-Exit.
     exit.
