      >>source free
 Identification division.
*>**********************
      program-id.       arcade.
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
*>    Usage.            Break-room arcade - wumpus and ctrek from one
*>                      launcher, under a games-hours policy, so the
*>                      games stop being played on the operator console
*>                      in the middle of the batch window.
*>
*>                      arcade                     the launcher
*>                      arcade REPORT [WEEK=<yyyymmdd>] [OUT=<file>]
*>                                                 the weekly report
*>
*>                      The launcher signs the operator on through
*>                      OPSIGNON - no sign-on, no games - and offers the
*>                      games the policy names.  A game is started only
*>                      when all of these hold:
*>                        - the time is inside one of the policy's
*>                          HOURS;
*>                        - no job on the queue runner's status file
*>                          (DEVTOOLS.STA, DEVTOOLS_STATUS) is RUNNING -
*>                          what batchmon shows;
*>                        - the operator has minutes left of the day's
*>                          cap.
*>                      The game is run for the operator (OPERATOR_ID
*>                      set, so the wumpus league knows the player) and,
*>                      with CUTOFF ON, stopped when the minutes left
*>                      or the allowed hours run out, whichever is
*>                      first.
*>
*>                      The policy (GAMES.POL, or GAMES_POLICY):
*>
*>                        *> comment
*>                        HOURS   <hhmm> <hhmm> [<days>]
*>                                allowed from and to; days MON..SUN,
*>                                comma separated, ranges as MON-FRI,
*>                                or ALL (the default).  A window past
*>                                midnight (2200 0200) belongs to the
*>                                day it starts on
*>                        DAILY   <minutes> each operator's daily cap
*>                                (30 without the line)
*>                        CAP     <operator> <minutes>  one operator's
*>                                own cap - 0 bars them
*>                        CUTOFF  ON | OFF  stop a game at the limit
*>                                (ON, the default) or only refuse the
*>                                next one
*>                        GAME    <id> <title>       up to 6 games,
*>                        COMMAND <command line>     each with the
*>                                                   command it runs
*>
*>                      No policy, or one in error, is no play.
*>
*>                      Every session goes on the session log
*>                      (GAMES.LOG, or GAMES_LOG): a START line as the
*>                      game starts, an END line with its start, end,
*>                      game and seconds when it is over, and a REFUSE
*>                      line with the reason (HOURS, BATCH, CAP) when
*>                      one is refused.  The daily cap counts the END
*>                      lines of the day.  The games keep their own
*>                      detail - the wumpus league and the ctrek
*>                      debrief are not touched.
*>
*>                      REPORT is the week's play time per operator
*>                      over every game, Monday to Sunday: the week
*>                      holding WEEK=, default last week, written to
*>                      ARCADE.RPT or OUT=.  A START with no END is a
*>                      session that never came back to the launcher.
*>
*>                      Return code: 0 done, 16 no sign-on, no policy,
*>                      a bad argument or the report not written.
*>**
*>    Called by.
*>                      Run standalone; REPORT from the batch tail on
*>                      Mondays.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>                      OPSIGNON, OPTEXT
*>                      SYSTEM (the games' commands)
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
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
     select   Policy-In        assign ws-Policy-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Games-Log assign ws-Log-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Sta-In           assign Sta-In-Name
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
 fd  Policy-In.
 01  Policy-In-Rec         pic x(256).
*>
*> one line a session event:
*>   type sp date sp time sp operator sp game sp start-date
*>   sp start-time sp seconds sp reason
 fd  Games-Log.
 01  Games-Log-Rec.
     03  Lg-Type           pic x(6).
     03  filler            pic x.
     03  Lg-Date           pic 9(8).
     03  filler            pic x.
     03  Lg-Time           pic 9(6).
     03  filler            pic x.
     03  Lg-Operator       pic x(16).
     03  filler            pic x.
     03  Lg-Game           pic x(8).
     03  filler            pic x.
     03  Lg-Start-Date     pic 9(8).
     03  filler            pic x.
     03  Lg-Start-Time     pic 9(6).
     03  filler            pic x.
     03  Lg-Secs           pic 9(6).
     03  filler            pic x.
     03  Lg-Reason         pic x(8).
*>
*> the queue runner's status file, as batchmon reads it
 fd  Sta-In.
 01  Sta-In-Rec.
     03  StaI-Job-No       pic 9(3).
     03  filler            pic x.
     03  StaI-State        pic x(8).
     03  filler            pic x.
     03  StaI-Rest         pic x(212).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(132).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(16) value "arcade v1.00.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Week-Arg           pic x(8)     value spaces.
 01  ws-Policy-Name        pic x(64)    value "GAMES.POL".
 01  ws-Log-Name           pic x(64)    value "GAMES.LOG".
 01  Sta-In-Name           pic x(256)   value "DEVTOOLS.STA".
 01  Report-Name           pic x(64)    value spaces.
*>
 77  ws-Quit-Flag          pic x        value "N".
     88  ws-Quit                        value "Y".
 77  ws-Choice             pic x        value space.
 77  ws-Game-No            Binary-Long  value zero.
 77  ws-Choice-No          pic 9        value zero.
*>
*> the policy
 01  Hr-Table              value spaces.
     03  Hr-Entry          occurs 20.
         05  Hr-From       pic 9(4).
         05  Hr-To         pic 9(4).
         05  Hr-Days       pic x(7).
         05  Hr-Text       pic x(40).
 77  Hr-Count              Binary-Long  value zero.
 01  Cap-Table             value spaces.
     03  Cap-Entry         occurs 100.
         05  Cp-Operator   pic x(16).
         05  Cp-Mins       pic 9(4).
 77  Cap-Count             Binary-Long  value zero.
 01  Gm-Table              value spaces.
     03  Gm-Entry          occurs 6.
         05  Gm-Id         pic x(8).
         05  Gm-Title      pic x(40).
         05  Gm-Command    pic x(200).
 77  Gm-Count              Binary-Long  value zero.
 77  ws-Daily-Mins         Binary-Long  value 30.
 77  ws-Cutoff             pic x        value "Y".
 77  ws-Err-Count          Binary-Long  value zero.
 77  ws-Policy-Found       pic x        value "N".
*>
*> one policy line taken apart
 01  ws-Line               pic x(256)   value spaces.
 01  ws-Word1              pic x(32)    value spaces.
 01  ws-Word2              pic x(32)    value spaces.
 01  ws-Word3              pic x(32)    value spaces.
 01  ws-Word4              pic x(64)    value spaces.
 01  ws-After-Word         pic x(256)   value spaces.
 01  ws-Rest               pic x(256)   value spaces.
 77  ws-Parse-Ptr          Binary-Long  value zero.
 77  ws-Num                Binary-Long  value zero.
 01  ws-Num-Word           pic x(32)    value spaces.
 77  ws-Num-OK             pic x        value "N".
 01  ws-Day-Item           pic x(16)    value spaces.
 77  ws-Day-Ptr            Binary-Long  value zero.
 77  ws-Day-A              Binary-Long  value zero.
 77  ws-Day-B              Binary-Long  value zero.
 01  ws-Day-Names          pic x(21)    value "MONTUEWEDTHUFRISATSUN".
 01  ws-Day-Word           pic x(3)     value spaces.
 77  ws-Day-Hit            Binary-Long  value zero.
*>
*> now, and what the operator has left
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  filler redefines ws-Time-Now.
     03  ws-Now-HH         pic 99.
     03  ws-Now-MM         pic 99.
     03  ws-Now-SS         pic 99.
     03  filler            pic 99.
 77  ws-Now-Secs           Binary-Long  value zero.
 77  ws-Dow                pic 9        value zero.
 77  ws-Dow-Before         Binary-Long  value zero.
 77  ws-From-Secs          Binary-Long  value zero.
 77  ws-To-Secs            Binary-Long  value zero.
 77  ws-Window-Left        Binary-Long  value zero.
 77  ws-This-Left          Binary-Long  value zero.
 77  ws-Cap-Mins           Binary-Long  value zero.
 77  ws-Used-Secs          Binary-Long  value zero.
 77  ws-Cap-Left           Binary-Long  value zero.
 77  ws-Session-Secs       Binary-Long  value zero.
 01  ws-Refusal            pic x(8)     value spaces.
 77  ws-Running            pic x        value "N".
*>
*> the session
 01  ws-Start-Date         pic 9(8)     value zero.
 01  ws-Start-Time         pic 9(8)     value zero.
 01  filler redefines ws-Start-Time.
     03  ws-Start-HH       pic 99.
     03  ws-Start-MM       pic 99.
     03  ws-Start-SS       pic 99.
     03  filler            pic 99.
 01  ws-End-Date           pic 9(8)     value zero.
 01  ws-End-Time           pic 9(8)     value zero.
 01  filler redefines ws-End-Time.
     03  ws-End-HH         pic 99.
     03  ws-End-MM         pic 99.
     03  ws-End-SS         pic 99.
     03  filler            pic 99.
 77  ws-Played-Secs        Binary-Long  value zero.
 01  ws-Command            pic x(256)   value spaces.
 77  ws-Log-OK             pic x        value "N".
*>
*> the weekly report - per operator, a column a game
 01  ws-Week-Start         pic 9(8)     value zero.
 01  ws-Week-End           pic 9(8)     value zero.
 77  ws-Day-Int            Binary-Long  value zero.
 01  Gc-Table              value spaces.
     03  Gc-Id             pic x(8)     occurs 6.
 77  Gc-Count              Binary-Long  value zero.
 01  Rp-Table.
     03  Rp-Entry          occurs 200.
         05  Rp-Operator   pic x(16).
         05  Rp-Sessions   Binary-Long.
         05  Rp-Starts     Binary-Long.
         05  Rp-Refused    Binary-Long.
         05  Rp-Total      Binary-Long.
         05  Rp-Game-Secs  Binary-Long  occurs 6.
 01  Rp-Hold               pic x(60).
 77  Rp-Count              Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
 77  ws-Gx                 Binary-Long  value zero.
 77  ws-Tot-Sessions       Binary-Long  value zero.
 77  ws-Tot-Secs           Binary-Long  value zero.
 77  ws-Tot-Refused        Binary-Long  value zero.
 77  ws-Unfinished         Binary-Long  value zero.
 01  ws-Tot-Game-Secs.
     03  ws-Tot-Game       Binary-Long  occurs 6.
 77  ws-Swapped            pic x        value "N".
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 77  ws-Mins               Binary-Long  value zero.
 01  ws-Edit               pic z(6)9.
 01  ws-Edit2              pic z(6)9.
 01  ws-Mins-Edit          pic z(5)9.
 01  ws-Col                pic x(9)     value spaces.
 01  ws-Report-Line        pic x(132)   value spaces.
 01  ws-Rule               pic x(74)    value all "-".
 77  ws-Rule-Len           Binary-Long  value zero.
*>
*> the launcher's wording, each under its OPTEXT id - the English
*> here, replaced by the operator's language at sign-on
 01  Tx-Texts.
     03  filler            pic x(32)  value "ARCADE.TITLE".
     03  Tx-Title          pic x(74)  value "Break-room arcade".
     03  filler            pic x(32)  value "ARCADE.PLAYED".
     03  Tx-Played         pic x(74)  value "Played today:".
     03  filler            pic x(32)  value "ARCADE.OF".
     03  Tx-Of             pic x(74)  value "of".
     03  filler            pic x(32)  value "ARCADE.MINUTES".
     03  Tx-Minutes        pic x(74)  value "minutes".
     03  filler            pic x(32)  value "ARCADE.LEAVE".
     03  Tx-Leave          pic x(74)  value "Leave the arcade".
     03  filler            pic x(32)  value "ARCADE.PROMPT".
     03  Tx-Prompt         pic x(74)  value "Enter choice:".
     03  filler            pic x(32)  value "ARCADE.PICK".
     03  Tx-Pick           pic x(74)  value
         "Please enter one of the numbers shown, or Q.".
     03  filler            pic x(32)  value "ARCADE.NO-SIGN-ON".
     03  Tx-No-Sign-On     pic x(74)  value
         "The arcade needs a signed-on operator - see the shift supervisor".
     03  filler            pic x(32)  value "ARCADE.HOURS".
     03  Tx-Hours          pic x(74)  value
         "Games are not allowed at this hour.  Allowed:".
     03  filler            pic x(32)  value "ARCADE.BATCH".
     03  Tx-Batch          pic x(74)  value
         "Batch jobs are RUNNING - no games until they have finished.".
     03  filler            pic x(32)  value "ARCADE.CAP".
     03  Tx-Cap            pic x(74)  value
         "Today's games minutes are used up.".
     03  filler            pic x(32)  value "ARCADE.STARTING".
     03  Tx-Starting       pic x(74)  value "Starting".
     03  filler            pic x(32)  value "ARCADE.STOPS-IN".
     03  Tx-Stops-In       pic x(74)  value "- it is stopped in".
     03  filler            pic x(32)  value "ARCADE.ENDED".
     03  Tx-Ended          pic x(74)  value "Session over:".
     03  filler            pic x(32)  value "ARCADE.PLAYED-FOR".
     03  Tx-Played-For     pic x(74)  value "minutes played,".
     03  filler            pic x(32)  value "ARCADE.LEFT".
     03  Tx-Left           pic x(74)  value "left today".
 01  filler redefines Tx-Texts.
     03  Tx-Entry          occurs 16.
         05  Tx-Id         pic x(32).
         05  Tx-Text       pic x(74).
 77  Tx-Count              pic 99       value 16.
 77  Tx-Sub                pic 99       value zero.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> messages go out by their catalogue id - ARC0001S and the like
 copy "msg-cat.cpy".
*>
*> the operator at the launcher, and the launcher's wording
 copy "op-signon.cpy".
 copy "op-text.cpy".
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
              display "arcade: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   ws-Policy-Name from environment "GAMES_POLICY"
              on exception
              move "GAMES.POL" to ws-Policy-Name
     end-accept.
     if       ws-Policy-Name = spaces
              move "GAMES.POL" to ws-Policy-Name.
     accept   ws-Log-Name from environment "GAMES_LOG"
              on exception
              move "GAMES.LOG" to ws-Log-Name
     end-accept.
     if       ws-Log-Name = spaces
              move "GAMES.LOG" to ws-Log-Name.
     accept   Sta-In-Name from environment "DEVTOOLS_STATUS"
              on exception
              move "DEVTOOLS.STA" to Sta-In-Name
     end-accept.
     if       Sta-In-Name = spaces
              move "DEVTOOLS.STA" to Sta-In-Name.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) = "REPORT"
                       move "REPORT" to ws-Mode
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "WEEK="
                       move ws-Arg-Text (6:8) to ws-Week-Arg
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     if       ws-Mode = "REPORT"
              perform 6000-Week-Report thru 6000-Exit
              goback.
     if       ws-Week-Arg not = spaces or Report-Name not = spaces
              display "WEEK= and OUT= go with REPORT"
              move 16 to return-code
              goback.
*>
*> no policy, or one in error, is no play
     perform  1100-Load-Policy thru 1100-Exit.
     if       ws-Policy-Found not = "Y" or ws-Err-Count > zero
              move "ARC0001" to mc-id
              move ws-Policy-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              goback.
*>
*> every session is a person's - no sign-on, no games
     initialize op-request.
     call     "OPSIGNON" using op-request
              on exception
              move spaces to op-id
              move "28" to op-status
     end-call.
     perform  1050-Load-Text thru 1050-Exit.
     if       not op-signed-on
              display function trim (Tx-No-Sign-On)
              move 16 to return-code
              goback.
     perform  1000-Show-Menu thru 1000-Exit until ws-Quit.
     move     zero to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> the games on offer and the minutes played today; a pick is
*> checked against the policy before anything starts
*>----------------------------------------------------------------
 1000-Show-Menu.
     perform  2900-Time-Now thru 2900-Exit.
     perform  2300-Minutes-Used thru 2300-Exit.
     display  " ".
     display  function trim (Tx-Title) " - " function trim (op-id).
     compute  ws-Rule-Len = function length (function trim (Tx-Title))
                          + function length (function trim (op-id)) + 3.
     if       ws-Rule-Len > 74
              move 74 to ws-Rule-Len.
     display  ws-Rule (1:ws-Rule-Len).
     compute  ws-Mins = ws-Used-Secs / 60.
     move     ws-Mins to ws-Edit.
     move     ws-Cap-Mins to ws-Edit2.
     display  function trim (Tx-Played) " " function trim (ws-Edit)
              " " function trim (Tx-Of) " " function trim (ws-Edit2)
              " " function trim (Tx-Minutes).
     display  " ".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gm-Count
              move ws-Sub to ws-Choice-No
              display ws-Choice-No "  " function trim (Gm-Title (ws-Sub))
     end-perform.
     display  "Q  " function trim (Tx-Leave).
     display  " ".
     display  function trim (Tx-Prompt) " " with no advancing.
     move     space to ws-Choice.
     accept   ws-Choice.
     move     function upper-case (ws-Choice) to ws-Choice.
     if       ws-Choice = "Q" or ws-Choice = space
              move "Y" to ws-Quit-Flag
              go to 1000-Exit.
     if       ws-Choice not numeric
              display function trim (Tx-Pick)
              go to 1000-Exit.
     move     ws-Choice to ws-Game-No.
     if       ws-Game-No < 1 or ws-Game-No > Gm-Count
              display function trim (Tx-Pick)
              go to 1000-Exit.
     perform  2000-May-Play thru 2000-Exit.
     if       ws-Refusal not = spaces
              perform 2800-Refuse thru 2800-Exit
              go to 1000-Exit.
     perform  3000-Play thru 3000-Exit.
 1000-Exit.
     exit.
*>
*> the launcher's wording in the operator's language - OPTEXT leaves
*> the English of any text it has no translation for
 1050-Load-Text.
     initialize ot-request.
     move     "LANGUAGE" to ot-function.
     move     op-language to ot-language.
     call     "OPTEXT" using ot-request
              on exception
              go to 1050-Exit
     end-call.
     move     "TEXT" to ot-function.
     perform  varying Tx-Sub from 1 by 1 until Tx-Sub > Tx-Count
              move Tx-Id (Tx-Sub) to ot-id
              move Tx-Text (Tx-Sub) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Tx-Text (Tx-Sub)
     end-perform.
 1050-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the games policy - every line is checked, and any error stops
*> the launcher before anyone plays
*>----------------------------------------------------------------
 1100-Load-Policy.
     open     input Policy-In.
     if       fs-reply not = zero
              display "No games policy at " function trim (ws-Policy-Name)
              go to 1100-Exit.
     move     "Y" to ws-Policy-Found.
 1110-Next.
     read     Policy-In at end
              close Policy-In
              go to 1190-Check.
     move     function trim (Policy-In-Rec leading) to ws-Line.
     if       ws-Line = spaces or ws-Line (1:1) = "*"
              go to 1110-Next.
*> the keyword, what follows it, and that again split at its first
*> word - COMMAND and the GAME title want the whole remainder
     move     spaces to ws-Word1 ws-Word2 ws-After-Word ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring ws-Line delimited by all spaces
              into ws-Word1 with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 257
              move ws-Line (ws-Parse-Ptr:) to ws-After-Word.
     move     1 to ws-Parse-Ptr.
     unstring ws-After-Word delimited by all spaces
              into ws-Word2 with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 257
              move function trim (ws-After-Word (ws-Parse-Ptr:))
                   to ws-Rest.
     move     function upper-case (ws-Word1) to ws-Word1.
     evaluate ws-Word1
         when "HOURS"
              perform 1120-Take-Hours thru 1120-Exit
         when "DAILY"
              move ws-Word2 to ws-Num-Word
              perform 1180-Take-Number thru 1180-Exit
              if  ws-Num-OK = "Y"
                  move ws-Num to ws-Daily-Mins
              else
                  display "DAILY needs a number of minutes"
                  add 1 to ws-Err-Count
              end-if
         when "CAP"
              move ws-Rest to ws-Num-Word
              perform 1180-Take-Number thru 1180-Exit
              if  ws-Word2 = spaces or ws-Num-OK not = "Y"
                  display "CAP needs an operator and a number of minutes"
                  add 1 to ws-Err-Count
              else
                  if  Cap-Count < 100
                      add 1 to Cap-Count
                      move function upper-case (ws-Word2)
                           to Cp-Operator (Cap-Count)
                      move ws-Num to Cp-Mins (Cap-Count)
                  else
                      display "Too many CAP lines - 100 is the limit"
                      add 1 to ws-Err-Count
                  end-if
              end-if
         when "CUTOFF"
              evaluate function upper-case (ws-Word2)
                  when "ON"
                       move "Y" to ws-Cutoff
                  when "OFF"
                       move "N" to ws-Cutoff
                  when other
                       display "CUTOFF must be ON or OFF"
                       add 1 to ws-Err-Count
              end-evaluate
         when "GAME"
              if  Gm-Count not < 6
                  display "Too many GAME lines - 6 is the limit"
                  add 1 to ws-Err-Count
              else
                  if  ws-Word2 = spaces
                      display "GAME needs an id and a title"
                      add 1 to ws-Err-Count
                  else
                      add 1 to Gm-Count
                      move function upper-case (ws-Word2)
                           to Gm-Id (Gm-Count)
                      move ws-Rest to Gm-Title (Gm-Count)
                      if  ws-Rest = spaces
                          move ws-Word2 to Gm-Title (Gm-Count)
                      end-if
                  end-if
              end-if
         when "COMMAND"
              if  Gm-Count = zero
                  display "COMMAND before any GAME"
                  add 1 to ws-Err-Count
              else
                  move function trim (ws-After-Word)
                       to Gm-Command (Gm-Count)
              end-if
         when other
              display "Games policy line not understood: "
                      function trim (ws-Line)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1110-Next.
*>
*> hours to play in and games to play, each with its command
 1190-Check.
     if       Hr-Count = zero
              display "No HOURS in " function trim (ws-Policy-Name)
              add 1 to ws-Err-Count.
     if       Gm-Count = zero
              display "No GAME in " function trim (ws-Policy-Name)
              add 1 to ws-Err-Count.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gm-Count
              if  Gm-Command (ws-Sub) = spaces
                  display "GAME " function trim (Gm-Id (ws-Sub))
                          " has no COMMAND"
                  add 1 to ws-Err-Count
              end-if
     end-perform.
 1100-Exit.
     exit.
*>
*> HOURS <hhmm> <hhmm> [<days>]
 1120-Take-Hours.
     if       Hr-Count not < 20
              display "Too many HOURS lines - 20 is the limit"
              add 1 to ws-Err-Count
              go to 1120-Exit.
     move     spaces to ws-Word3 ws-Word4.
     unstring ws-Rest delimited by all spaces
              into ws-Word3 ws-Word4.
     if       ws-Word2 (1:4) not numeric or ws-Word2 (5:) not = spaces
        or    ws-Word3 (1:4) not numeric or ws-Word3 (5:) not = spaces
              display "HOURS needs two times as hhmm: "
                      function trim (ws-Line)
              add 1 to ws-Err-Count
              go to 1120-Exit.
     add      1 to Hr-Count.
     move     ws-Word2 (1:4) to Hr-From (Hr-Count).
     move     ws-Word3 (1:4) to Hr-To (Hr-Count).
     move     function trim (ws-After-Word) to Hr-Text (Hr-Count).
     if       Hr-From (Hr-Count) (3:2) > "59" or Hr-To (Hr-Count) (3:2) > "59"
        or    Hr-From (Hr-Count) > 2359 or Hr-To (Hr-Count) > 2400
        or    Hr-From (Hr-Count) = Hr-To (Hr-Count)
              display "HOURS times are 0000 to 2400 and may not be the same: "
                      function trim (ws-Line)
              add 1 to ws-Err-Count
              go to 1120-Exit.
     move     function upper-case (ws-Word4) to ws-Word4.
     if       ws-Word4 = spaces or ws-Word4 = "ALL"
              move "YYYYYYY" to Hr-Days (Hr-Count)
              go to 1120-Exit.
     move     "NNNNNNN" to Hr-Days (Hr-Count).
     move     1 to ws-Day-Ptr.
 1125-Next-Day.
     if       ws-Day-Ptr > 64
              go to 1120-Exit.
     move     spaces to ws-Day-Item.
     unstring ws-Word4 delimited by ","
              into ws-Day-Item with pointer ws-Day-Ptr.
     if       ws-Day-Item = spaces
              go to 1120-Exit.
*> a day, or a range of days such as MON-FRI (FRI-MON wraps round)
     move     ws-Day-Item (1:3) to ws-Day-Word.
     perform  1150-Day-Number thru 1150-Exit.
     move     ws-Day-Hit to ws-Day-A ws-Day-B.
     if       ws-Day-Item (4:1) = "-"
              move ws-Day-Item (5:3) to ws-Day-Word
              perform 1150-Day-Number thru 1150-Exit
              move ws-Day-Hit to ws-Day-B
              if  ws-Day-Item (8:) not = spaces
                  move zero to ws-Day-B
              end-if
     else
              if  ws-Day-Item (4:) not = spaces
                  move zero to ws-Day-A
              end-if
     end-if.
     if       ws-Day-A = zero or ws-Day-B = zero
              display "HOURS days are MON to SUN, as MON,WED or MON-FRI: "
                      function trim (ws-Line)
              add 1 to ws-Err-Count
              go to 1120-Exit.
     perform  until exit
              move "Y" to Hr-Days (Hr-Count) (ws-Day-A:1)
              if  ws-Day-A = ws-Day-B
                  exit perform
              end-if
              add 1 to ws-Day-A
              if  ws-Day-A > 7
                  move 1 to ws-Day-A
              end-if
     end-perform.
     go       to 1125-Next-Day.
 1120-Exit.
     exit.
*>
*> MON is 1, SUN 7, anything else 0
 1150-Day-Number.
     move     zero to ws-Day-Hit.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > 7
              if  ws-Day-Names (ws-Sub2 * 3 - 2:3) = ws-Day-Word
                  move ws-Sub2 to ws-Day-Hit
                  exit perform
              end-if
     end-perform.
 1150-Exit.
     exit.
*>
*> a whole number of minutes, 0 to 9999, in ws-Num-Word
 1180-Take-Number.
     move     "N" to ws-Num-OK.
     move     zero to ws-Len ws-Num.
     inspect  ws-Num-Word tallying ws-Len
              for characters before initial space.
     if       ws-Len = zero or ws-Len > 4
              go to 1180-Exit.
     if       ws-Num-Word (1:ws-Len) not numeric
           or ws-Num-Word (ws-Len + 1:) not = spaces
              go to 1180-Exit.
     compute  ws-Num = function numval (ws-Num-Word (1:ws-Len)).
     move     "Y" to ws-Num-OK.
 1180-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> may the operator play now - ws-Refusal spaces if so, else the
*> reason; the session's seconds are what is left of the cap or of
*> the allowed hours, whichever is less
*>----------------------------------------------------------------
 2000-May-Play.
     move     spaces to ws-Refusal.
     perform  2900-Time-Now thru 2900-Exit.
     perform  2100-Hours-Left thru 2100-Exit.
     if       ws-Window-Left < 60
              move "HOURS" to ws-Refusal
              go to 2000-Exit.
     perform  2200-Batch-Running thru 2200-Exit.
     if       ws-Running = "Y"
              move "BATCH" to ws-Refusal
              go to 2000-Exit.
     perform  2300-Minutes-Used thru 2300-Exit.
     if       ws-Cap-Left < 60
              move "CAP" to ws-Refusal
              go to 2000-Exit.
     move     ws-Cap-Left to ws-Session-Secs.
     if       ws-Window-Left < ws-Session-Secs
              move ws-Window-Left to ws-Session-Secs.
 2000-Exit.
     exit.
*>
*> the seconds left of the longest allowed window open now; a window
*> past midnight started on the day before when it is early morning
 2100-Hours-Left.
     move     zero to ws-Window-Left.
     compute  ws-Dow-Before = ws-Dow - 1.
     if       ws-Dow-Before = zero
              move 7 to ws-Dow-Before.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hr-Count
              compute ws-From-Secs = function integer (Hr-From (ws-Sub) / 100)
                     * 3600
                     + function mod (Hr-From (ws-Sub), 100) * 60
              compute ws-To-Secs = function integer (Hr-To (ws-Sub) / 100)
                     * 3600
                     + function mod (Hr-To (ws-Sub), 100) * 60
              move zero to ws-This-Left
              evaluate true
                  when ws-From-Secs < ws-To-Secs
                       if  Hr-Days (ws-Sub) (ws-Dow:1) = "Y"
                         and ws-Now-Secs not < ws-From-Secs
                         and ws-Now-Secs < ws-To-Secs
                           compute ws-This-Left = ws-To-Secs - ws-Now-Secs
                       end-if
                  when ws-Now-Secs not < ws-From-Secs
                       if  Hr-Days (ws-Sub) (ws-Dow:1) = "Y"
                           compute ws-This-Left = 86400 - ws-Now-Secs
                                                + ws-To-Secs
                       end-if
                  when ws-Now-Secs < ws-To-Secs
                       if  Hr-Days (ws-Sub) (ws-Dow-Before:1) = "Y"
                           compute ws-This-Left = ws-To-Secs - ws-Now-Secs
                       end-if
              end-evaluate
              if  ws-This-Left > ws-Window-Left
                  move ws-This-Left to ws-Window-Left
              end-if
     end-perform.
 2100-Exit.
     exit.
*>
*> a job RUNNING on the status file is the batch window in use
 2200-Batch-Running.
     move     "N" to ws-Running.
     open     input Sta-In.
     if       fs-reply not = zero
              go to 2200-Exit.
 2210-Next.
     read     Sta-In at end
              close Sta-In
              go to 2200-Exit.
     if       StaI-State = "RUNNING"
              move "Y" to ws-Running
              close Sta-In
              go to 2200-Exit.
     go       to 2210-Next.
 2200-Exit.
     exit.
*>
*> the operator's cap, and the seconds of today's END lines
 2300-Minutes-Used.
     move     ws-Daily-Mins to ws-Cap-Mins.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cap-Count
              if  Cp-Operator (ws-Sub) = op-id
                  move Cp-Mins (ws-Sub) to ws-Cap-Mins
              end-if
     end-perform.
     move     zero to ws-Used-Secs.
     open     input Games-Log.
     if       fs-reply not = zero and not = 05
              go to 2390-Left.
 2310-Next.
     read     Games-Log at end
              close Games-Log
              go to 2390-Left.
     if       Lg-Type = "END" and Lg-Date = ws-Run-Date
          and Lg-Operator = op-id and Lg-Secs numeric
              add Lg-Secs to ws-Used-Secs.
     go       to 2310-Next.
 2390-Left.
     compute  ws-Cap-Left = ws-Cap-Mins * 60 - ws-Used-Secs.
     if       ws-Cap-Left < zero
              move zero to ws-Cap-Left.
 2300-Exit.
     exit.
*>
*> the operator is told why, and the refusal is logged
 2800-Refuse.
     evaluate ws-Refusal
         when "HOURS"
              display function trim (Tx-Hours)
              perform varying ws-Sub from 1 by 1 until ws-Sub > Hr-Count
                      display "    " function trim (Hr-Text (ws-Sub))
              end-perform
         when "BATCH"
              display function trim (Tx-Batch)
         when other
              display function trim (Tx-Cap)
     end-evaluate.
     perform  8100-Clear-Log-Rec thru 8100-Exit.
     move     "REFUSE" to Lg-Type.
     move     ws-Run-Date to Lg-Date Lg-Start-Date.
     move     ws-Time-Now (1:6) to Lg-Time Lg-Start-Time.
     move     op-id to Lg-Operator.
     move     Gm-Id (ws-Game-No) to Lg-Game.
     move     ws-Refusal to Lg-Reason.
     perform  8000-Log-Write thru 8000-Exit.
 2800-Exit.
     exit.
*>
 2900-Time-Now.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     accept   ws-Dow from day-of-week.
     compute  ws-Now-Secs = ws-Now-HH * 3600 + ws-Now-MM * 60
                          + ws-Now-SS.
 2900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one session: START logged first - a log that cannot be written
*> is no play, as the cap could not be kept - then the game, then
*> END with the seconds it took
*>----------------------------------------------------------------
 3000-Play.
     move     ws-Run-Date to ws-Start-Date.
     move     ws-Time-Now to ws-Start-Time.
     perform  8100-Clear-Log-Rec thru 8100-Exit.
     move     "START" to Lg-Type.
     move     ws-Start-Date to Lg-Date Lg-Start-Date.
     move     ws-Start-Time (1:6) to Lg-Time Lg-Start-Time.
     move     op-id to Lg-Operator.
     move     Gm-Id (ws-Game-No) to Lg-Game.
     perform  8000-Log-Write thru 8000-Exit.
     if       ws-Log-OK not = "Y"
              go to 3000-Exit.
*> the player is the signed-on operator, whatever the shell said
     display  "OPERATOR_ID" upon environment-name.
     display  op-id upon environment-value.
     move     spaces to ws-Command.
     move     ws-Session-Secs to ws-Edit.
     if       ws-Cutoff = "Y"
              string "timeout --foreground " function trim (ws-Edit)
                     " " function trim (Gm-Command (ws-Game-No))
                     delimited by size into ws-Command
     else
              move Gm-Command (ws-Game-No) to ws-Command.
     compute  ws-Mins = ws-Session-Secs / 60.
     move     ws-Mins to ws-Edit.
     if       ws-Cutoff = "Y"
              display function trim (Tx-Starting) " "
                      function trim (Gm-Title (ws-Game-No)) " "
                      function trim (Tx-Stops-In) " "
                      function trim (ws-Edit) " "
                      function trim (Tx-Minutes)
     else
              display function trim (Tx-Starting) " "
                      function trim (Gm-Title (ws-Game-No)).
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
*>
     accept   ws-End-Date from date yyyymmdd.
     accept   ws-End-Time from time.
     compute  ws-Played-Secs =
              (function integer-of-date (ws-End-Date)
             - function integer-of-date (ws-Start-Date)) * 86400
             + ws-End-HH * 3600 + ws-End-MM * 60 + ws-End-SS
             - ws-Start-HH * 3600 - ws-Start-MM * 60 - ws-Start-SS.
     if       ws-Played-Secs < zero
              move zero to ws-Played-Secs.
     perform  8100-Clear-Log-Rec thru 8100-Exit.
     move     "END" to Lg-Type.
     move     ws-End-Date to Lg-Date.
     move     ws-End-Time (1:6) to Lg-Time.
     move     op-id to Lg-Operator.
     move     Gm-Id (ws-Game-No) to Lg-Game.
     move     ws-Start-Date to Lg-Start-Date.
     move     ws-Start-Time (1:6) to Lg-Start-Time.
     move     ws-Played-Secs to Lg-Secs.
     perform  8000-Log-Write thru 8000-Exit.
     perform  2900-Time-Now thru 2900-Exit.
     perform  2300-Minutes-Used thru 2300-Exit.
     compute  ws-Mins = (ws-Played-Secs + 30) / 60.
     move     ws-Mins to ws-Edit.
     compute  ws-Mins = ws-Cap-Left / 60.
     move     ws-Mins to ws-Edit2.
     display  " ".
     display  function trim (Tx-Ended) " " function trim (ws-Edit) " "
              function trim (Tx-Played-For) " " function trim (ws-Edit2)
              " " function trim (Tx-Left).
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> REPORT: the week's play per operator, a column a game
*>----------------------------------------------------------------
 6000-Week-Report.
     accept   ws-Run-Date from date yyyymmdd.
     if       ws-Week-Arg = spaces
              compute ws-Day-Int = function integer-of-date (ws-Run-Date) - 7
     else
              if  ws-Week-Arg not numeric
                  display "WEEK= needs a date as yyyymmdd"
                  move 16 to return-code
                  go to 6000-Exit
              end-if
              move ws-Week-Arg to ws-Week-Start
              if  function test-date-yyyymmdd (ws-Week-Start) not = zero
                  display "WEEK= needs a date as yyyymmdd"
                  move 16 to return-code
                  go to 6000-Exit
              end-if
              compute ws-Day-Int = function integer-of-date (ws-Week-Start).
*> back to the Monday - day 1 of the calendar was a Monday
     compute  ws-Day-Int = ws-Day-Int - function mod (ws-Day-Int - 1, 7).
     compute  ws-Week-Start = function date-of-integer (ws-Day-Int).
     compute  ws-Week-End = function date-of-integer (ws-Day-Int + 6).
     if       Report-Name = spaces
              move "ARCADE.RPT" to Report-Name.
     initialize Rp-Table ws-Tot-Game-Secs.
     open     input Games-Log.
     if       fs-reply not = zero and not = 05
              go to 6100-Write.
 6010-Next.
     read     Games-Log at end
              close Games-Log
              go to 6100-Write.
     if       Lg-Date not numeric
         or   Lg-Date < ws-Week-Start or Lg-Date > ws-Week-End
              go to 6010-Next.
     perform  6200-Find-Operator thru 6200-Exit.
     if       ws-Rx = zero
              go to 6010-Next.
     evaluate Lg-Type
         when "START"
              add 1 to Rp-Starts (ws-Rx)
         when "REFUSE"
              add 1 to Rp-Refused (ws-Rx)
         when "END"
              if  Lg-Secs not numeric
                  go to 6010-Next
              end-if
              add 1 to Rp-Sessions (ws-Rx)
              add Lg-Secs to Rp-Total (ws-Rx)
              perform 6300-Find-Game thru 6300-Exit
              if  ws-Gx not = zero
                  add Lg-Secs to Rp-Game-Secs (ws-Rx, ws-Gx)
              end-if
     end-evaluate.
     go       to 6010-Next.
*>
 6100-Write.
     perform  6500-Sort thru 6500-Exit.
     open     output Report-Out.
     if       fs-reply not = zero
              move "ARC0003" to mc-id
              move Report-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              go to 6000-Exit.
     string   "ARCADE - break-room play, week " ws-Week-Start (1:4) "-"
              ws-Week-Start (5:2) "-" ws-Week-Start (7:2) " to "
              ws-Week-End (1:4) "-" ws-Week-End (5:2) "-"
              ws-Week-End (7:2) "       printed " ws-Run-Date (1:4)
              "-" ws-Run-Date (5:2) "-" ws-Run-Date (7:2)
              delimited by size into ws-Report-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "=" to ws-Report-Line (1:80).
     perform  6900-Put thru 6900-Exit.
     perform  6900-Put thru 6900-Exit.
     if       Rp-Count = zero
              move "No games played or refused this week" to ws-Report-Line
              perform 6900-Put thru 6900-Exit
              go to 6190-Close.
     move     "Operator          Sessions" to ws-Report-Line.
     perform  varying ws-Gx from 1 by 1 until ws-Gx > Gc-Count
              move spaces to ws-Col
              move Gc-Id (ws-Gx) to ws-Col (2:8)
              move ws-Col to ws-Report-Line (19 + ws-Gx * 9:9)
     end-perform.
     compute  ws-Sub = 28 + Gc-Count * 9.
     move     "    Total  Refused" to ws-Report-Line (ws-Sub:18).
     perform  6900-Put thru 6900-Exit.
     move     "                            (minutes)" to ws-Report-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Report-Line (1:ws-Sub + 17).
     perform  6900-Put thru 6900-Exit.
     perform  varying ws-Rx from 1 by 1 until ws-Rx > Rp-Count
              move Rp-Operator (ws-Rx) to ws-Report-Line (1:16)
              move Rp-Sessions (ws-Rx) to ws-Edit
              move ws-Edit to ws-Report-Line (20:7)
              perform varying ws-Gx from 1 by 1 until ws-Gx > Gc-Count
                      compute ws-Mins = (Rp-Game-Secs (ws-Rx, ws-Gx) + 30) / 60
                      move ws-Mins to ws-Mins-Edit
                      move ws-Mins-Edit to ws-Report-Line (21 + ws-Gx * 9:6)
                      add Rp-Game-Secs (ws-Rx, ws-Gx) to ws-Tot-Game (ws-Gx)
              end-perform
              compute ws-Mins = (Rp-Total (ws-Rx) + 30) / 60
              move ws-Mins to ws-Mins-Edit
              move ws-Mins-Edit to ws-Report-Line (ws-Sub + 3:6)
              move Rp-Refused (ws-Rx) to ws-Mins-Edit
              move ws-Mins-Edit to ws-Report-Line (ws-Sub + 12:6)
              perform 6900-Put thru 6900-Exit
              add Rp-Sessions (ws-Rx) to ws-Tot-Sessions
              add Rp-Total (ws-Rx) to ws-Tot-Secs
              add Rp-Refused (ws-Rx) to ws-Tot-Refused
              if  Rp-Starts (ws-Rx) > Rp-Sessions (ws-Rx)
                  compute ws-Unfinished = ws-Unfinished
                          + Rp-Starts (ws-Rx) - Rp-Sessions (ws-Rx)
              end-if
     end-perform.
     move     all "-" to ws-Report-Line (1:ws-Sub + 17).
     perform  6900-Put thru 6900-Exit.
     move     "All operators" to ws-Report-Line (1:16).
     move     ws-Tot-Sessions to ws-Edit.
     move     ws-Edit to ws-Report-Line (20:7).
     perform  varying ws-Gx from 1 by 1 until ws-Gx > Gc-Count
              compute ws-Mins = (ws-Tot-Game (ws-Gx) + 30) / 60
              move ws-Mins to ws-Mins-Edit
              move ws-Mins-Edit to ws-Report-Line (21 + ws-Gx * 9:6)
     end-perform.
     compute  ws-Mins = (ws-Tot-Secs + 30) / 60.
     move     ws-Mins to ws-Mins-Edit.
     move     ws-Mins-Edit to ws-Report-Line (ws-Sub + 3:6).
     move     ws-Tot-Refused to ws-Mins-Edit.
     move     ws-Mins-Edit to ws-Report-Line (ws-Sub + 12:6).
     perform  6900-Put thru 6900-Exit.
     if       ws-Unfinished > zero
              perform 6900-Put thru 6900-Exit
              move ws-Unfinished to ws-Edit
              string "Sessions started but never ended at the launcher: "
                     function trim (ws-Edit)
                     delimited by size into ws-Report-Line
              perform 6900-Put thru 6900-Exit.
 6190-Close.
     close    Report-Out.
     move     "ARC0004" to mc-id.
     move     ws-Week-Start to mc-value (1).
     move     Report-Name to mc-value (2).
     perform  9800-Issue-Msg thru 9800-Exit.
     move     zero to return-code.
 6000-Exit.
     exit.
*>
*> the operator's row, added on first sight
 6200-Find-Operator.
     move     zero to ws-Rx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Rp-Count
              if  Rp-Operator (ws-Sub) = Lg-Operator
                  move ws-Sub to ws-Rx
                  exit perform
              end-if
     end-perform.
     if       ws-Rx = zero and Rp-Count < 200
              add 1 to Rp-Count
              move Rp-Count to ws-Rx
              initialize Rp-Entry (ws-Rx)
              move Lg-Operator to Rp-Operator (ws-Rx).
 6200-Exit.
     exit.
*>
*> the game's column, added on first sight - a game past the sixth
*> counts in the total only
 6300-Find-Game.
     move     zero to ws-Gx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Gc-Count
              if  Gc-Id (ws-Sub) = Lg-Game
                  move ws-Sub to ws-Gx
                  exit perform
              end-if
     end-perform.
     if       ws-Gx = zero and Gc-Count < 6
              add 1 to Gc-Count
              move Gc-Count to ws-Gx
              move Lg-Game to Gc-Id (ws-Gx).
 6300-Exit.
     exit.
*>
*> most minutes played first
 6500-Sort.
     move     "Y" to ws-Swapped.
     perform  until ws-Swapped = "N"
              move "N" to ws-Swapped
              perform varying ws-Rx from 1 by 1 until ws-Rx not < Rp-Count
                      if  Rp-Total (ws-Rx) < Rp-Total (ws-Rx + 1)
                          move Rp-Entry (ws-Rx) to Rp-Hold
                          move Rp-Entry (ws-Rx + 1) to Rp-Entry (ws-Rx)
                          move Rp-Hold to Rp-Entry (ws-Rx + 1)
                          move "Y" to ws-Swapped
                      end-if
              end-perform
     end-perform.
 6500-Exit.
     exit.
*>
 6900-Put.
     write    Report-Rec from ws-Report-Line.
     move     spaces to ws-Report-Line.
 6900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one line onto the session log
*>----------------------------------------------------------------
 8000-Log-Write.
     move     "N" to ws-Log-OK.
     open     extend Games-Log.
     if       fs-reply not = zero and not = 05
              move "ARC0002" to mc-id
              move ws-Log-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 8000-Exit.
     write    Games-Log-Rec.
     if       fs-reply not = zero
              move "ARC0002" to mc-id
              move ws-Log-Name to mc-value (1)
              move fs-reply to mc-value (2)
              close Games-Log
              perform 9800-Issue-Msg thru 9800-Exit
              go to 8000-Exit.
     close    Games-Log.
     move     "Y" to ws-Log-OK.
 8000-Exit.
     exit.
*>
*> a blank line for the log, its figures zero
 8100-Clear-Log-Rec.
     move     spaces to Games-Log-Rec.
     move     zero to Lg-Date Lg-Time Lg-Start-Date Lg-Start-Time Lg-Secs.
 8100-Exit.
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
