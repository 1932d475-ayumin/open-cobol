      >>source free
 Identification division.
*>**********************
      program-id.       inctrack.
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
*>    Usage.            Shift log and incident tracker - what went
*>                      wrong, who has it, and whether it was ever put
*>                      right, instead of sticky notes at handover.
*>
*>                      inctrack                   the console
*>                      inctrack LIST [ALL]
*>                      inctrack AUTO [EXC=<file>]
*>                      inctrack HANDOVER [OUT=<file>]
*>                      inctrack MONTHLY [MONTH=yyyymm] [OUT=<file>]
*>
*>                      The console (boxwidget) lists the incidents
*>                      still OPEN or WAITING.  An operator opens a
*>                      new one - title, severity I, W, E or S as the
*>                      message catalogue uses them, a category, and
*>                      the job or file concerned - adds notes to
*>                      one, marks it WAITING (on someone outside the
*>                      shift) or OPEN again, and closes it with a
*>                      note of how it was put right.  Shift log
*>                      entries not about any one incident are
*>                      written the same way.  The console needs an
*>                      OPSIGNON sign-on - every entry carries the
*>                      operator who made it.
*>
*>                      AUTO, run in the batch tail straight after
*>                      morningpack, opens an incident for each
*>                      exception on the pack's front page (the
*>                      MORNING.EXC file morningpack writes, or EXC=)
*>                      unless it matches one already OPEN or WAITING
*>                      - same message id, same text, numbers aside -
*>                      in which case that incident is carried
*>                      forward: marked seen again, not duplicated.
*>                      Its category is the message id's tool prefix.
*>
*>                      HANDOVER (also on the console) writes the
*>                      shift's handover report, HANDOVER.RPT or OUT=:
*>                      every incident still open, oldest first, with
*>                      its latest note, then what was opened and
*>                      closed since the last handover, then the
*>                      shift log.  The handover is recorded, so the
*>                      next shift's report starts from it.  It needs
*>                      a sign-on, as the outgoing operator signs it.
*>
*>                      MONTHLY writes INCMONTH.RPT (or OUT=) for the
*>                      month given, default last month: by category,
*>                      incidents opened, closed, still open at the
*>                      month end, and the average and longest hours
*>                      from opening to close.
*>
*>                      The log is INCIDENT.LOG, or the INCIDENT_LOG
*>                      name, rewritten whole on each change while it
*>                      is held exclusively through FILEENQ.  Each
*>                      change writes an INCTRACK record to the common
*>                      run-audit trail (TOOLAUDIT.DAT, or TOOL_AUDIT).
*>
*>                      Return code: 0 done, 4 AUTO found no exception
*>                      file or the log was in use, 16 no sign-on, a
*>                      bad argument or the log could not be written.
*>**
*>    Called by.
*>                      The operator from the devtools menu; AUTO by
*>                      the batch tail after morningpack; MONTHLY by
*>                      the month-end batch.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>                      OPSIGNON
*>                      FILEENQ
*>                      boxwidget, boxhelp
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
     select   optional Inc-File assign Inc-Name
              organization     line sequential
              status           fs-reply.
*>
*> the morning pack's front page, one exception a line
     select   Exc-In           assign Exc-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-Out       assign Report-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> three record types: I an incident, N a note on one (incident
*> zero is the shift log itself), H a handover
 fd  Inc-File.
 01  Inc-Rec.
     05  Ir-Type           pic x.
     05  filler            pic x.
     05  Ir-Id             pic 9(6).
     05  filler            pic x.
     05  Ir-Status         pic x(7).
     05  filler            pic x.
     05  Ir-Sev            pic x.
     05  filler            pic x.
     05  Ir-Category       pic x(8).
     05  filler            pic x.
     05  Ir-Opened         pic 9(8).
     05  Ir-Opened-Tm      pic 9(4).
     05  filler            pic x.
     05  Ir-Opened-By      pic x(16).
     05  filler            pic x.
     05  Ir-Closed         pic 9(8).
     05  Ir-Closed-Tm      pic 9(4).
     05  filler            pic x.
     05  Ir-Closed-By      pic x(16).
     05  filler            pic x.
     05  Ir-Last-Seen      pic 9(8).
     05  filler            pic x.
     05  Ir-Seen           pic 9(4).
     05  filler            pic x.
     05  Ir-Msg-Id         pic x(7).
     05  filler            pic x.
     05  Ir-Object         pic x(40).
     05  filler            pic x.
     05  Ir-Title          pic x(120).
 01  Note-Rec.
     05  Nr-Type           pic x.
     05  filler            pic x.
     05  Nr-Id             pic 9(6).
     05  filler            pic x.
     05  Nr-Date           pic 9(8).
     05  Nr-Time           pic 9(4).
     05  filler            pic x.
     05  Nr-By             pic x(16).
     05  filler            pic x.
     05  Nr-Text           pic x(70).
 01  Hand-Rec.
     05  Hr-Type           pic x.
     05  filler            pic x.
     05  Hr-Date           pic 9(8).
     05  Hr-Time           pic 9(4).
     05  filler            pic x.
     05  Hr-By             pic x(16).
*>
*> as morningpack writes it: message id, severity, the line
 fd  Exc-In.
 01  Exc-In-Rec.
     05  Ex-Id             pic x(7).
     05  filler            pic x.
     05  Ex-Sev            pic x.
     05  filler            pic x.
     05  Ex-Text           pic x(120).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(132).
*>
 fd  Tool-Audit.
 01  Tool-Audit-Rec.
     03  Aud-Tool              pic x(10).
     03  filler                pic x.
     03  Aud-Operator          pic x(16).
     03  filler                pic x.
     03  Aud-Date              pic 9(8).
     03  filler                pic x.
     03  Aud-Time              pic 9(6).
     03  filler                pic x.
     03  Aud-RC                pic 9(4).
     03  filler                pic x.
     03  Aud-Input             pic x(64).
     03  filler                pic x.
     03  Aud-Options           pic x(64).
     03  filler                pic x.
     03  Aud-Outputs           pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "inctrack v1.00.00".
 77  fs-reply              pic 99.
 01  Inc-Name              pic x(64)    value "INCIDENT.LOG".
 01  Exc-In-Name           pic x(64)    value "MORNING.EXC".
 01  Report-Name           pic x(64)    value spaces.
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value spaces.
 77  ws-All-Sw             pic x        value "N".
 01  ws-Month              pic x(6)     value spaces.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Now-Tm             pic 9(4)     value zero.
*>
*> the log as read
 01  Inc-Table             value spaces.
     03  Inc-Entry         occurs 5000.
         05  Ic-Id         pic 9(6).
         05  Ic-Status     pic x(7).
         05  Ic-Sev        pic x.
         05  Ic-Category   pic x(8).
         05  Ic-Opened     pic 9(8).
         05  Ic-Opened-Tm  pic 9(4).
         05  Ic-Opened-By  pic x(16).
         05  Ic-Closed     pic 9(8).
         05  Ic-Closed-Tm  pic 9(4).
         05  Ic-Closed-By  pic x(16).
         05  Ic-Last-Seen  pic 9(8).
         05  Ic-Seen       pic 9(4).
         05  Ic-Msg-Id     pic x(7).
         05  Ic-Object     pic x(40).
         05  Ic-Title      pic x(120).
 77  Inc-Count             Binary-Long  value zero.
 01  Note-Table            value spaces.
     03  Note-Entry        occurs 10000.
         05  Nt-Id         pic 9(6).
         05  Nt-Date       pic 9(8).
         05  Nt-Time       pic 9(4).
         05  Nt-By         pic x(16).
         05  Nt-Text       pic x(70).
 77  Note-Count            Binary-Long  value zero.
 01  Hand-Table            value spaces.
     03  Hand-Entry        occurs 3000.
         05  Hd-Date       pic 9(8).
         05  Hd-Time       pic 9(4).
         05  Hd-By         pic x(16).
 77  Hand-Count            Binary-Long  value zero.
 77  ws-Next-Id            pic 9(6)     value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
 77  ws-Last-Note          Binary-Long  value zero.
 77  ws-Count              Binary-Long  value zero.
 77  ws-Count2             Binary-Long  value zero.
 77  ws-Opened-Count       Binary-Long  value zero.
 77  ws-Again-Count        Binary-Long  value zero.
 01  ws-Count-Edit         pic z(5)9.
 01  ws-Id-Edit            pic 9(6).
*>
*> an incident or note on its way into the log
 01  ws-Cur-Id             pic 9(6)     value zero.
 01  ws-New-Title          pic x(120)   value spaces.
 01  ws-New-Sev            pic x        value space.
 01  ws-New-Category       pic x(8)     value spaces.
 01  ws-New-Object         pic x(40)    value spaces.
 01  ws-New-Msg-Id         pic x(7)     value spaces.
 01  ws-New-By             pic x(16)    value spaces.
 01  ws-New-Status         pic x(7)     value spaces.
 01  ws-Note-Text          pic x(70)    value spaces.
 01  ws-Audit-Opts         pic x(64)    value spaces.
 77  ws-Held-Sw            pic x        value "N".
     88  ws-Log-Held                    value "Y".
*>
*> "the same exception" - message id and text with every digit
*> made a 9, so tonight's counts and dates still match
 01  ws-Key-Want           pic x(120)   value spaces.
 01  ws-Key-Have           pic x(120)   value spaces.
*>
*> the console
 77  ws-Done-Sw            pic x        value "N".
 77  ws-Back-Sw            pic x        value "N".
 77  ws-Item-Sub           Binary-Long  value zero.
 01  ws-Pick-Id            pic 9(6)     occurs 100.
 01  ws-Item-Line          pic x(60)    value spaces.
 01  ws-Msg                pic x(70)    value spaces.
*>
*> the reports
 01  ws-Line               pic x(132)   value spaces.
 01  ws-Shift-Start        pic 9(12)    value zero.
 01  ws-Stamp              pic 9(12)    value zero.
 01  ws-Stamp2             pic 9(12)    value zero.
 77  ws-Age-Days           Binary-Long  value zero.
 01  ws-Age-Edit           pic zzz9.
 01  ws-Month-First        pic 9(8)     value zero.
 01  ws-Month-Last         pic 9(8)     value zero.
 01  ws-Month-Int          Binary-Long  value zero.
 77  ws-Open-Mins          Binary-Long  value zero.
 77  ws-Close-Mins         Binary-Long  value zero.
 77  ws-Took-Mins          Binary-Long  value zero.
 01  ws-Hours              pic 9(6)v9   value zero.
 01  ws-Hours-Edit         pic z(5)9.9.
 01  Cat-Table             value spaces.
     03  Cat-Entry         occurs 60.
         05  Ct-Name       pic x(8).
         05  Ct-Opened     Binary-Long.
         05  Ct-Closed     Binary-Long.
         05  Ct-Open-End   Binary-Long.
         05  Ct-Took-Mins  Binary-Long.
         05  Ct-Max-Mins   Binary-Long.
 77  Cat-Count             Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 01  ws-Tot-Entry.
     05  Tt-Opened         Binary-Long  value zero.
     05  Tt-Closed         Binary-Long  value zero.
     05  Tt-Open-End       Binary-Long  value zero.
     05  Tt-Took-Mins      Binary-Long  value zero.
     05  Tt-Max-Mins       Binary-Long  value zero.
*>
 copy "op-signon.cpy".
 copy "file-enq.cpy".
 copy "box-widget.cpy".
 copy "box-help.cpy".
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> messages go out by their catalogue id - INC0003I and the like
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
              display "inctrack: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   Inc-Name from environment "INCIDENT_LOG"
              on exception
              move "INCIDENT.LOG" to Inc-Name
     end-accept.
     if       Inc-Name = spaces
              move "INCIDENT.LOG" to Inc-Name.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number > zero
              accept ws-Arg-Text from argument-value
              move function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "ALL "
                       move "Y" to ws-All-Sw
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXC="
                       move ws-Arg-Text (5:64) to Exc-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "MONTH="
                       move ws-Arg-Text (7:6) to ws-Month
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     perform  1000-Load thru 1000-Exit.
     move     zero to return-code.
     evaluate ws-Mode
         when spaces
              perform 1200-Sign-On thru 1200-Exit
              perform 3000-Console thru 3000-Exit
                      until ws-Done-Sw = "Y"
         when "LIST"
              perform 2000-List thru 2000-Exit
         when "AUTO"
              perform 4000-Auto thru 4000-Exit
         when "HANDOVER"
              perform 1200-Sign-On thru 1200-Exit
              perform 6000-Handover thru 6000-Exit
         when "MONTHLY"
              perform 7000-Monthly thru 7000-Exit
         when other
              display "Usage: inctrack [LIST [ALL] | AUTO [EXC=<f>]"
                      " | HANDOVER [OUT=<f>]"
                      " | MONTHLY [MONTH=yyyymm] [OUT=<f>]]"
              move 16 to return-code
     end-evaluate.
     goback.
*>
*>----------------------------------------------------------------
*> the whole log into the tables - read again before each change,
*> so another console's entry is never written over
*>----------------------------------------------------------------
 1000-Load.
     move     zero to Inc-Count Note-Count Hand-Count ws-Next-Id.
     open     input Inc-File.
     if       fs-reply not = zero and not = 05
              go to 1000-Exit.
 1010-Next.
     read     Inc-File at end
              close Inc-File
              go to 1090-Done.
     evaluate true
         when Ir-Type = "I" and Inc-Count < 5000
              add 1 to Inc-Count
              move Ir-Id        to Ic-Id (Inc-Count)
              move Ir-Status    to Ic-Status (Inc-Count)
              move Ir-Sev       to Ic-Sev (Inc-Count)
              move Ir-Category  to Ic-Category (Inc-Count)
              move Ir-Opened    to Ic-Opened (Inc-Count)
              move Ir-Opened-Tm to Ic-Opened-Tm (Inc-Count)
              move Ir-Opened-By to Ic-Opened-By (Inc-Count)
              move Ir-Closed    to Ic-Closed (Inc-Count)
              move Ir-Closed-Tm to Ic-Closed-Tm (Inc-Count)
              move Ir-Closed-By to Ic-Closed-By (Inc-Count)
              move Ir-Last-Seen to Ic-Last-Seen (Inc-Count)
              move Ir-Seen      to Ic-Seen (Inc-Count)
              move Ir-Msg-Id    to Ic-Msg-Id (Inc-Count)
              move Ir-Object    to Ic-Object (Inc-Count)
              move Ir-Title     to Ic-Title (Inc-Count)
              if  Ir-Id > ws-Next-Id
                  move Ir-Id to ws-Next-Id
              end-if
         when Nr-Type = "N" and Note-Count < 10000
              add 1 to Note-Count
              move Nr-Id   to Nt-Id (Note-Count)
              move Nr-Date to Nt-Date (Note-Count)
              move Nr-Time to Nt-Time (Note-Count)
              move Nr-By   to Nt-By (Note-Count)
              move Nr-Text to Nt-Text (Note-Count)
         when Hr-Type = "H" and Hand-Count < 3000
              add 1 to Hand-Count
              move Hr-Date to Hd-Date (Hand-Count)
              move Hr-Time to Hd-Time (Hand-Count)
              move Hr-By   to Hd-By (Hand-Count)
     end-evaluate.
     go       to 1010-Next.
 1090-Done.
     add      1 to ws-Next-Id.
 1000-Exit.
     exit.
*>
*> every entry in the log is a person's - no sign-on, no entry
 1200-Sign-On.
     initialize op-request.
     call     "OPSIGNON" using op-request
              on exception
              move "28" to op-status
     end-call.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - the incident log needs a signed-on"
                      " operator"
              move 16 to return-code
              goback.
 1200-Exit.
     exit.
*>
 1500-Find-Incident.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Inc-Count
              if  Ic-Id (ws-Sub) = ws-Cur-Id
                  move ws-Sub to ws-Hit
                  move Inc-Count to ws-Sub
              end-if
     end-perform.
 1500-Exit.
     exit.
*>
 1600-Time-Now.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:4) to ws-Now-Tm.
 1600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> LIST: the incidents still open, or ALL of them
*>----------------------------------------------------------------
 2000-List.
     move     zero to ws-Count.
     display  "Id     S Status  Category Opened        Seen Title".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Inc-Count
              if  ws-All-Sw = "Y" or Ic-Status (ws-Sub) not = "CLOSED"
                  add 1 to ws-Count
                  move Ic-Seen (ws-Sub) to ws-Age-Edit
                  display Ic-Id (ws-Sub) " " Ic-Sev (ws-Sub) " "
                          Ic-Status (ws-Sub) " "
                          Ic-Category (ws-Sub) " "
                          Ic-Opened (ws-Sub) " "
                          Ic-Opened-Tm (ws-Sub) " " ws-Age-Edit " "
                          function trim (Ic-Title (ws-Sub) (1:60))
              end-if
     end-perform.
     move     ws-Count to ws-Count-Edit.
     display  function trim (ws-Count-Edit) " incident(s) listed.".
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the console: a LIST of what can be done and the incidents still
*> open, each pick opening that incident
*>----------------------------------------------------------------
 3000-Console.
     perform  1000-Load thru 1000-Exit.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     2 to bw-row.
     move     3 to bw-col.
     move     21 to bw-height.
     move     76 to bw-width.
     move     "Incidents and shift log (pick one)" to bw-title.
     move     "Open a new incident" to bw-item (1).
     move     "Write in the shift log" to bw-item (2).
     move     "Handover report for this shift" to bw-item (3).
     move     3 to ws-Item-Sub.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Inc-Count or ws-Item-Sub not < 100
              if  Ic-Status (ws-Sub) not = "CLOSED"
                  add 1 to ws-Item-Sub
                  move Ic-Id (ws-Sub) to ws-Pick-Id (ws-Item-Sub)
                  move spaces to ws-Item-Line
                  string Ic-Id (ws-Sub) " " Ic-Sev (ws-Sub) " "
                         Ic-Status (ws-Sub) " "
                         Ic-Category (ws-Sub) " "
                         Ic-Title (ws-Sub)
                         delimited by size into ws-Item-Line
                  move ws-Item-Line to bw-item (ws-Item-Sub)
              end-if
     end-perform.
     move     ws-Item-Sub to bw-item-count.
     move     "INCTRACK.MAIN" to bw-help-topic.
     call     "boxwidget" using bw-request
              on exception
              display "inctrack: boxwidget library not available"
                      " - use LIST, AUTO, HANDOVER or MONTHLY"
              move "Y" to ws-Done-Sw
              move 16 to return-code
              go to 3000-Exit
     end-call.
     if       bw-help-wanted
              perform 3900-Pop-Help thru 3900-Exit
              go to 3000-Exit.
     if       bw-cancelled or bw-choice = zero
           or bw-choice > ws-Item-Sub
              move "Y" to ws-Done-Sw
              go to 3000-Exit.
     evaluate bw-choice
         when 1
              perform 3100-New-Incident thru 3100-Exit
         when 2
              move zero to ws-Cur-Id
              perform 3400-Ask-Note thru 3400-Exit
         when 3
              perform 6000-Handover thru 6000-Exit
              perform 3800-Show-Msg thru 3800-Exit
         when other
              move ws-Pick-Id (bw-choice) to ws-Cur-Id
              move "N" to ws-Back-Sw
              perform 3200-Incident thru 3200-Exit
                      until ws-Back-Sw = "Y"
     end-evaluate.
 3000-Exit.
     exit.
*>
*> a new incident: its title, severity, category and the job or
*> file concerned - a blank title abandons it
 3100-New-Incident.
     move     spaces to ws-New-Title ws-New-Category ws-New-Object
                        ws-New-Msg-Id.
     move     space to ws-New-Sev.
     move     "Title:" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     if       bw-input-value = spaces
              go to 3100-Exit.
     move     bw-input-value to ws-New-Title.
 3110-Ask-Sev.
     move     "Severity I, W, E or S:" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     if       bw-input-value = spaces
              go to 3100-Exit.
     move     function upper-case (bw-input-value (1:1)) to ws-New-Sev.
     if       ws-New-Sev not = "I" and not = "W" and not = "E"
                         and not = "S"
           or bw-input-value (2:) not = spaces
              move "Severity must be I, W, E or S" to ws-Msg
              perform 3800-Show-Msg thru 3800-Exit
              go to 3110-Ask-Sev.
     move     "Category (JOB, FILE, ...):" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     move     function upper-case (bw-input-value (1:8))
              to ws-New-Category.
     if       ws-New-Category = spaces
              move "GENERAL" to ws-New-Category.
     move     "Job or file concerned:" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     move     bw-input-value (1:40) to ws-New-Object.
     move     op-id to ws-New-By.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              go to 3100-Exit.
     perform  4300-Add-Incident thru 4300-Exit.
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     ws-Cur-Id to ws-Id-Edit.
     move     spaces to ws-Audit-Opts.
     string   "OPEN " ws-Id-Edit delimited by size into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
     move     spaces to ws-Msg.
     string   "Incident " ws-Id-Edit " opened" delimited by size
              into ws-Msg.
     perform  3800-Show-Msg thru 3800-Exit.
 3100-Exit.
     exit.
*>
*> one incident: what can be done to it, then all it says
 3200-Incident.
     perform  1000-Load thru 1000-Exit.
     perform  1500-Find-Incident thru 1500-Exit.
     if       ws-Hit = zero
              move "Y" to ws-Back-Sw
              go to 3200-Exit.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     2 to bw-row.
     move     3 to bw-col.
     move     21 to bw-height.
     move     76 to bw-width.
     move     ws-Cur-Id to ws-Id-Edit.
     string   "Incident " ws-Id-Edit " - " Ic-Status (ws-Hit)
              delimited by size into bw-title.
     move     "Add a note" to bw-item (1).
     move     "Mark WAITING - on someone outside the shift"
              to bw-item (2).
     move     "Mark OPEN - being worked" to bw-item (3).
     move     "Close it - put right" to bw-item (4).
     move     "Back" to bw-item (5).
     move     5 to ws-Item-Sub.
     perform  3300-Detail-Lines thru 3300-Exit.
     move     ws-Item-Sub to bw-item-count.
     move     "INCTRACK.INCIDENT" to bw-help-topic.
     call     "boxwidget" using bw-request
              on exception
              move "Y" to ws-Back-Sw
              go to 3200-Exit
     end-call.
     if       bw-help-wanted
              perform 3900-Pop-Help thru 3900-Exit
              go to 3200-Exit.
     if       bw-cancelled or bw-choice = zero or bw-choice = 5
              move "Y" to ws-Back-Sw
              go to 3200-Exit.
     evaluate bw-choice
         when 1
              perform 3400-Ask-Note thru 3400-Exit
         when 2
              move "WAITING" to ws-New-Status
              perform 3500-Set-Status thru 3500-Exit
         when 3
              move "OPEN" to ws-New-Status
              perform 3500-Set-Status thru 3500-Exit
         when 4
              perform 3600-Close thru 3600-Exit
         when other
              continue
     end-evaluate.
 3200-Exit.
     exit.
*>
*> the incident as a run of 60-character LIST lines
 3300-Detail-Lines.
     add      1 to ws-Item-Sub.
     move     all "-" to bw-item (ws-Item-Sub).
     add      1 to ws-Item-Sub.
     string   "Severity " Ic-Sev (ws-Hit)
              "   Category " Ic-Category (ws-Hit)
              delimited by size into bw-item (ws-Item-Sub).
     add      1 to ws-Item-Sub.
     string   "Opened " Ic-Opened (ws-Hit) " " Ic-Opened-Tm (ws-Hit)
              " by " Ic-Opened-By (ws-Hit)
              delimited by size into bw-item (ws-Item-Sub).
     if       Ic-Object (ws-Hit) not = spaces
              add 1 to ws-Item-Sub
              string "Job/file: " Ic-Object (ws-Hit)
                     delimited by size into bw-item (ws-Item-Sub).
     if       Ic-Seen (ws-Hit) > 1
              add 1 to ws-Item-Sub
              move Ic-Seen (ws-Hit) to ws-Age-Edit
              string "On the morning pack " ws-Age-Edit
                     " times, last " Ic-Last-Seen (ws-Hit)
                     delimited by size into bw-item (ws-Item-Sub).
     add      1 to ws-Item-Sub.
     move     Ic-Title (ws-Hit) (1:60) to bw-item (ws-Item-Sub).
     if       Ic-Title (ws-Hit) (61:60) not = spaces
              add 1 to ws-Item-Sub
              move Ic-Title (ws-Hit) (61:60) to bw-item (ws-Item-Sub).
*> the notes, newest first, as many as the window list holds
     perform  varying ws-Ix from Note-Count by -1
              until ws-Ix < 1 or ws-Item-Sub > 97
              if  Nt-Id (ws-Ix) = ws-Cur-Id
                  add 1 to ws-Item-Sub
                  string Nt-Date (ws-Ix) " " Nt-Time (ws-Ix) " "
                         Nt-By (ws-Ix)
                         delimited by size into bw-item (ws-Item-Sub)
                  add 1 to ws-Item-Sub
                  move Nt-Text (ws-Ix) (1:56)
                       to bw-item (ws-Item-Sub) (5:56)
                  if  Nt-Text (ws-Ix) (57:14) not = spaces
                      add 1 to ws-Item-Sub
                      move Nt-Text (ws-Ix) (57:14)
                           to bw-item (ws-Item-Sub) (5:14)
                  end-if
              end-if
     end-perform.
 3300-Exit.
     exit.
*>
*> a note - on incident ws-Cur-Id, or zero for the shift log
 3400-Ask-Note.
     if       ws-Cur-Id = zero
              move "Shift log entry:" to bw-prompt
     else
              move "Note:" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     if       bw-input-value = spaces
              go to 3400-Exit.
     move     bw-input-value to ws-Note-Text.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              go to 3400-Exit.
     perform  4400-Add-Note thru 4400-Exit.
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     ws-Cur-Id to ws-Id-Edit.
     move     spaces to ws-Audit-Opts.
     string   "NOTE " ws-Id-Edit delimited by size into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
 3400-Exit.
     exit.
*>
*> WAITING or OPEN again - the change is noted on the incident
 3500-Set-Status.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              go to 3500-Exit.
     perform  1500-Find-Incident thru 1500-Exit.
     if       ws-Hit = zero or Ic-Status (ws-Hit) = "CLOSED"
              perform 4950-Free-Log thru 4950-Exit
              go to 3500-Exit.
     move     ws-New-Status to Ic-Status (ws-Hit).
     move     spaces to ws-Note-Text.
     string   "Marked " ws-New-Status delimited by size
              into ws-Note-Text.
     perform  4400-Add-Note thru 4400-Exit.
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     ws-Cur-Id to ws-Id-Edit.
     move     spaces to ws-Audit-Opts.
     string   ws-New-Status " " ws-Id-Edit delimited by size
              into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
 3500-Exit.
     exit.
*>
*> closing needs a word on how it was put right
 3600-Close.
     move     "How was it put right?" to bw-prompt.
     perform  3700-Ask thru 3700-Exit.
     if       bw-input-value = spaces
              go to 3600-Exit.
     move     bw-input-value to ws-Note-Text.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              go to 3600-Exit.
     perform  1500-Find-Incident thru 1500-Exit.
     if       ws-Hit = zero or Ic-Status (ws-Hit) = "CLOSED"
              perform 4950-Free-Log thru 4950-Exit
              go to 3600-Exit.
     perform  1600-Time-Now thru 1600-Exit.
     move     "CLOSED"    to Ic-Status (ws-Hit).
     move     ws-Run-Date to Ic-Closed (ws-Hit).
     move     ws-Now-Tm   to Ic-Closed-Tm (ws-Hit).
     move     op-id       to Ic-Closed-By (ws-Hit).
     perform  4400-Add-Note thru 4400-Exit.
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     ws-Cur-Id to ws-Id-Edit.
     move     spaces to ws-Audit-Opts.
     string   "CLOSE " ws-Id-Edit delimited by size into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
     move     "Y" to ws-Back-Sw.
 3600-Exit.
     exit.
*>
*> one answer off an INPUT window, prompt already in bw-prompt
 3700-Ask.
     move     bw-prompt to ws-Item-Line.
 3710-Again.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     8 to bw-row.
     move     3 to bw-col.
     move     8 to bw-height.
     move     76 to bw-width.
     move     "Incident log" to bw-title.
     move     ws-Item-Line (1:30) to bw-prompt.
     move     "INCTRACK.ENTRY" to bw-help-topic.
     call     "boxwidget" using bw-request
              on exception
              move spaces to bw-input-value
              go to 3700-Exit
     end-call.
     if       bw-help-wanted
              perform 3900-Pop-Help thru 3900-Exit
              go to 3710-Again.
     if       bw-cancelled
              move spaces to bw-input-value.
 3700-Exit.
     exit.
*>
 3800-Show-Msg.
     initialize bw-request.
     move     "MESSAGE" to bw-function.
     move     9  to bw-row.
     move     3  to bw-col.
     move     6  to bw-height.
     move     76 to bw-width.
     move     "Incident log" to bw-title.
     move     ws-Msg to bw-text.
     call     "boxwidget" using bw-request
              on exception
              display function trim (ws-Msg)
     end-call.
 3800-Exit.
     exit.
*>
*> "?" anywhere on the console lands here - the topic the widget
*> was told about, through the shared shop help file
 3900-Pop-Help.
     initialize bh-request.
     move     bw-help-topic to bh-topic.
     call     "boxhelp" using bh-request
              on exception
              continue
     end-call.
 3900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> AUTO: the morning pack's front page into the log - a new
*> incident for each exception not already open
*>----------------------------------------------------------------
 4000-Auto.
     open     input Exc-In.
     if       fs-reply not = zero
              move "INC0004" to mc-id
              move Exc-In-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move 4 to return-code
              go to 4000-Exit.
     close    Exc-In.
     move     "MORNINGPACK" to op-id.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              move 4 to return-code
              go to 4000-Exit.
     move     zero to ws-Opened-Count ws-Again-Count.
     open     input Exc-In.
 4010-Next.
     read     Exc-In at end
              close Exc-In
              go to 4090-Done.
     if       Exc-In-Rec = spaces
              go to 4010-Next.
     perform  4100-Match-Open thru 4100-Exit.
     if       ws-Hit not = zero
              if  Ic-Last-Seen (ws-Hit) not = ws-Run-Date
                  move ws-Run-Date to Ic-Last-Seen (ws-Hit)
                  add 1 to Ic-Seen (ws-Hit)
              end-if
              add 1 to ws-Again-Count
              go to 4010-Next.
     move     Ex-Text to ws-New-Title.
     move     Ex-Sev to ws-New-Sev.
     if       ws-New-Sev not = "I" and not = "W" and not = "E"
                         and not = "S"
              move "E" to ws-New-Sev.
     move     Ex-Id (1:3) to ws-New-Category.
     move     Ex-Id to ws-New-Msg-Id.
     move     spaces to ws-New-Object.
     move     "MORNINGPACK" to ws-New-By.
     perform  4300-Add-Incident thru 4300-Exit.
     if       ws-Cur-Id not = zero
              add 1 to ws-Opened-Count.
     go       to 4010-Next.
 4090-Done.
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     "INC0003" to mc-id.
     move     ws-Opened-Count to ws-Count-Edit.
     move     ws-Count-Edit to mc-value (1).
     move     ws-Again-Count to ws-Count-Edit.
     move     ws-Count-Edit to mc-value (2).
     perform  9800-Issue-Msg thru 9800-Exit.
     move     spaces to ws-Audit-Opts.
     string   "AUTO " Exc-In-Name delimited by size into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
 4000-Exit.
     exit.
*>
*> an incident still OPEN or WAITING for the same exception
 4100-Match-Open.
     move     zero to ws-Hit.
     move     Ex-Text to ws-Key-Want.
     inspect  ws-Key-Want converting "012345678" to "999999999".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Inc-Count
              if  Ic-Status (ws-Sub) not = "CLOSED"
                and Ic-Msg-Id (ws-Sub) = Ex-Id
                  move Ic-Title (ws-Sub) to ws-Key-Have
                  inspect ws-Key-Have
                          converting "012345678" to "999999999"
                  if  ws-Key-Have = ws-Key-Want
                      move ws-Sub to ws-Hit
                      move Inc-Count to ws-Sub
                  end-if
              end-if
     end-perform.
 4100-Exit.
     exit.
*>
*> ws-New-* as incident ws-Next-Id, OPEN from now - ws-Cur-Id its
*> id, zero when the log is full
 4300-Add-Incident.
     move     zero to ws-Cur-Id.
     if       Inc-Count not < 5000
              move "INC0005" to mc-id
              move Inc-Name to mc-value (1)
              move ws-New-Title to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 4300-Exit.
     perform  1600-Time-Now thru 1600-Exit.
     add      1 to Inc-Count.
     move     ws-Next-Id      to Ic-Id (Inc-Count) ws-Cur-Id.
     add      1 to ws-Next-Id.
     move     "OPEN"          to Ic-Status (Inc-Count).
     move     ws-New-Sev      to Ic-Sev (Inc-Count).
     move     ws-New-Category to Ic-Category (Inc-Count).
     move     ws-Run-Date     to Ic-Opened (Inc-Count)
                                 Ic-Last-Seen (Inc-Count).
     move     ws-Now-Tm       to Ic-Opened-Tm (Inc-Count).
     move     ws-New-By       to Ic-Opened-By (Inc-Count).
     move     zero            to Ic-Closed (Inc-Count)
                                 Ic-Closed-Tm (Inc-Count).
     move     spaces          to Ic-Closed-By (Inc-Count).
     move     1               to Ic-Seen (Inc-Count).
     move     ws-New-Msg-Id   to Ic-Msg-Id (Inc-Count).
     move     ws-New-Object   to Ic-Object (Inc-Count).
     move     ws-New-Title    to Ic-Title (Inc-Count).
 4300-Exit.
     exit.
*>
*> ws-Note-Text on incident ws-Cur-Id by the signed-on operator
 4400-Add-Note.
     if       Note-Count not < 10000
              move "INC0005" to mc-id
              move Inc-Name to mc-value (1)
              move ws-Note-Text to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 4400-Exit.
     perform  1600-Time-Now thru 1600-Exit.
     add      1 to Note-Count.
     move     ws-Cur-Id    to Nt-Id (Note-Count).
     move     ws-Run-Date  to Nt-Date (Note-Count).
     move     ws-Now-Tm    to Nt-Time (Note-Count).
     move     op-id        to Nt-By (Note-Count).
     move     ws-Note-Text to Nt-Text (Note-Count).
 4400-Exit.
     exit.
*>
*> the log held exclusively and read afresh before any change; a
*> console or batch step already holding it makes this one wait
*> a little, then give up with nothing changed
 4900-Hold-Log.
     move     "N" to ws-Held-Sw.
     initialize enq-request.
     move     "ENQ" to enq-function.
     move     Inc-Name to enq-file.
     move     "EXC" to enq-mode.
     move     "INCTRACK" to enq-owner.
     move     10 to enq-wait.
*> the batch tail can afford to wait out a console
     if       ws-Mode = "AUTO"
              move 60 to enq-wait.
     call     "FILEENQ" using enq-request
              on exception
              move "00" to enq-status
     end-call.
     if       not enq-granted
              move "INC0002" to mc-id
              move Inc-Name to mc-value (1)
              if  enq-held
                  move enq-holder-operator to mc-value (2)
                  if  enq-holder-operator = spaces
                      move enq-holder to mc-value (2)
                  end-if
              else
                  move "the file enqueue table" to mc-value (2)
              end-if
              perform 9800-Issue-Msg thru 9800-Exit
              go to 4900-Exit.
     move     "Y" to ws-Held-Sw.
     perform  1000-Load thru 1000-Exit.
 4900-Exit.
     exit.
*>
 4950-Free-Log.
     initialize enq-request.
     move     "DEQ" to enq-function.
     move     Inc-Name to enq-file.
     call     "FILEENQ" using enq-request
              on exception
              continue
     end-call.
     move     "N" to ws-Held-Sw.
 4950-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the tables back to the log, whole: incidents, notes, handovers
*>----------------------------------------------------------------
 5000-Save.
     open     output Inc-File.
     if       fs-reply not = zero and not = 05
              move "INC0001" to mc-id
              move Inc-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              perform 4950-Free-Log thru 4950-Exit
              move 16 to return-code
              goback.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Inc-Count
              move spaces to Inc-Rec
              move "I"                   to Ir-Type
              move Ic-Id (ws-Sub)        to Ir-Id
              move Ic-Status (ws-Sub)    to Ir-Status
              move Ic-Sev (ws-Sub)       to Ir-Sev
              move Ic-Category (ws-Sub)  to Ir-Category
              move Ic-Opened (ws-Sub)    to Ir-Opened
              move Ic-Opened-Tm (ws-Sub) to Ir-Opened-Tm
              move Ic-Opened-By (ws-Sub) to Ir-Opened-By
              move Ic-Closed (ws-Sub)    to Ir-Closed
              move Ic-Closed-Tm (ws-Sub) to Ir-Closed-Tm
              move Ic-Closed-By (ws-Sub) to Ir-Closed-By
              move Ic-Last-Seen (ws-Sub) to Ir-Last-Seen
              move Ic-Seen (ws-Sub)      to Ir-Seen
              move Ic-Msg-Id (ws-Sub)    to Ir-Msg-Id
              move Ic-Object (ws-Sub)    to Ir-Object
              move Ic-Title (ws-Sub)     to Ir-Title
              write Inc-Rec
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Note-Count
              move spaces to Note-Rec
              move "N"              to Nr-Type
              move Nt-Id (ws-Sub)   to Nr-Id
              move Nt-Date (ws-Sub) to Nr-Date
              move Nt-Time (ws-Sub) to Nr-Time
              move Nt-By (ws-Sub)   to Nr-By
              move Nt-Text (ws-Sub) to Nr-Text
              write Note-Rec
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hand-Count
              move spaces to Hand-Rec
              move "H"              to Hr-Type
              move Hd-Date (ws-Sub) to Hr-Date
              move Hd-Time (ws-Sub) to Hr-Time
              move Hd-By (ws-Sub)   to Hr-By
              write Hand-Rec
     end-perform.
     close    Inc-File.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HANDOVER: what the next shift inherits - then the handover is
*> recorded so the next report starts from here
*>----------------------------------------------------------------
 6000-Handover.
     perform  4900-Hold-Log thru 4900-Exit.
     if       not ws-Log-Held
              move "The incident log is in use - try again"
                   to ws-Msg
              go to 6000-Exit.
     if       Report-Name = spaces
              move "HANDOVER.RPT" to Report-Name.
     open     output Report-Out.
     if       fs-reply not = zero
              perform 4950-Free-Log thru 4950-Exit
              move "INC0008" to mc-id
              move Report-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              move mc-text (1:70) to ws-Msg
              move 16 to return-code
              go to 6000-Exit.
     perform  1600-Time-Now thru 1600-Exit.
     move     zero to ws-Shift-Start.
     move     spaces to ws-Line.
     string   "SHIFT HANDOVER - " ws-Run-Date " " ws-Now-Tm
              " - handed over by " function trim (op-id)
              delimited by size into ws-Line.
     if       op-name not = spaces
              move 1 to ws-Count
              inspect ws-Line tallying ws-Count
                      for characters before initial "   "
              string " (" function trim (op-name) ")"
                     delimited by size into ws-Line pointer ws-Count.
     perform  6900-Put thru 6900-Exit.
     move     all "=" to ws-Line (1:60).
     perform  6900-Put thru 6900-Exit.
     if       Hand-Count = zero
              move "Shift from: the start of the incident log"
                   to ws-Line
     else
              compute ws-Shift-Start = Hd-Date (Hand-Count) * 10000
                                     + Hd-Time (Hand-Count)
              string "Shift from: " Hd-Date (Hand-Count) " "
                     Hd-Time (Hand-Count) " (handed over by "
                     function trim (Hd-By (Hand-Count)) ")"
                     delimited by size into ws-Line.
     perform  6900-Put thru 6900-Exit.
*> still open, oldest first - the log is in opening order
     perform  6800-Blank thru 6800-Exit.
     move     zero to ws-Count.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Inc-Count
              if  Ic-Status (ws-Sub) not = "CLOSED"
                  add 1 to ws-Count
              end-if
     end-perform.
     move     ws-Count to ws-Count-Edit.
     string   "STILL OPEN - " function trim (ws-Count-Edit)
              " incident(s), oldest first"
              delimited by size into ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Line (1:40).
     perform  6900-Put thru 6900-Exit.
     if       ws-Count = zero
              move "  none - a clean handover" to ws-Line
              perform 6900-Put thru 6900-Exit.
     perform  varying ws-Hit from 1 by 1 until ws-Hit > Inc-Count
              if  Ic-Status (ws-Hit) not = "CLOSED"
                  perform 6100-Open-Entry thru 6100-Exit
              end-if
     end-perform.
*> opened and closed on this shift
     perform  6800-Blank thru 6800-Exit.
     move     "OPENED THIS SHIFT" to ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Line (1:40).
     perform  6900-Put thru 6900-Exit.
     move     zero to ws-Count2.
     perform  varying ws-Hit from 1 by 1 until ws-Hit > Inc-Count
              compute ws-Stamp = Ic-Opened (ws-Hit) * 10000
                               + Ic-Opened-Tm (ws-Hit)
              if  ws-Stamp not < ws-Shift-Start
                  add 1 to ws-Count2
                  perform 6200-Short-Entry thru 6200-Exit
              end-if
     end-perform.
     if       ws-Count2 = zero
              move "  none" to ws-Line
              perform 6900-Put thru 6900-Exit.
     perform  6800-Blank thru 6800-Exit.
     move     "CLOSED THIS SHIFT" to ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Line (1:40).
     perform  6900-Put thru 6900-Exit.
     move     zero to ws-Count2.
     perform  varying ws-Hit from 1 by 1 until ws-Hit > Inc-Count
              compute ws-Stamp = Ic-Closed (ws-Hit) * 10000
                               + Ic-Closed-Tm (ws-Hit)
              if  Ic-Status (ws-Hit) = "CLOSED"
                and ws-Stamp not < ws-Shift-Start
                  add 1 to ws-Count2
                  perform 6200-Short-Entry thru 6200-Exit
                  perform 6300-Last-Note thru 6300-Exit
              end-if
     end-perform.
     if       ws-Count2 = zero
              move "  none" to ws-Line
              perform 6900-Put thru 6900-Exit.
*> the shift log and every note made on the shift
     perform  6800-Blank thru 6800-Exit.
     move     "SHIFT LOG" to ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Line (1:40).
     perform  6900-Put thru 6900-Exit.
     move     zero to ws-Count2.
     perform  varying ws-Ix from 1 by 1 until ws-Ix > Note-Count
              compute ws-Stamp = Nt-Date (ws-Ix) * 10000
                               + Nt-Time (ws-Ix)
              if  ws-Stamp not < ws-Shift-Start
                  add 1 to ws-Count2
                  if  Nt-Id (ws-Ix) = zero
                      move "log   " to ws-Line (3:6)
                  else
                      move Nt-Id (ws-Ix) to ws-Line (3:6)
                  end-if
                  move Nt-Time (ws-Ix) to ws-Line (10:4)
                  move Nt-By (ws-Ix)   to ws-Line (15:16)
                  move Nt-Text (ws-Ix) to ws-Line (32:70)
                  perform 6900-Put thru 6900-Exit
              end-if
     end-perform.
     if       ws-Count2 = zero
              move "  nothing written this shift" to ws-Line
              perform 6900-Put thru 6900-Exit.
     perform  6800-Blank thru 6800-Exit.
     move     "Taken over by: ______________________  time: ______"
              to ws-Line.
     perform  6900-Put thru 6900-Exit.
     close    Report-Out.
*> the handover itself goes in the log - the next shift starts here
     if       Hand-Count not < 3000
              perform varying ws-Sub from 2 by 1
                      until ws-Sub > Hand-Count
                  move Hand-Entry (ws-Sub) to Hand-Entry (ws-Sub - 1)
              end-perform
              subtract 1 from Hand-Count.
     add      1 to Hand-Count.
     move     ws-Run-Date to Hd-Date (Hand-Count).
     move     ws-Now-Tm   to Hd-Time (Hand-Count).
     move     op-id       to Hd-By (Hand-Count).
     perform  5000-Save thru 5000-Exit.
     perform  4950-Free-Log thru 4950-Exit.
     move     "INC0006" to mc-id.
     move     Report-Name to mc-value (1).
     move     ws-Count to ws-Count-Edit.
     move     ws-Count-Edit to mc-value (2).
     if       ws-Mode = spaces
              move "FORMAT" to mc-function
              call "MSGCAT" using mc-request
                   on exception
                   move "Handover report written" to mc-text
              end-call
              move mc-text (1:70) to ws-Msg
     else
              perform 9800-Issue-Msg thru 9800-Exit.
     move     spaces to ws-Audit-Opts.
     string   "HANDOVER " Report-Name delimited by size
              into ws-Audit-Opts.
     perform  8200-Write-Audit thru 8200-Exit.
 6000-Exit.
     exit.
*>
*> an incident still open, in full
 6100-Open-Entry.
     move     Ic-Id (ws-Hit)       to ws-Line (3:6).
     move     Ic-Sev (ws-Hit)      to ws-Line (10:1).
     move     Ic-Status (ws-Hit)   to ws-Line (12:7).
     move     Ic-Category (ws-Hit) to ws-Line (20:8).
     compute  ws-Age-Days = function integer-of-date (ws-Run-Date)
                          - function integer-of-date (Ic-Opened (ws-Hit)).
     move     ws-Age-Days to ws-Age-Edit.
     string   "opened " Ic-Opened (ws-Hit) " " Ic-Opened-Tm (ws-Hit)
              " by " function trim (Ic-Opened-By (ws-Hit))
              ", " function trim (ws-Age-Edit) " day(s) old"
              delimited by size into ws-Line (29:80).
     perform  6900-Put thru 6900-Exit.
     move     Ic-Title (ws-Hit) to ws-Line (12:120).
     perform  6900-Put thru 6900-Exit.
     if       Ic-Object (ws-Hit) not = spaces
              string "job/file: " Ic-Object (ws-Hit)
                     delimited by size into ws-Line (12:60)
              perform 6900-Put thru 6900-Exit.
     if       Ic-Seen (ws-Hit) > 1
              move Ic-Seen (ws-Hit) to ws-Age-Edit
              string "on the morning pack "
                     function trim (ws-Age-Edit) " times, last "
                     Ic-Last-Seen (ws-Hit)
                     delimited by size into ws-Line (12:60)
              perform 6900-Put thru 6900-Exit.
     perform  6300-Last-Note thru 6300-Exit.
 6100-Exit.
     exit.
*>
 6200-Short-Entry.
     move     Ic-Id (ws-Hit)       to ws-Line (3:6).
     move     Ic-Sev (ws-Hit)      to ws-Line (10:1).
     move     Ic-Category (ws-Hit) to ws-Line (12:8).
     move     Ic-Title (ws-Hit)    to ws-Line (21:100).
     perform  6900-Put thru 6900-Exit.
 6200-Exit.
     exit.
*>
 6300-Last-Note.
     move     zero to ws-Last-Note.
     perform  varying ws-Ix from Note-Count by -1 until ws-Ix < 1
              if  Nt-Id (ws-Ix) = Ic-Id (ws-Hit)
                  move ws-Ix to ws-Last-Note
                  move 1 to ws-Ix
              end-if
     end-perform.
     if       ws-Last-Note = zero
              go to 6300-Exit.
     string   "last note " Nt-Date (ws-Last-Note) " "
              Nt-Time (ws-Last-Note) " "
              function trim (Nt-By (ws-Last-Note)) ": "
              Nt-Text (ws-Last-Note)
              delimited by size into ws-Line (12:120).
     perform  6900-Put thru 6900-Exit.
 6300-Exit.
     exit.
*>
 6800-Blank.
     move     spaces to ws-Line.
     perform  6900-Put thru 6900-Exit.
 6800-Exit.
     exit.
*>
 6900-Put.
     write    Report-Rec from ws-Line.
     move     spaces to ws-Line.
 6900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> MONTHLY: by category - opened, closed, open at the month end,
*> and the hours from opening to close
*>----------------------------------------------------------------
 7000-Monthly.
     if       ws-Month = spaces
*>        last month: the day before the first of this one
              move ws-Run-Date to ws-Month-First
              move "01" to ws-Month-First (7:2)
              compute ws-Month-Int =
                      function integer-of-date (ws-Month-First) - 1
              move function date-of-integer (ws-Month-Int)
                   to ws-Month-Last
              move ws-Month-Last (1:6) to ws-Month.
     if       ws-Month is not numeric
           or ws-Month (5:2) < "01" or ws-Month (5:2) > "12"
              display "MONTH must be yyyymm: " ws-Month
              move 16 to return-code
              go to 7000-Exit.
     move     ws-Month to ws-Month-First (1:6).
     move     "01" to ws-Month-First (7:2).
*> the last day: the day before the first of the next month
     move     ws-Month-First to ws-Month-Last.
     if       ws-Month-Last (5:2) = "12"
              compute ws-Month-Last = ws-Month-Last + 8900
     else
              compute ws-Month-Last = ws-Month-Last + 100.
     compute  ws-Month-Int =
              function integer-of-date (ws-Month-Last) - 1.
     move     function date-of-integer (ws-Month-Int) to ws-Month-Last.
     if       Report-Name = spaces
              move "INCMONTH.RPT" to Report-Name.
     move     zero to Cat-Count.
     initialize ws-Tot-Entry.
     perform  7100-Tally-One thru 7100-Exit
              varying ws-Hit from 1 by 1 until ws-Hit > Inc-Count.
     open     output Report-Out.
     if       fs-reply not = zero
              move "INC0008" to mc-id
              move Report-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              go to 7000-Exit.
     string   "INCIDENTS BY CATEGORY - MONTH " ws-Month
              "  (" ws-Month-First " to " ws-Month-Last ")"
              delimited by size into ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "=" to ws-Line (1:60).
     perform  6900-Put thru 6900-Exit.
     perform  6800-Blank thru 6800-Exit.
     move     "Category  Opened  Closed  Open at end"
              & "  Avg hrs to close  Longest hrs" to ws-Line.
     perform  6900-Put thru 6900-Exit.
     move     all "-" to ws-Line (1:78).
     perform  6900-Put thru 6900-Exit.
     if       Cat-Count = zero
              move "  no incidents opened, closed or open this month"
                   to ws-Line
              perform 6900-Put thru 6900-Exit.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Cat-Count
              move Ct-Name (ws-Cx) to ws-Line (1:8)
              move Ct-Opened (ws-Cx)   to Tt-Opened
              move Ct-Closed (ws-Cx)   to Tt-Closed
              move Ct-Open-End (ws-Cx) to Tt-Open-End
              move Ct-Took-Mins (ws-Cx) to Tt-Took-Mins
              move Ct-Max-Mins (ws-Cx) to Tt-Max-Mins
              perform 7200-Figures thru 7200-Exit
     end-perform.
     move     all "-" to ws-Line (1:78).
     perform  6900-Put thru 6900-Exit.
*> the month's totals, summed afresh
     initialize ws-Tot-Entry.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Cat-Count
              add Ct-Opened (ws-Cx)    to Tt-Opened
              add Ct-Closed (ws-Cx)    to Tt-Closed
              add Ct-Open-End (ws-Cx)  to Tt-Open-End
              add Ct-Took-Mins (ws-Cx) to Tt-Took-Mins
              if  Ct-Max-Mins (ws-Cx) > Tt-Max-Mins
                  move Ct-Max-Mins (ws-Cx) to Tt-Max-Mins
              end-if
     end-perform.
     move     "TOTAL" to ws-Line (1:8).
     perform  7200-Figures thru 7200-Exit.
     close    Report-Out.
     move     "INC0007" to mc-id.
     move     ws-Month to mc-value (1).
     move     Report-Name to mc-value (2).
     perform  9800-Issue-Msg thru 9800-Exit.
 7000-Exit.
     exit.
*>
*> incident ws-Hit into its category's figures for the month
 7100-Tally-One.
     move     zero to ws-Count.
     if       Ic-Opened (ws-Hit) not < ws-Month-First
          and Ic-Opened (ws-Hit) not > ws-Month-Last
              move 1 to ws-Count.
     if       Ic-Status (ws-Hit) = "CLOSED"
          and Ic-Closed (ws-Hit) not < ws-Month-First
          and Ic-Closed (ws-Hit) not > ws-Month-Last
              add 2 to ws-Count.
     if       Ic-Opened (ws-Hit) not > ws-Month-Last
          and (Ic-Status (ws-Hit) not = "CLOSED"
               or Ic-Closed (ws-Hit) > ws-Month-Last)
              add 4 to ws-Count.
     if       ws-Count = zero
              go to 7100-Exit.
     move     zero to ws-Cx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cat-Count
              if  Ct-Name (ws-Sub) = Ic-Category (ws-Hit)
                  move ws-Sub to ws-Cx
                  move Cat-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Cx = zero
              if  Cat-Count not < 60
                  go to 7100-Exit
              end-if
              add 1 to Cat-Count
              move Cat-Count to ws-Cx
              move Ic-Category (ws-Hit) to Ct-Name (ws-Cx)
              move zero to Ct-Opened (ws-Cx) Ct-Closed (ws-Cx)
                           Ct-Open-End (ws-Cx) Ct-Took-Mins (ws-Cx)
                           Ct-Max-Mins (ws-Cx).
     if       ws-Count = 1 or 3 or 5 or 7
              add 1 to Ct-Opened (ws-Cx).
     if       ws-Count = 2 or 3 or 6 or 7
              add 1 to Ct-Closed (ws-Cx)
              compute ws-Open-Mins =
                      function integer-of-date (Ic-Opened (ws-Hit))
                      * 1440
                    + function integer (Ic-Opened-Tm (ws-Hit) / 100) * 60
                    + function mod (Ic-Opened-Tm (ws-Hit), 100)
              compute ws-Close-Mins =
                      function integer-of-date (Ic-Closed (ws-Hit))
                      * 1440
                    + function integer (Ic-Closed-Tm (ws-Hit) / 100) * 60
                    + function mod (Ic-Closed-Tm (ws-Hit), 100)
              compute ws-Took-Mins = ws-Close-Mins - ws-Open-Mins
              if  ws-Took-Mins < zero
                  move zero to ws-Took-Mins
              end-if
              add ws-Took-Mins to Ct-Took-Mins (ws-Cx)
              if  ws-Took-Mins > Ct-Max-Mins (ws-Cx)
                  move ws-Took-Mins to Ct-Max-Mins (ws-Cx)
              end-if.
     if       ws-Count not < 4
              add 1 to Ct-Open-End (ws-Cx).
 7100-Exit.
     exit.
*>
*> one line of figures off ws-Tot-Entry, the name already placed
 7200-Figures.
     move     Tt-Opened to ws-Count-Edit.
     move     ws-Count-Edit to ws-Line (9:6).
     move     Tt-Closed to ws-Count-Edit.
     move     ws-Count-Edit to ws-Line (17:6).
     move     Tt-Open-End to ws-Count-Edit.
     move     ws-Count-Edit to ws-Line (30:6).
     if       Tt-Closed > zero
              compute ws-Hours rounded =
                      Tt-Took-Mins / Tt-Closed / 60
              move ws-Hours to ws-Hours-Edit
              move ws-Hours-Edit to ws-Line (44:8)
              compute ws-Hours rounded = Tt-Max-Mins / 60
              move ws-Hours to ws-Hours-Edit
              move ws-Hours-Edit to ws-Line (62:8)
     else
              move "-" to ws-Line (51:1) ws-Line (69:1).
     perform  6900-Put thru 6900-Exit.
 7200-Exit.
     exit.
*>
 8200-Write-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 8200-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "INCTRACK" to Aud-Tool.
     move     op-id to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     zero to Aud-RC.
     move     Inc-Name to Aud-Input.
     move     ws-Audit-Opts to Aud-Options.
     move     Report-Name to Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 8200-Exit.
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
