      >>source free
 Identification division.
*>**********************
      program-id.       alertdisp.
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
*>    Usage.            Alert dispatcher - the night's exceptions put
*>                      in front of the on-call person when they
*>                      happen, not when the morning pack prints.
*>                      Each pass scans the sources:
*>                        DEVTOOLS.STA        FAILED jobs      JOBFAIL
*>                        GROWTH.EXC          growthmon lines  GROWTH
*>                        ARRIVAL.EXC         late / rejected  ARRIVAL
*>                                            partner files
*>                        CERTGATE.DAT        FAIL certificates CERTGATE
*>                                            of the last day
*>                        COBDESAUDIT.SPOOL   anomalies        AUDIT
*>                      and raises an alert for each exception not
*>                      already alerted in the last ALERTDISP_REARM
*>                      hours (24), so a thing is told once a night.
*>                      An alert goes to the first on-call name for
*>                      its severity by mail or syslog; left
*>                      unacknowledged past that name's minutes it
*>                      goes on to the next name, and once the chain
*>                      runs out it stands EXHAUSTED for the morning.
*>
*>                      alertdisp [SCAN] [INTERVAL=<secs>
*>                                [UNTIL=<hhmm>]] [ROTA=<f>]
*>                                [STA=<f>] [GROWTH=<f>] [ARRIVAL=<f>]
*>                                [CERT=<f>] [AUDIT=<f>]
*>                      alertdisp ACK <alert no>
*>                      alertdisp LIST
*>
*>                      The rota (ALERT.ROTA, or ALERTDISP_ROTA):
*>                        *> comment
*>                        SEVERITY <source> HIGH|MEDIUM|LOW
*>                        ONCALL <sev|*> <from yyyymmdd|-> <to|->
*>                               <name> MAIL <address> <minutes>
*>                        ONCALL <sev|*> <from> <to>
*>                               <name> SYSLOG <facility> <minutes>
*>                      ONCALL rows in file order, those covering
*>                      today for the alert's severity, are the
*>                      escalation chain.  Severities default to
*>                      JOBFAIL, CERTGATE and AUDIT HIGH, ARRIVAL
*>                      MEDIUM, GROWTH LOW.  Mail goes through the
*>                      ALERTDISP_MAILER command (mail), syslog
*>                      through logger - crit, err or warning by
*>                      severity.
*>
*>                      ACK is by the signed-on operator (OPSIGNON)
*>                      and stops the escalation.  Every raise, tell,
*>                      escalation and acknowledgement is a row in
*>                      ALERT.LOG (ALERTDISP_LOG); the alerts
*>                      themselves live in ALERT.DAT (ALERTDISP_FILE),
*>                      held under the file enqueue while a pass or
*>                      an ACK updates it, and closed ones drop off
*>                      after a week.  Each pass rewrites ALERT.RPT
*>                      (ALERTDISP_REPORT) - the last 24 hours'
*>                      alerts, who was told and when, and who
*>                      acknowledged - for the morning pack.
*>                      Return code: 0, 4 alerts stand unacknowledged,
*>                      8 ACK refused, 16 setup.
*>**
*>    Called by.
*>                      cron or the batch head with INTERVAL through
*>                      the night; the on-call person for ACK.
*>**
*>    Calls.
*>                      ENVPROF
*>                      FILEENQ, OPSIGNON, SYSTEM (mail, logger),
*>                      C$SLEEP
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
     select   Rota-In          assign Rota-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Source-In        assign Source-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Alert-File       assign Alert-File-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Alert-Log        assign Alert-Log-Name
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
 fd  Rota-In.
 01  Rota-Rec              pic x(200).
*>
 fd  Source-In.
 01  Source-In-Rec         pic x(300).
*>
*> the alerts; the first row is the control row holding the last
*> alert number given out
 fd  Alert-File.
 01  Alert-Rec.
     03  Alf-No            pic 9(6).
     03  filler            pic x.
     03  Alf-State         pic x(8).
     03  filler            pic x.
     03  Alf-Source        pic x(8).
     03  filler            pic x.
     03  Alf-Sev           pic x(6).
     03  filler            pic x.
     03  Alf-Raised-Date   pic 9(8).
     03  filler            pic x.
     03  Alf-Raised-Time   pic 9(6).
     03  filler            pic x.
     03  Alf-Level         pic 99.
     03  filler            pic x.
     03  Alf-Told          pic x(16).
     03  filler            pic x.
     03  Alf-Told-Date     pic 9(8).
     03  filler            pic x.
     03  Alf-Told-Time     pic 9(6).
     03  filler            pic x.
     03  Alf-Wait          pic 9(4).
     03  filler            pic x.
     03  Alf-Ack-By        pic x(16).
     03  filler            pic x.
     03  Alf-Ack-Date      pic 9(8).
     03  filler            pic x.
     03  Alf-Ack-Time      pic 9(6).
     03  filler            pic x.
     03  Alf-Text          pic x(120).
*>
*> one row per event on an alert
 fd  Alert-Log.
 01  Alert-Log-Rec.
     03  Alg-Date          pic 9(8).
     03  filler            pic x.
     03  Alg-Time          pic 9(6).
     03  filler            pic x.
     03  Alg-No            pic 9(6).
     03  filler            pic x.
     03  Alg-Event         pic x(8).
     03  filler            pic x.
     03  Alg-Sev           pic x(6).
     03  filler            pic x.
     03  Alg-Source        pic x(8).
     03  filler            pic x.
     03  Alg-Who           pic x(16).
     03  filler            pic x.
     03  Alg-Text          pic x(120).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(200).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "alertdisp v1.01.00".
 77  fs-reply              pic 99.
*>
 copy "file-enq.cpy".
 copy "op-signon.cpy".
*>
 01  Rota-In-Name          pic x(256)   value "ALERT.ROTA".
 01  Source-In-Name        pic x(256)   value spaces.
 01  Alert-File-Name       pic x(64)    value "ALERT.DAT".
 01  Alert-Log-Name        pic x(64)    value "ALERT.LOG".
 01  Report-Name           pic x(64)    value "ALERT.RPT".
 01  ws-Sta-Name           pic x(64)    value "DEVTOOLS.STA".
 01  ws-Growth-Name        pic x(64)    value "GROWTH.EXC".
 01  ws-Arrival-Name       pic x(64)    value "ARRIVAL.EXC".
 01  ws-Cert-Name          pic x(64)    value "CERTGATE.DAT".
 01  ws-Audit-Name         pic x(64)    value "COBDESAUDIT.SPOOL".
 01  ws-Mailer             pic x(64)    value "mail".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Env-Text           pic x(16)    value spaces.
 01  ws-Function           pic x(8)     value "SCAN".
 77  ws-Ack-No             pic 9(6)     value zero.
*>
*> DEVTOOLS.STA as the queue runner writes it
 01  Sta-View.
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
*> a CERTGATE.DAT certificate
 01  Cert-View.
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
*>
*> the rota: severities by source, and the on-call chain rows
 01  Sev-Table.
     03  Sev-Entry         occurs 20.
         05  Sv-Source     pic x(8).
         05  Sv-Sev        pic x(6).
 77  Sev-Count             Binary-Long  value zero.
 01  Rota-Table.
     03  Rota-Entry        occurs 50.
         05  Rt-Sev        pic x(6).
         05  Rt-From       pic 9(8).
         05  Rt-To         pic 9(8).
         05  Rt-Name       pic x(16).
         05  Rt-Method     pic x(6).
         05  Rt-Address    pic x(64).
         05  Rt-Wait       pic 9(4).
 77  Rota-Count            Binary-Long  value zero.
 77  ws-Rota-Errors        Binary-Long  value zero.
*>
*> ALERT.DAT held whole while a pass or an ACK works on it
 01  Alert-Table.
     03  Alert-Entry       occurs 1000.
         05  Al-No         pic 9(6).
         05  Al-State      pic x(8).
         05  Al-Source     pic x(8).
         05  Al-Sev        pic x(6).
         05  Al-Raised-Date pic 9(8).
         05  Al-Raised-Time pic 9(6).
         05  Al-Level      pic 99.
         05  Al-Told       pic x(16).
         05  Al-Told-Date  pic 9(8).
         05  Al-Told-Time  pic 9(6).
         05  Al-Wait       pic 9(4).
         05  Al-Ack-By     pic x(16).
         05  Al-Ack-Date   pic 9(8).
         05  Al-Ack-Time   pic 9(6).
         05  Al-Text       pic x(120).
 77  Alert-Count           Binary-Long  value zero.
 77  ws-Last-No            pic 9(6)     value zero.
*>
 77  ws-Ax                 Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Level              pic 99       value zero.
 77  ws-Match              Binary-Long  value zero.
 77  ws-Tally              Binary-Long  value zero.
 77  ws-Found              pic x        value space.
 77  ws-In-Anomalies       pic x        value space.
 77  ws-Held               pic x        value space.
 77  ws-Done               pic x        value space.
 77  ws-Open-Count         Binary-Long  value zero.
 77  ws-Raised             Binary-Long  value zero.
 77  ws-Interval           pic 9(5)     value zero.
 77  ws-Until              pic 9(4)     value 2359.
 77  ws-Start-Hhmm         pic 9(4)     value zero.
 77  ws-Rearm              pic 9(4)     value 24.
 77  ws-Send-RC            pic 9(4)     value zero.
 77  ws-Ack-RC             pic 9(4)     value zero.
 01  ws-Source             pic x(8)     value spaces.
 01  ws-Sev                pic x(6)     value spaces.
 01  ws-Event              pic x(8)     value spaces.
 01  ws-Who                pic x(16)    value spaces.
 01  ws-Alert-Text         pic x(120)   value spaces.
 01  ws-Send-Text          pic x(200)   value spaces.
 01  ws-Priority           pic x(8)     value spaces.
 01  ws-Command            pic x(600)   value spaces.
 01  ws-Line               pic x(200)   value spaces.
 01  ws-Words.
     03  ws-Word           pic x(64)    occurs 9.
 01  ws-Key-Word           pic x(16)    value spaces.
 01  ws-No-Edit            pic 9(6).
 01  ws-Edit               pic z(3)9.
 01  ws-Hhmm-Edit          pic 99b99.
 01  ws-Hhmm-Edit2         pic 99b99.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  filler redefines ws-Time-Now.
     03  ws-Now-Hhmm       pic 9(4).
     03  ws-Now-Ss         pic 99.
     03  filler            pic 99.
 77  ws-Cut-Date           pic 9(8)     value zero.
 77  ws-Purge-Date         pic 9(8)     value zero.
*> minutes since day one, for the waits and the re-arm window
 77  ws-Calc-Date          pic 9(8)     value zero.
 01  ws-Calc-Time          pic 9(6)     value zero.
 01  filler redefines ws-Calc-Time.
     03  ws-Calc-Hh        pic 99.
     03  ws-Calc-Mm        pic 99.
     03  ws-Calc-Ss        pic 99.
 77  ws-Calc-Min           pic 9(12)    value zero.
 77  ws-Now-Min            pic 9(12)    value zero.
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
              display "alertdisp: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     accept   Rota-In-Name from environment "ALERTDISP_ROTA"
              on exception
              move "ALERT.ROTA" to Rota-In-Name
     end-accept.
     if       Rota-In-Name = spaces
              move "ALERT.ROTA" to Rota-In-Name.
     accept   Alert-File-Name from environment "ALERTDISP_FILE"
              on exception
              move "ALERT.DAT" to Alert-File-Name
     end-accept.
     if       Alert-File-Name = spaces
              move "ALERT.DAT" to Alert-File-Name.
     accept   Alert-Log-Name from environment "ALERTDISP_LOG"
              on exception
              move "ALERT.LOG" to Alert-Log-Name
     end-accept.
     if       Alert-Log-Name = spaces
              move "ALERT.LOG" to Alert-Log-Name.
     accept   Report-Name from environment "ALERTDISP_REPORT"
              on exception
              move "ALERT.RPT" to Report-Name
     end-accept.
     if       Report-Name = spaces
              move "ALERT.RPT" to Report-Name.
     accept   ws-Sta-Name from environment "DEVTOOLS_STATUS"
              on exception
              move "DEVTOOLS.STA" to ws-Sta-Name
     end-accept.
     if       ws-Sta-Name = spaces
              move "DEVTOOLS.STA" to ws-Sta-Name.
     accept   ws-Mailer from environment "ALERTDISP_MAILER"
              on exception
              move "mail" to ws-Mailer
     end-accept.
     if       ws-Mailer = spaces
              move "mail" to ws-Mailer.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "ALERTDISP_REARM"
              on exception
              move spaces to ws-Env-Text
     end-accept.
     if       ws-Env-Text not = spaces
              move function numval (ws-Env-Text) to ws-Rearm.
     perform  1000-Get-Args thru 1000-Exit.
     evaluate ws-Function
         when "ACK"
              perform 6000-Acknowledge thru 6000-Exit
              goback
         when "LIST"
              perform 7000-List thru 7000-Exit
              move zero to return-code
              goback
     end-evaluate.
     perform  1100-Load-Rota thru 1100-Exit.
     if       Rota-Count = zero
              display "No ONCALL rows in " function trim (Rota-In-Name)
              move 16 to return-code
              goback.
*>
*> one pass, or pass after pass until the watch ends - an UNTIL
*> earlier than the start time is the next morning's
*>
     move     ws-Now-Hhmm to ws-Start-Hhmm.
     perform  2000-One-Pass thru 2000-Exit.
     if       ws-Interval > zero
              perform 1300-Watch-Over thru 1300-Exit
              perform until ws-Done = "Y"
                  call "C$SLEEP" using ws-Interval
                  perform 2000-One-Pass thru 2000-Exit
                  perform 1300-Watch-Over thru 1300-Exit
              end-perform.
     move     ws-Raised to ws-Edit.
     display  "Alerts raised: " function trim (ws-Edit)
              with no advancing.
     move     ws-Open-Count to ws-Edit.
     display  "  unacknowledged: " function trim (ws-Edit).
     if       ws-Open-Count > zero
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
                  when function upper-case (ws-Arg-Text) = "SCAN"
                    or function upper-case (ws-Arg-Text) = "LIST"
                    or function upper-case (ws-Arg-Text) = "ACK"
                       move function upper-case (ws-Arg-Text (1:8))
                            to ws-Function
                  when ws-Function = "ACK" and ws-Ack-No = zero
                   and ws-Arg-Text (1:1) numeric
                       move function numval (ws-Arg-Text (1:8))
                            to ws-Ack-No
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "ROTA="
                       move ws-Arg-Text (6:251) to Rota-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "STA="
                       move ws-Arg-Text (5:64) to ws-Sta-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "GROWTH="
                       move ws-Arg-Text (8:64) to ws-Growth-Name
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "ARRIVAL="
                       move ws-Arg-Text (9:64) to ws-Arrival-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CERT="
                       move ws-Arg-Text (6:64) to ws-Cert-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "AUDIT="
                       move ws-Arg-Text (7:64) to ws-Audit-Name
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "INTERVAL="
                       move function numval (ws-Arg-Text (10:8))
                            to ws-Interval
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "UNTIL="
                   and ws-Arg-Text (7:4) numeric
                       move ws-Arg-Text (7:4) to ws-Until
                  when other
                       display "Usage: alertdisp [SCAN]"
                               " [INTERVAL=<secs> [UNTIL=<hhmm>]]"
                               " [ROTA=<f>] [STA=<f>] [GROWTH=<f>]"
                       display "                 [ARRIVAL=<f>]"
                               " [CERT=<f>] [AUDIT=<f>]"
                       display "       alertdisp ACK <alert no>"
                       display "       alertdisp LIST"
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     if       ws-Function = "ACK" and ws-Ack-No = zero
              display "ACK wants the alert number"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the rota: SEVERITY overrides, then the ONCALL chain rows
*>----------------------------------------------------------------
 1100-Load-Rota.
     move     5 to Sev-Count.
     move     "JOBFAIL"  to Sv-Source (1).
     move     "HIGH"     to Sv-Sev (1).
     move     "CERTGATE" to Sv-Source (2).
     move     "HIGH"     to Sv-Sev (2).
     move     "AUDIT"    to Sv-Source (3).
     move     "HIGH"     to Sv-Sev (3).
     move     "ARRIVAL"  to Sv-Source (4).
     move     "MEDIUM"   to Sv-Sev (4).
     move     "GROWTH"   to Sv-Source (5).
     move     "LOW"      to Sv-Sev (5).
     open     input Rota-In.
     if       fs-reply not = zero
              display "Cannot open rota " function trim (Rota-In-Name)
              go to 1100-Exit.
 1110-Next.
     read     Rota-In at end
              close Rota-In
              go to 1100-Exit.
     if       Rota-Rec = spaces
           or Rota-Rec (1:2) = "*>"
           or Rota-Rec (1:1) = "*"
              go to 1110-Next.
     move     spaces to ws-Words.
     unstring Rota-Rec delimited by all spaces
              into ws-Word (1) ws-Word (2) ws-Word (3)
                   ws-Word (4) ws-Word (5) ws-Word (6)
                   ws-Word (7) ws-Word (8).
     if       ws-Word (1) = spaces
              unstring Rota-Rec (2:) delimited by all spaces
                       into ws-Word (1) ws-Word (2) ws-Word (3)
                            ws-Word (4) ws-Word (5) ws-Word (6)
                            ws-Word (7) ws-Word (8).
     move     function upper-case (ws-Word (1)) to ws-Key-Word.
     evaluate ws-Key-Word
         when "SEVERITY"
              perform 1150-Take-Severity thru 1150-Exit
         when "ONCALL"
              perform 1160-Take-Oncall thru 1160-Exit
         when other
              display "Rota line not understood: "
                      function trim (Rota-Rec)
              add 1 to ws-Rota-Errors
     end-evaluate.
     go       to 1110-Next.
 1100-Exit.
     exit.
*>
 1150-Take-Severity.
     move     function upper-case (ws-Word (2)) to ws-Source.
     move     function upper-case (ws-Word (3)) to ws-Sev.
     if       ws-Sev not = "HIGH" and not = "MEDIUM"
                                  and not = "LOW"
              display "SEVERITY wants HIGH, MEDIUM or LOW: "
                      function trim (Rota-Rec)
              add 1 to ws-Rota-Errors
              go to 1150-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Sev-Count
              if  Sv-Source (ws-Sub) = ws-Source
                  move ws-Sev to Sv-Sev (ws-Sub)
                  go to 1150-Exit
              end-if
     end-perform.
     if       Sev-Count < 20
              add 1 to Sev-Count
              move ws-Source to Sv-Source (Sev-Count)
              move ws-Sev    to Sv-Sev (Sev-Count).
 1150-Exit.
     exit.
*>
*> ONCALL <sev|*> <from|-> <to|-> <name> MAIL|SYSLOG <where> <mins>
 1160-Take-Oncall.
     if       ws-Word (8) = spaces
              display "ONCALL wants sev, from, to, name, method,"
                      " address and minutes: "
                      function trim (Rota-Rec)
              add 1 to ws-Rota-Errors
              go to 1160-Exit.
     if       Rota-Count not < 50
              go to 1160-Exit.
     add      1 to Rota-Count.
     move     function upper-case (ws-Word (2)) to Rt-Sev (Rota-Count).
     move     zero to Rt-From (Rota-Count).
     move     99999999 to Rt-To (Rota-Count).
     if       ws-Word (3) (1:8) numeric
              move ws-Word (3) (1:8) to Rt-From (Rota-Count).
     if       ws-Word (4) (1:8) numeric
              move ws-Word (4) (1:8) to Rt-To (Rota-Count).
     move     ws-Word (5) to Rt-Name (Rota-Count).
     move     function upper-case (ws-Word (6))
              to Rt-Method (Rota-Count).
     move     ws-Word (7) to Rt-Address (Rota-Count).
     move     function numval (ws-Word (8) (1:8))
              to Rt-Wait (Rota-Count).
     if       Rt-Method (Rota-Count) not = "MAIL"
          and Rt-Method (Rota-Count) not = "SYSLOG"
              display "ONCALL method is MAIL or SYSLOG: "
                      function trim (Rota-Rec)
              add 1 to ws-Rota-Errors
              subtract 1 from Rota-Count.
 1160-Exit.
     exit.
*>
 1300-Watch-Over.
     accept   ws-Time-Now from time.
     move     space to ws-Done.
     if       ws-Start-Hhmm > ws-Until
              if  ws-Now-Hhmm not < ws-Until
                and ws-Now-Hhmm < ws-Start-Hhmm
                  move "Y" to ws-Done
              end-if
     else
              if  ws-Now-Hhmm not < ws-Until
                  move "Y" to ws-Done
              end-if.
 1300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a pass: hold ALERT.DAT, raise what is new, escalate what has
*> waited too long, save, report, let go
*>----------------------------------------------------------------
 2000-One-Pass.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Run-Date to ws-Calc-Date.
     move     ws-Time-Now (1:6) to ws-Calc-Time.
     perform  9000-Minutes thru 9000-Exit.
     move     ws-Calc-Min to ws-Now-Min.
     compute  ws-Cut-Date = function date-of-integer
                  (function integer-of-date (ws-Run-Date) - 1).
     perform  8000-Hold-Alerts thru 8000-Exit.
     if       ws-Held not = "Y"
              go to 2000-Exit.
     perform  8100-Load-Alerts thru 8100-Exit.
     perform  2100-Scan-Status thru 2100-Exit.
     move     ws-Growth-Name to Source-In-Name.
     move     "GROWTH" to ws-Source.
     perform  2200-Scan-Lines thru 2200-Exit.
     move     ws-Arrival-Name to Source-In-Name.
     move     "ARRIVAL" to ws-Source.
     perform  2200-Scan-Lines thru 2200-Exit.
     perform  2300-Scan-Certs thru 2300-Exit.
     perform  2400-Scan-Audit thru 2400-Exit.
     perform  5000-Escalate thru 5000-Exit.
     perform  8200-Save-Alerts thru 8200-Exit.
     perform  8900-Free-Alerts thru 8900-Exit.
     perform  7500-Write-Report thru 7500-Exit.
 2000-Exit.
     exit.
*>
*> the queue runner's status file: FAILED jobs
 2100-Scan-Status.
     move     ws-Sta-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2100-Exit.
 2110-Next.
     read     Source-In at end
              close Source-In
              go to 2100-Exit.
     move     Source-In-Rec to Sta-View.
     if       Sta-State not = "FAILED"
              go to 2110-Next.
     move     Sta-RC to ws-Edit.
     move     spaces to ws-Alert-Text.
     string   "JOB " Sta-Job-No " FAILED RC " delimited by size
              function trim (ws-Edit) delimited by size
              ": " delimited by size
              function trim (Sta-Command) delimited by size
              into ws-Alert-Text.
     move     "JOBFAIL" to ws-Source.
     perform  3000-Raise thru 3000-Exit.
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
*> growthmon's and arrivewatch's exception files: every line is one,
*> bar a late file that has since come in
 2200-Scan-Lines.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2200-Exit.
 2210-Next.
     read     Source-In at end
              close Source-In
              go to 2200-Exit.
     if       Source-In-Rec = spaces
              go to 2210-Next.
     move     zero to ws-Tally.
     inspect  Source-In-Rec tallying ws-Tally
              for all "(has since arrived)".
     if       ws-Tally > zero
              go to 2210-Next.
     move     Source-In-Rec (1:120) to ws-Alert-Text.
     perform  3000-Raise thru 3000-Exit.
     go       to 2210-Next.
 2200-Exit.
     exit.
*>
*> certgate refusals of the last day
 2300-Scan-Certs.
     move     ws-Cert-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2300-Exit.
 2310-Next.
     read     Source-In at end
              close Source-In
              go to 2300-Exit.
     move     Source-In-Rec to Cert-View.
     if       Cert-Verdict not = "FAIL"
           or Cert-Date not numeric
           or Cert-Date < ws-Cut-Date
              go to 2310-Next.
     move     spaces to ws-Alert-Text.
     string   "CERTGATE: " delimited by size
              function trim (Cert-Prog) delimited by size
              " refused " Cert-Date " " Cert-Time delimited by size
              " - errors " Cert-Errors " unref " Cert-Unref
              " naming " Cert-Naming " reserved " Cert-Reserved
                                       delimited by size
              into ws-Alert-Text.
     move     "CERTGATE" to ws-Source.
     perform  3000-Raise thru 3000-Exit.
     go       to 2310-Next.
 2300-Exit.
     exit.
*>
*> the cobdesaudit capture: its Anomalies section read the way the
*> morning pack reads it
 2400-Scan-Audit.
     move     ws-Audit-Name to Source-In-Name.
     move     "AUDIT" to ws-Source.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2400-Exit.
     move     space to ws-In-Anomalies.
 2410-Next.
     read     Source-In at end
              close Source-In
              go to 2400-Exit.
     move     zero to ws-Tally.
     inspect  Source-In-Rec tallying ws-Tally for all "Anomalies".
     if       ws-Tally > zero
              move "Y" to ws-In-Anomalies
              go to 2410-Next.
     if       ws-In-Anomalies not = "Y"
              go to 2410-Next.
     move     zero to ws-Tally.
     inspect  Source-In-Rec tallying ws-Tally for all "BURST".
     inspect  Source-In-Rec tallying ws-Tally for all "NEW:".
     if       ws-Tally = zero
              inspect Source-In-Rec tallying ws-Tally for all ": "
              if  ws-Tally > zero
                  move zero to ws-Tally
                  inspect Source-In-Rec tallying ws-Tally
                          for all "1" all "2" all "3"
                              all "4" all "5" all "6"
                              all "7" all "8" all "9"
              end-if
     end-if.
     if       ws-Tally = zero
              go to 2410-Next.
     move     spaces to ws-Alert-Text.
     string   "COBDESAUDIT: " delimited by size
              function trim (Source-In-Rec) delimited by size
              into ws-Alert-Text.
     perform  3000-Raise thru 3000-Exit.
     go       to 2410-Next.
 2400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a new alert - unless this source said the same thing within the
*> re-arm window - told to the first of its chain
*>----------------------------------------------------------------
 3000-Raise.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-Source (ws-Ax) = ws-Source
                and Al-Text (ws-Ax) = ws-Alert-Text
                  move Al-Raised-Date (ws-Ax) to ws-Calc-Date
                  move Al-Raised-Time (ws-Ax) to ws-Calc-Time
                  perform 9000-Minutes thru 9000-Exit
                  if  ws-Calc-Min + ws-Rearm * 60 > ws-Now-Min
                      go to 3000-Exit
                  end-if
              end-if
     end-perform.
     if       Alert-Count not < 1000
              display "Alert table full - " function trim (ws-Alert-Text)
              go to 3000-Exit.
     add      1 to Alert-Count.
     move     Alert-Count to ws-Ax.
     add      1 to ws-Last-No.
     add      1 to ws-Raised.
     move     "LOW" to ws-Sev.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Sev-Count
              if  Sv-Source (ws-Sub) = ws-Source
                  move Sv-Sev (ws-Sub) to ws-Sev
              end-if
     end-perform.
     move     ws-Last-No to Al-No (ws-Ax).
     move     "OPEN" to Al-State (ws-Ax).
     move     ws-Source to Al-Source (ws-Ax).
     move     ws-Sev to Al-Sev (ws-Ax).
     move     ws-Run-Date to Al-Raised-Date (ws-Ax).
     move     ws-Time-Now (1:6) to Al-Raised-Time (ws-Ax).
     move     zero to Al-Level (ws-Ax) Al-Told-Date (ws-Ax)
                      Al-Told-Time (ws-Ax) Al-Wait (ws-Ax)
                      Al-Ack-Date (ws-Ax) Al-Ack-Time (ws-Ax).
     move     spaces to Al-Told (ws-Ax) Al-Ack-By (ws-Ax).
     move     ws-Alert-Text to Al-Text (ws-Ax).
     display  "RAISED   " ws-Last-No " " ws-Sev " "
              function trim (ws-Alert-Text).
     move     "RAISED" to ws-Event.
     move     spaces to ws-Who.
     perform  8500-Log-Event thru 8500-Exit.
     move     1 to ws-Level.
     perform  4000-Tell thru 4000-Exit.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> alert ws-Ax told to the ws-Level'th name of its chain; a
*> delivery that fails goes straight on to the next name, and
*> past the end of the chain the alert is EXHAUSTED
*>----------------------------------------------------------------
 4000-Tell.
     move     zero to ws-Match ws-Rx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Rota-Count
              if  ws-Rx = zero
                and (Rt-Sev (ws-Sub) = Al-Sev (ws-Ax)
                  or Rt-Sev (ws-Sub) = "*")
                and Rt-From (ws-Sub) not > ws-Run-Date
                and Rt-To (ws-Sub) not < ws-Run-Date
                  add 1 to ws-Match
                  if  ws-Match = ws-Level
                      move ws-Sub to ws-Rx
                  end-if
              end-if
     end-perform.
     if       ws-Rx = zero
              move "EXHAUST" to Al-State (ws-Ax)
              move "EXHAUST" to ws-Event
              if  ws-Level = 1
                  move "NOROTA" to ws-Event
              end-if
              move spaces to ws-Who
              move Al-Source (ws-Ax) to ws-Source
              perform 8500-Log-Event thru 8500-Exit
              display "         " Al-No (ws-Ax)
                      " - nobody left to tell"
              go to 4000-Exit.
     perform  4100-Send thru 4100-Exit.
     move     Rt-Name (ws-Rx) to ws-Who.
     move     Al-Source (ws-Ax) to ws-Source.
     if       ws-Send-RC not = zero
              move "SENDFAIL" to ws-Event
              perform 8500-Log-Event thru 8500-Exit
              add 1 to ws-Level
              go to 4000-Tell.
     move     ws-Level to Al-Level (ws-Ax).
     move     Rt-Name (ws-Rx) to Al-Told (ws-Ax).
     move     ws-Run-Date to Al-Told-Date (ws-Ax).
     move     ws-Time-Now (1:6) to Al-Told-Time (ws-Ax).
     move     Rt-Wait (ws-Rx) to Al-Wait (ws-Ax).
     move     "TOLD" to ws-Event.
     perform  8500-Log-Event thru 8500-Exit.
     display  "         " Al-No (ws-Ax) " told "
              function trim (Rt-Name (ws-Rx)) " by "
              function trim (Rt-Method (ws-Rx)).
 4000-Exit.
     exit.
*>
*> the message, made safe for the shell, out by mail or logger
 4100-Send.
     move     spaces to ws-Send-Text.
     move     Al-No (ws-Ax) to ws-No-Edit.
     string   "ALERT " ws-No-Edit " " delimited by size
              function trim (Al-Sev (ws-Ax)) delimited by size
              " " delimited by size
              function trim (Al-Source (ws-Ax)) delimited by size
              ": " delimited by size
              function trim (Al-Text (ws-Ax)) delimited by size
              " -- acknowledge with: alertdisp ACK " delimited by size
              ws-No-Edit delimited by size
              into ws-Send-Text.
     inspect  ws-Send-Text replacing all '"' by "'"
                                     all "`" by "'"
                                     all "$" by " "
                                     all "\" by "/".
     move     spaces to ws-Command.
     if       Rt-Method (ws-Rx) = "MAIL"
              string "echo " quote delimited by size
                     function trim (ws-Send-Text) delimited by size
                     quote " | " delimited by size
                     function trim (ws-Mailer) delimited by size
                     " -s " quote "ALERT " ws-No-Edit " "
                                       delimited by size
                     function trim (Al-Sev (ws-Ax)) delimited by size
                     " " delimited by size
                     function trim (Al-Source (ws-Ax))
                                       delimited by size
                     quote " " delimited by size
                     function trim (Rt-Address (ws-Rx))
                                       delimited by size
                     into ws-Command
     else
              evaluate Al-Sev (ws-Ax)
                  when "HIGH"   move "crit"    to ws-Priority
                  when "MEDIUM" move "err"     to ws-Priority
                  when other    move "warning" to ws-Priority
              end-evaluate
              string "logger -t alertdisp -p " delimited by size
                     function trim (Rt-Address (ws-Rx))
                                       delimited by size
                     "." delimited by size
                     function trim (ws-Priority) delimited by size
                     " " quote delimited by size
                     function trim (ws-Send-Text) delimited by size
                     quote delimited by size
                     into ws-Command.
     call     "SYSTEM" using ws-Command.
     if       return-code > 255
              divide return-code by 256 giving ws-Send-RC
     else
              move return-code to ws-Send-RC.
     move     zero to return-code.
 4100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> open alerts left unacknowledged past the told name's minutes
*> go on to the next name
*>----------------------------------------------------------------
 5000-Escalate.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-State (ws-Ax) = "OPEN"
                  move Al-Told-Date (ws-Ax) to ws-Calc-Date
                  move Al-Told-Time (ws-Ax) to ws-Calc-Time
                  perform 9000-Minutes thru 9000-Exit
                  if  ws-Calc-Min + Al-Wait (ws-Ax) not > ws-Now-Min
                      move "ESCALATE" to ws-Event
                      move Al-Told (ws-Ax) to ws-Who
                      move Al-Source (ws-Ax) to ws-Source
                      perform 8500-Log-Event thru 8500-Exit
                      display "ESCALATE " Al-No (ws-Ax) " - "
                              function trim (Al-Told (ws-Ax))
                              " has not acknowledged"
                      compute ws-Level = Al-Level (ws-Ax) + 1
                      perform 4000-Tell thru 4000-Exit
                  end-if
              end-if
     end-perform.
     move     zero to ws-Open-Count.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-State (ws-Ax) = "OPEN" or "EXHAUST"
                  add 1 to ws-Open-Count
              end-if
     end-perform.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ACK: the signed-on operator takes the alert
*>----------------------------------------------------------------
 6000-Acknowledge.
     move     zero to ws-Ack-RC.
     move     spaces to op-id.
     call     "OPSIGNON" using op-request
              on exception
              move "08" to op-status
     end-call.
     if       not op-signed-on
              display "Acknowledgement needs a signed-on operator"
              move 8 to ws-Ack-RC
              go to 6000-Exit.
     compute  ws-Cut-Date = function date-of-integer
                  (function integer-of-date (ws-Run-Date) - 1).
     perform  8000-Hold-Alerts thru 8000-Exit.
     if       ws-Held not = "Y"
              move 8 to ws-Ack-RC
              go to 6000-Exit.
     perform  8100-Load-Alerts thru 8100-Exit.
     move     zero to ws-Rx.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-No (ws-Ax) = ws-Ack-No
                  move ws-Ax to ws-Rx
              end-if
     end-perform.
     if       ws-Rx = zero
              display "No alert " ws-Ack-No
              move 8 to ws-Ack-RC
              go to 6090-Free.
     move     ws-Rx to ws-Ax.
     if       Al-State (ws-Ax) = "ACKED"
              display "Alert " ws-Ack-No " was acknowledged by "
                      function trim (Al-Ack-By (ws-Ax))
                      " at " Al-Ack-Date (ws-Ax) " "
                      Al-Ack-Time (ws-Ax)
              move 8 to ws-Ack-RC
              go to 6090-Free.
     move     "ACKED" to Al-State (ws-Ax).
     move     op-id to Al-Ack-By (ws-Ax).
     move     ws-Run-Date to Al-Ack-Date (ws-Ax).
     move     ws-Time-Now (1:6) to Al-Ack-Time (ws-Ax).
     move     "ACKED" to ws-Event.
     move     op-id to ws-Who.
     move     Al-Source (ws-Ax) to ws-Source.
     perform  8500-Log-Event thru 8500-Exit.
     display  "Alert " ws-Ack-No " acknowledged by "
              function trim (op-id) " - "
              function trim (Al-Text (ws-Ax)).
     perform  8200-Save-Alerts thru 8200-Exit.
 6090-Free.
     perform  8900-Free-Alerts thru 8900-Exit.
     perform  7500-Write-Report thru 7500-Exit.
 6000-Exit.
     move     ws-Ack-RC to return-code.
*>
*>----------------------------------------------------------------
*> LIST: the alerts not yet acknowledged
*>----------------------------------------------------------------
 7000-List.
     perform  8100-Load-Alerts thru 8100-Exit.
     display  "Alert  State    Sev    Source   Raised        Told"
              "                      Alert".
     move     zero to ws-Open-Count.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-State (ws-Ax) = "OPEN" or "EXHAUST"
                  add 1 to ws-Open-Count
                  move Al-Raised-Time (ws-Ax) (1:4) to ws-Hhmm-Edit
                  inspect ws-Hhmm-Edit replacing all " " by ":"
                  move Al-Told-Time (ws-Ax) (1:4) to ws-Hhmm-Edit2
                  inspect ws-Hhmm-Edit2 replacing all " " by ":"
                  display Al-No (ws-Ax) " " Al-State (ws-Ax) " "
                          Al-Sev (ws-Ax) " " Al-Source (ws-Ax) " "
                          Al-Raised-Date (ws-Ax) " " ws-Hhmm-Edit " "
                          Al-Told (ws-Ax) " " ws-Hhmm-Edit2 "  "
                          function trim (Al-Text (ws-Ax))
              end-if
     end-perform.
     if       ws-Open-Count = zero
              display "Nothing waiting to be acknowledged".
 7000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the morning pack's view: the last 24 hours' alerts, who was
*> told and when, acknowledged or not
*>----------------------------------------------------------------
 7500-Write-Report.
     open     output Report-Out.
     if       fs-reply not = zero
              display "Cannot write report " function trim (Report-Name)
              go to 7500-Exit.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-Raised-Date (ws-Ax) > ws-Cut-Date
                or (Al-Raised-Date (ws-Ax) = ws-Cut-Date
                    and Al-Raised-Time (ws-Ax) not < ws-Time-Now (1:6))
                  perform 7600-Report-Line thru 7600-Exit
              end-if
     end-perform.
     close    Report-Out.
 7500-Exit.
     exit.
*>
 7600-Report-Line.
     move     spaces to ws-Line.
     move     Al-Raised-Time (ws-Ax) (1:4) to ws-Hhmm-Edit.
     inspect  ws-Hhmm-Edit replacing all " " by ":".
     string   "ALERT " Al-No (ws-Ax) " " delimited by size
              function trim (Al-Sev (ws-Ax)) delimited by size
              " raised " Al-Raised-Date (ws-Ax) " " ws-Hhmm-Edit
                                       delimited by size
              ": " delimited by size
              function trim (Al-Text (ws-Ax)) delimited by size
              into ws-Line.
     move     ws-Line to Report-Rec.
     write    Report-Rec.
     move     spaces to ws-Line.
     move     Al-Told-Time (ws-Ax) (1:4) to ws-Hhmm-Edit.
     inspect  ws-Hhmm-Edit replacing all " " by ":".
     move     Al-Ack-Time (ws-Ax) (1:4) to ws-Hhmm-Edit2.
     inspect  ws-Hhmm-Edit2 replacing all " " by ":".
     move     Al-Level (ws-Ax) to ws-Edit.
     move     spaces to Report-Rec.
     if       Al-Told (ws-Ax) = spaces
              move "nobody on the rota was told" to ws-Line
     else
              string "told " delimited by size
                     function trim (Al-Told (ws-Ax)) delimited by size
                     " at " ws-Hhmm-Edit delimited by size
                     " (name " delimited by size
                     function trim (ws-Edit) delimited by size
                     " of the chain)" delimited by size
                     into ws-Line.
     evaluate Al-State (ws-Ax)
         when "ACKED"
              string function trim (ws-Line) delimited by size
                     " - acknowledged by " delimited by size
                     function trim (Al-Ack-By (ws-Ax))
                                       delimited by size
                     " at " ws-Hhmm-Edit2 delimited by size
                     into Report-Rec (7:)
         when "EXHAUST"
              string function trim (ws-Line) delimited by size
                     " - UNACKNOWLEDGED, chain exhausted"
                                       delimited by size
                     into Report-Rec (7:)
         when other
              string function trim (ws-Line) delimited by size
                     " - UNACKNOWLEDGED" delimited by size
                     into Report-Rec (7:)
     end-evaluate.
     write    Report-Rec.
 7600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ALERT.DAT: held under the file enqueue for a pass or an ACK,
*> read whole, written back whole less closed alerts over a week
*> old
*>----------------------------------------------------------------
 8000-Hold-Alerts.
     move     space to ws-Held.
     initialize enq-request.
     move     "ENQ" to enq-function.
     move     Alert-File-Name to enq-file.
     move     "EXC" to enq-mode.
     move     "ALERTDISP" to enq-owner.
     move     30 to enq-wait.
     call     "FILEENQ" using enq-request
              on exception
              move "00" to enq-status
     end-call.
     if       enq-granted
              move "Y" to ws-Held
     else
              display "Alert file in use by "
                      function trim (enq-holder-operator) " ("
                      function trim (enq-holder) ") - try again".
 8000-Exit.
     exit.
*>
 8100-Load-Alerts.
     move     zero to Alert-Count ws-Last-No.
     open     input Alert-File.
     if       fs-reply not = zero
              go to 8100-Exit.
 8110-Next.
     read     Alert-File at end
              close Alert-File
              go to 8100-Exit.
     if       Alf-State = "CONTROL"
              move Alf-No to ws-Last-No
              go to 8110-Next.
     if       Alert-Rec = spaces or Alert-Count not < 1000
              go to 8110-Next.
     add      1 to Alert-Count.
     move     Alf-No          to Al-No (Alert-Count).
     move     Alf-State       to Al-State (Alert-Count).
     move     Alf-Source      to Al-Source (Alert-Count).
     move     Alf-Sev         to Al-Sev (Alert-Count).
     move     Alf-Raised-Date to Al-Raised-Date (Alert-Count).
     move     Alf-Raised-Time to Al-Raised-Time (Alert-Count).
     move     Alf-Level       to Al-Level (Alert-Count).
     move     Alf-Told        to Al-Told (Alert-Count).
     move     Alf-Told-Date   to Al-Told-Date (Alert-Count).
     move     Alf-Told-Time   to Al-Told-Time (Alert-Count).
     move     Alf-Wait        to Al-Wait (Alert-Count).
     move     Alf-Ack-By      to Al-Ack-By (Alert-Count).
     move     Alf-Ack-Date    to Al-Ack-Date (Alert-Count).
     move     Alf-Ack-Time    to Al-Ack-Time (Alert-Count).
     move     Alf-Text        to Al-Text (Alert-Count).
     if       Alf-No > ws-Last-No
              move Alf-No to ws-Last-No.
     go       to 8110-Next.
 8100-Exit.
     exit.
*>
 8200-Save-Alerts.
     compute  ws-Purge-Date = function date-of-integer
                  (function integer-of-date (ws-Run-Date) - 7).
     open     output Alert-File.
     if       fs-reply not = zero
              display "Cannot write alert file "
                      function trim (Alert-File-Name)
              go to 8200-Exit.
     move     spaces to Alert-Rec.
     move     ws-Last-No to Alf-No.
     move     "CONTROL" to Alf-State.
     write    Alert-Rec.
     perform  varying ws-Ax from 1 by 1 until ws-Ax > Alert-Count
              if  Al-State (ws-Ax) = "OPEN"
                or Al-Raised-Date (ws-Ax) not < ws-Purge-Date
                  move spaces to Alert-Rec
                  move Al-No (ws-Ax)          to Alf-No
                  move Al-State (ws-Ax)       to Alf-State
                  move Al-Source (ws-Ax)      to Alf-Source
                  move Al-Sev (ws-Ax)         to Alf-Sev
                  move Al-Raised-Date (ws-Ax) to Alf-Raised-Date
                  move Al-Raised-Time (ws-Ax) to Alf-Raised-Time
                  move Al-Level (ws-Ax)       to Alf-Level
                  move Al-Told (ws-Ax)        to Alf-Told
                  move Al-Told-Date (ws-Ax)   to Alf-Told-Date
                  move Al-Told-Time (ws-Ax)   to Alf-Told-Time
                  move Al-Wait (ws-Ax)        to Alf-Wait
                  move Al-Ack-By (ws-Ax)      to Alf-Ack-By
                  move Al-Ack-Date (ws-Ax)    to Alf-Ack-Date
                  move Al-Ack-Time (ws-Ax)    to Alf-Ack-Time
                  move Al-Text (ws-Ax)        to Alf-Text
                  write Alert-Rec
              end-if
     end-perform.
     close    Alert-File.
 8200-Exit.
     exit.
*>
*> a row onto the alert log for alert ws-Ax
 8500-Log-Event.
     open     extend Alert-Log.
     if       fs-reply not = zero and fs-reply not = 05
              open output Alert-Log.
     if       fs-reply not = zero and fs-reply not = 05
              display "Cannot write alert log "
                      function trim (Alert-Log-Name)
              go to 8500-Exit.
     move     spaces to Alert-Log-Rec.
     move     ws-Run-Date to Alg-Date.
     move     ws-Time-Now (1:6) to Alg-Time.
     move     Al-No (ws-Ax) to Alg-No.
     move     ws-Event to Alg-Event.
     move     Al-Sev (ws-Ax) to Alg-Sev.
     move     ws-Source to Alg-Source.
     move     ws-Who to Alg-Who.
     move     Al-Text (ws-Ax) to Alg-Text.
     write    Alert-Log-Rec.
     close    Alert-Log.
 8500-Exit.
     exit.
*>
 8900-Free-Alerts.
     initialize enq-request.
     move     "DEQ" to enq-function.
     move     Alert-File-Name to enq-file.
     call     "FILEENQ" using enq-request
              on exception
              continue
     end-call.
     move     space to ws-Held.
 8900-Exit.
     exit.
*>
*> ws-Calc-Date and ws-Calc-Time (hhmmss) as minutes since day one
 9000-Minutes.
     if       ws-Calc-Date < 16010101
              move zero to ws-Calc-Min
              go to 9000-Exit.
     compute  ws-Calc-Min =
              function integer-of-date (ws-Calc-Date) * 1440
            + ws-Calc-Hh * 60 + ws-Calc-Mm.
 9000-Exit.
     exit.
