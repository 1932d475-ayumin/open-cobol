      >>source free
 Identification division.
*>**********************
      program-id.       permcert.
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
*>    Usage.            Quarterly access recertification of the
*>                      operator permission letters (Q, Z, K, E, P, L, R) held
*>                      in OPERATOR.PRO (or the OPERATOR_PROFILES
*>                      name), set against each operator's actual
*>                      last use of each one:
*>
*>                        Q  queue runs - DEVTOOLS QUEUE records on
*>                           the run-audit trail (TOOLAUDIT.DAT, or
*>                           TOOL_AUDIT)
*>                        Z  zaps - OCZAP.LOG (or OCZAP_LOG)
*>                        K  keystore calls - COBDES audit lines
*>                           naming a KEY= or from COBDESKEY
*>                           (COBDES.AUD, or COBDES_AUDIT)
*>                        E  forms saves - FORMSRUN records on the
*>                           run-audit trail
*>                        P  unmasked looks at PII/PCI data and
*>                           register saves - UNMASKED and
*>                           ELEMMAINT records on the run-audit
*>                           trail
*>                        L  legal hold changes - HOLDMAINT records
*>                           on the run-audit trail
*>                        R  promotions and back-outs - PROMOTE
*>                           records on the run-audit trail
*>
*>                      plus the last sign-on off SIGNON.LOG (or
*>                      SIGNON_LOG).
*>
*>                      permcert [QUARTER=<yyyy>Q<n>]
*>                               [FROM=<yyyymmdd> TO=<yyyymmdd>]
*>                               [ZAPLOG=<file>] [CRYPTLOG=<file>]
*>                      permcert DECIDE <id> <letter> KEEP|REVOKE
*>                               BY=<approver> [NOTE=<text>]
*>
*>                      The period defaults to the last complete
*>                      quarter.  The report (PERMCERT.RPT, or
*>                      PERMCERT_RPT) flags:
*>
*>                        DORMANT  no sign-on and no recorded use of
*>                                 anything in the period
*>                        UNUSED   a letter held but not used in the
*>                                 period
*>                        NOTHELD  a letter used in the period by an
*>                                 operator who does not hold it
*>                        SOD      a segregation-of-duties conflict:
*>                                 every letter of a rule in
*>                                 PERMSOD.DAT (or PERM_SOD) held by
*>                                 one operator.  One rule a line,
*>                                 <letters> <description>, "*" for
*>                                 a comment; with no file the rule
*>                                 is ZK, zap with keystore.
*>
*>                      Alongside, the decision worksheet
*>                      (PERMCERT.DEC, or PERMCERT_DEC) holds a line
*>                      per operator per letter held, for the
*>                      approvers: DECIDE records KEEP or REVOKE
*>                      against a line, with who decided - never the
*>                      operator under review.  A rerun for the same
*>                      period keeps the decisions already made.
*>                      "opermaint APPLY" then takes the revokes off
*>                      the profiles.
*>
*>                      Return code: 0 clean, 4 something flagged,
*>                      16 no profiles or a bad argument.
*>**
*>    Called by.
*>                      Security review, quarterly; the approvers.
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
     select   Profile-File     assign Profile-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Sod-File assign Sod-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Signon-Log assign Signon-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Audit-In assign Audit-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Zap-Log assign Zap-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Crypt-Log assign Crypt-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-File      assign Report-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Decision-File assign Decision-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> the OPSIGNON profile record
 fd  Profile-File.
 01  Profile-Rec.
     05  Pr-Id             pic x(16).
     05  filler            pic x.
     05  Pr-Name           pic x(30).
     05  filler            pic x.
     05  Pr-Theme          pic x(64).
     05  filler            pic x.
     05  Pr-Cupscfg        pic x(64).
     05  filler            pic x.
     05  Pr-Perms          pic x(10).
     05  filler            pic x.
     05  Pr-Salt           pic x(16).
     05  filler            pic x.
     05  Pr-Hash           pic x(32).
     05  filler            pic x.
     05  Pr-Rounds         pic x(6).
     05  filler            pic x.
     05  Pr-Pass-Date      pic x(8).
     05  filler            pic x.
     05  Pr-Lock           pic x.
     05  filler            pic x.
     05  Pr-Fails          pic x(2).
*>
 fd  Sod-File.
 01  Sod-Rec               pic x(80).
*>
*> the OPSIGNON sign-on log line
 fd  Signon-Log.
 01  Signon-Rec.
     05  Sl-Date           pic x(10).
     05  filler            pic x.
     05  Sl-Time           pic x(8).
     05  filler            pic x.
     05  Sl-Event          pic x(8).
     05  filler            pic x.
     05  Sl-Id             pic x(16).
     05  filler            pic x(58).
*>
*> the common run-audit record each tool appends
 fd  Audit-In.
 01  Audit-In-Rec.
     03  AudI-Tool         pic x(10).
     03  filler            pic x.
     03  AudI-Operator     pic x(16).
     03  filler            pic x.
     03  AudI-Date         pic 9(8).
     03  filler            pic x.
     03  AudI-Time         pic 9(6).
     03  filler            pic x.
     03  AudI-RC           pic 9(4).
     03  filler            pic x.
     03  AudI-Input        pic x(64).
     03  filler            pic x.
     03  AudI-Options      pic x(64).
     03  filler            pic x.
     03  AudI-Outputs      pic x(64).
*>
*> the OCZAP log record
 fd  Zap-Log.
 01  Zap-Rec.
     03  Zl-Stamp          pic x(14).
     03  filler            pic x.
     03  Zl-Operator       pic x(16).
     03  filler            pic x(158).
*>
*> COBDES audit line: TS=... CALLER=... ... OP=<id> KEY=<name>
 fd  Crypt-Log.
 01  Crypt-Rec             pic x(132).
*>
 fd  Report-File.
 01  Report-Rec            pic x(132).
*>
*> the decision worksheet - one line per operator per letter held
 fd  Decision-File.
 01  Decision-Rec.
     05  Dc-Period         pic x(17).
     05  filler            pic x.
     05  Dc-Id             pic x(16).
     05  filler            pic x.
     05  Dc-Perm           pic x.
     05  filler            pic x.
     05  Dc-Last-Use       pic x(8).
     05  filler            pic x.
     05  Dc-Flags          pic x(20).
     05  filler            pic x.
     05  Dc-Decision       pic x(6).
     05  filler            pic x.
     05  Dc-By             pic x(16).
     05  filler            pic x.
     05  Dc-Date           pic x(8).
     05  filler            pic x.
     05  Dc-Note           pic x(30).
     05  filler            pic x.
     05  Dc-Applied        pic x.
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "permcert v1.04.00".
 77  fs-reply              pic 99.
 01  Profile-Name          pic x(64)    value "OPERATOR.PRO".
 01  Sod-Name              pic x(64)    value "PERMSOD.DAT".
 01  Signon-Name           pic x(64)    value "SIGNON.LOG".
 01  Audit-In-Name         pic x(64)    value "TOOLAUDIT.DAT".
 01  Zap-Name              pic x(64)    value "OCZAP.LOG".
 01  Crypt-Name            pic x(64)    value "COBDES.AUD".
 01  Report-Name           pic x(64)    value "PERMCERT.RPT".
 01  Decision-Name         pic x(64)    value "PERMCERT.DEC".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Env-Text           pic x(64)    value spaces.
*>
*> the period under review
 01  ws-Today              pic 9(8)     value zero.
 01  ws-Today-X redefines ws-Today.
     03  ws-Today-Year     pic 9(4).
     03  ws-Today-Month    pic 99.
     03  ws-Today-Day      pic 99.
 01  ws-From-Date          pic 9(8)     value zero.
 01  ws-To-Date            pic 9(8)     value zero.
 01  ws-Period             pic x(17)    value spaces.
 77  ws-Quarter            pic 9        value zero.
 77  ws-Year               pic 9(4)     value zero.
*>
*> the letters with a usage source, in a fixed order
 01  ws-Letters            pic x(7)     value "QZKEPLR".
 77  ws-Lx                 Binary-Long  value zero.
*>
 01  Op-Table              value spaces.
     03  Op-Entry          occurs 100.
         05  Ot-Id         pic x(16).
         05  Ot-Name       pic x(30).
         05  Ot-Perms      pic x(10).
         05  Ot-Lock       pic x.
         05  Ot-Last-Signon pic x(8).
         05  Ot-Last-Any   pic x(8).
         05  Ot-Last-Use   pic x(8)     occurs 7.
         05  Ot-Sod        pic x(20).
 77  Op-Count              Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
*>
*> segregation-of-duties rules
 01  Sod-Table             value spaces.
     03  Sod-Entry         occurs 20.
         05  Sd-Letters    pic x(10).
         05  Sd-Text       pic x(60).
 77  Sod-Count             Binary-Long  value zero.
 77  ws-Sx                 Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Held-Sw            pic x        value space.
*>
*> one use noted against an operator
 01  ws-Note-Id            pic x(16)    value spaces.
 01  ws-Note-Date          pic x(8)     value spaces.
 77  ws-Note-Lx            Binary-Long  value zero.
 77  ws-Px                 Binary-Long  value zero.
 01  ws-Caller             pic x(16)    value spaces.
*>
*> the worksheet, loaded for carry-forward and DECIDE
 01  Dc-Table              value spaces.
     03  Dc-Entry          occurs 400.
         05  Dt-Line       pic x(160).
 77  Dc-Count              Binary-Long  value zero.
 77  ws-Dx                 Binary-Long  value zero.
 01  ws-Dc-Hold            pic x(160)   value spaces.
*>
*> DECIDE arguments
 01  ws-Id-Want            pic x(16)    value spaces.
 01  ws-Perm-Want          pic x        value space.
 01  ws-Decision           pic x(6)     value spaces.
 01  ws-By                 pic x(16)    value spaces.
 01  ws-Note               pic x(30)    value spaces.
*>
*> report work
 01  ws-Line               pic x(132)   value spaces.
 77  ws-Ptr                Binary-Long  value zero.
 01  ws-Flags              pic x(20)    value spaces.
 77  ws-Flag-Ptr           Binary-Long  value zero.
 01  ws-Use-Text           pic x(8)     value spaces.
 77  ws-Dormant-Count      Binary-Long  value zero.
 77  ws-Unused-Count       Binary-Long  value zero.
 77  ws-Notheld-Count      Binary-Long  value zero.
 77  ws-Sod-Count          Binary-Long  value zero.
 77  ws-Row-Count          Binary-Long  value zero.
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
              display "permcert: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Names thru 1000-Exit.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number > zero
              accept ws-Arg-Text from argument-value
              if  function upper-case (ws-Arg-Text (1:7)) = "DECIDE "
                  perform 7000-Decide thru 7000-Exit
                  goback
              end-if
     end-if.
     perform  1100-Args thru 1100-Exit.
     perform  2000-Load-Profiles thru 2000-Exit.
     if       Op-Count = zero
              display "No operator profiles in "
                      function trim (Profile-Name)
              move 16 to return-code
              goback.
     perform  2100-Load-Sod thru 2100-Exit.
     perform  3000-Scan-Signon thru 3000-Exit.
     perform  3100-Scan-Audit thru 3100-Exit.
     perform  3200-Scan-Zap thru 3200-Exit.
     perform  3300-Scan-Crypt thru 3300-Exit.
     perform  4000-Load-Worksheet thru 4000-Exit.
     perform  5000-Report thru 5000-Exit.
     display  "Report in " function trim (Report-Name)
              ", decisions to record in "
              function trim (Decision-Name).
     if       ws-Dormant-Count + ws-Unused-Count
              + ws-Notheld-Count + ws-Sod-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
*> every file name has its environment override
*>
 1000-Names.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "OPERATOR_PROFILES".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Profile-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "PERM_SOD".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Sod-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "SIGNON_LOG".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Signon-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "TOOL_AUDIT".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Audit-In-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "OCZAP_LOG".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Zap-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "COBDES_AUDIT".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Crypt-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "PERMCERT_RPT".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Report-Name.
     move     spaces to ws-Env-Text.
     accept   ws-Env-Text from environment "PERMCERT_DEC".
     if       ws-Env-Text not = spaces
              move ws-Env-Text to Decision-Name.
     accept   ws-Today from date yyyymmdd.
 1000-Exit.
     exit.
*>
*> the period: QUARTER=, FROM=/TO=, or the last complete quarter
*>
 1100-Args.
     compute  ws-Quarter = (ws-Today-Month - 1) / 3 + 1.
     move     ws-Today-Year to ws-Year.
     subtract 1 from ws-Quarter.
     if       ws-Quarter = zero
              move 4 to ws-Quarter
              subtract 1 from ws-Year.
     perform  1200-Quarter-Dates thru 1200-Exit.
*>   the first argument is already in hand from the DECIDE test
     if       ws-Arg-Number > zero
              perform 1150-Take-Arg thru 1150-Exit.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              perform 1150-Take-Arg thru 1150-Exit
     end-perform.
     if       ws-From-Date > ws-To-Date
              display "FROM= is after TO="
              move 16 to return-code
              goback.
     move     spaces to ws-Period.
     string   ws-From-Date "-" ws-To-Date
              delimited by size into ws-Period.
 1100-Exit.
     exit.
*>
 1150-Take-Arg.
     evaluate true
         when function upper-case (ws-Arg-Text) (1:8) = "QUARTER="
              and ws-Arg-Text (9:4) is numeric
              and function upper-case (ws-Arg-Text (13:1)) = "Q"
              and ws-Arg-Text (14:1) >= "1"
              and ws-Arg-Text (14:1) <= "4"
              move ws-Arg-Text (9:4) to ws-Year
              move ws-Arg-Text (14:1) to ws-Quarter
              perform 1200-Quarter-Dates thru 1200-Exit
         when function upper-case (ws-Arg-Text) (1:5) = "FROM="
              and ws-Arg-Text (6:8) is numeric
              move ws-Arg-Text (6:8) to ws-From-Date
         when function upper-case (ws-Arg-Text) (1:3) = "TO="
              and ws-Arg-Text (4:8) is numeric
              move ws-Arg-Text (4:8) to ws-To-Date
         when function upper-case (ws-Arg-Text) (1:7) = "ZAPLOG="
              move ws-Arg-Text (8:64) to Zap-Name
         when function upper-case (ws-Arg-Text) (1:9) = "CRYPTLOG="
              move ws-Arg-Text (10:64) to Crypt-Name
         when other
              display "Argument not understood: "
                      function trim (ws-Arg-Text)
              move 16 to return-code
              goback
     end-evaluate.
 1150-Exit.
     exit.
*>
 1200-Quarter-Dates.
     compute  ws-From-Date = ws-Year * 10000
                           + (ws-Quarter * 3 - 2) * 100 + 1.
     evaluate ws-Quarter
         when 1   compute ws-To-Date = ws-Year * 10000 + 0331
         when 2   compute ws-To-Date = ws-Year * 10000 + 0630
         when 3   compute ws-To-Date = ws-Year * 10000 + 0930
         when 4   compute ws-To-Date = ws-Year * 10000 + 1231
     end-evaluate.
 1200-Exit.
     exit.
*>
 2000-Load-Profiles.
     open     input Profile-File.
     if       fs-reply not = zero
              go to 2000-Exit.
 2010-Next.
     read     Profile-File at end
              close Profile-File
              go to 2000-Exit.
     if       Profile-Rec = spaces or Op-Count not < 100
              go to 2010-Next.
     add      1 to Op-Count.
     move     function upper-case (Pr-Id) to Ot-Id (Op-Count).
     move     Pr-Name    to Ot-Name (Op-Count).
     move     function upper-case (Pr-Perms)
              to Ot-Perms (Op-Count).
     move     Pr-Lock    to Ot-Lock (Op-Count).
     go       to 2010-Next.
 2000-Exit.
     exit.
*>
*> the shop's conflict rules, or ZK when it has written none
*>
 2100-Load-Sod.
     open     input Sod-File.
     if       fs-reply not = zero and not = 05
              go to 2190-Default.
 2110-Next.
     read     Sod-File at end
              close Sod-File
              go to 2190-Default.
     if       Sod-Rec = spaces or Sod-Rec (1:1) = "*"
              or Sod-Count not < 20
              go to 2110-Next.
     add      1 to Sod-Count.
     unstring Sod-Rec delimited by all spaces
              into Sd-Letters (Sod-Count).
     move     function upper-case (Sd-Letters (Sod-Count))
              to Sd-Letters (Sod-Count).
     move     zero to ws-Px.
     inspect  Sod-Rec tallying ws-Px
              for characters before initial " ".
     add      2 to ws-Px.
     if       ws-Px < 80
              move function trim (Sod-Rec (ws-Px:))
                   to Sd-Text (Sod-Count).
     go       to 2110-Next.
 2190-Default.
     if       Sod-Count = zero
              move 1 to Sod-Count
              move "ZK" to Sd-Letters (1)
              move "zap together with keystore" to Sd-Text (1).
 2100-Exit.
     exit.
*>
*> last sign-on: the SIGNON events of the sign-on log
*>
 3000-Scan-Signon.
     open     input Signon-Log.
     if       fs-reply not = zero and not = 05
              go to 3000-Exit.
 3010-Next.
     read     Signon-Log at end
              close Signon-Log
              go to 3000-Exit.
     if       Sl-Event not = "SIGNON"
              go to 3010-Next.
     move     Sl-Id to ws-Note-Id.
     move     spaces to ws-Note-Date.
     string   Sl-Date (1:4) Sl-Date (6:2) Sl-Date (9:2)
              delimited by size into ws-Note-Date.
     move     zero to ws-Note-Lx.
     perform  3900-Note-Use thru 3900-Exit.
     if       ws-Hit not = zero
              and ws-Note-Date not > ws-To-Date
              and ws-Note-Date > Ot-Last-Signon (ws-Hit)
              move ws-Note-Date to Ot-Last-Signon (ws-Hit).
     go       to 3010-Next.
 3000-Exit.
     exit.
*>
*> queue runs (Q), forms saves (E), unmasked classified data (P),
*> legal hold changes (L) and promotions (R) off the run-audit
*> trail; any other tool run is still activity
*>
 3100-Scan-Audit.
     open     input Audit-In.
     if       fs-reply not = zero and not = 05
              go to 3100-Exit.
 3110-Next.
     read     Audit-In at end
              close Audit-In
              go to 3100-Exit.
     if       Audit-In-Rec = spaces
              go to 3110-Next.
     move     AudI-Operator to ws-Note-Id.
     move     AudI-Date to ws-Note-Date.
     evaluate true
         when AudI-Tool = "DEVTOOLS" and AudI-Input (1:6) = "QUEUE "
              move 1 to ws-Note-Lx
         when AudI-Tool = "FORMSRUN"
              move 4 to ws-Note-Lx
         when AudI-Tool = "ELEMMAINT"
           or AudI-Options (1:8) = "UNMASKED"
              move 5 to ws-Note-Lx
         when AudI-Tool = "HOLDMAINT"
              move 6 to ws-Note-Lx
         when AudI-Tool = "PROMOTE"
              move 7 to ws-Note-Lx
         when other
              move zero to ws-Note-Lx
     end-evaluate.
     perform  3900-Note-Use thru 3900-Exit.
     go       to 3110-Next.
 3100-Exit.
     exit.
*>
*> zaps (Z) off the OCZAP log
*>
 3200-Scan-Zap.
     open     input Zap-Log.
     if       fs-reply not = zero and not = 05
              go to 3200-Exit.
 3210-Next.
     read     Zap-Log at end
              close Zap-Log
              go to 3200-Exit.
     if       Zap-Rec = spaces
              go to 3210-Next.
     move     Zl-Operator to ws-Note-Id.
     move     Zl-Stamp (1:8) to ws-Note-Date.
     move     2 to ws-Note-Lx.
     perform  3900-Note-Use thru 3900-Exit.
     go       to 3210-Next.
 3200-Exit.
     exit.
*>
*> keystore calls (K) off the COBDES audit log: a line with an
*> operator and either a KEY= or COBDESKEY as the caller
*>
 3300-Scan-Crypt.
     open     input Crypt-Log.
     if       fs-reply not = zero and not = 05
              go to 3300-Exit.
 3310-Next.
     read     Crypt-Log at end
              close Crypt-Log
              go to 3300-Exit.
     if       Crypt-Rec (1:3) not = "TS="
              go to 3310-Next.
     move     zero to ws-Px.
     inspect  Crypt-Rec tallying ws-Px
              for characters before initial " OP=".
     if       ws-Px not < 132
              go to 3310-Next.
     add      5 to ws-Px.
     move     spaces to ws-Note-Id.
     unstring Crypt-Rec (ws-Px:) delimited by all spaces
              into ws-Note-Id.
     move     Crypt-Rec (4:8) to ws-Note-Date.
     move     spaces to ws-Caller.
     move     zero to ws-Px.
     inspect  Crypt-Rec tallying ws-Px
              for characters before initial " CALLER=".
     if       ws-Px < 132
              add 9 to ws-Px
              unstring Crypt-Rec (ws-Px:) delimited by all spaces
                       into ws-Caller.
     move     zero to ws-Px.
     inspect  Crypt-Rec tallying ws-Px
              for characters before initial " KEY=".
     if       ws-Px < 132
              or function upper-case (ws-Caller) = "COBDESKEY"
              move 3 to ws-Note-Lx
     else
              move zero to ws-Note-Lx.
     perform  3900-Note-Use thru 3900-Exit.
     go       to 3310-Next.
 3300-Exit.
     exit.
*>
*> ws-Note-Id used something (letter ws-Note-Lx, zero for plain
*> activity) on ws-Note-Date: keep the latest up to the period end.
*> ws-Hit comes back as the operator's entry, zero for a stranger.
*>
 3900-Note-Use.
     move     zero to ws-Hit.
     move     function upper-case (ws-Note-Id) to ws-Note-Id.
     if       ws-Note-Id = spaces
              go to 3900-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Op-Count
              if  Ot-Id (ws-Sub) = ws-Note-Id
                  move ws-Sub to ws-Hit
                  move Op-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit = zero
              or ws-Note-Date not numeric
              or ws-Note-Date > ws-To-Date
              go to 3900-Exit.
     if       ws-Note-Date > Ot-Last-Any (ws-Hit)
              move ws-Note-Date to Ot-Last-Any (ws-Hit).
     if       ws-Note-Lx not = zero
              and ws-Note-Date > Ot-Last-Use (ws-Hit, ws-Note-Lx)
              move ws-Note-Date to Ot-Last-Use (ws-Hit, ws-Note-Lx).
 3900-Exit.
     exit.
*>
*> the worksheet as it stands: decisions already recorded for this
*> period carry forward when it is written again
*>
 4000-Load-Worksheet.
     move     zero to Dc-Count.
     open     input Decision-File.
     if       fs-reply not = zero and not = 05
              go to 4000-Exit.
 4010-Next.
     read     Decision-File at end
              close Decision-File
              go to 4000-Exit.
     if       Decision-Rec = spaces or Dc-Count not < 400
              go to 4010-Next.
     add      1 to Dc-Count.
     move     Decision-Rec to Dt-Line (Dc-Count).
     go       to 4010-Next.
 4000-Exit.
     exit.
*>
 5000-Report.
     open     output Report-File.
     if       fs-reply not = zero
              display "Cannot write " function trim (Report-Name)
              move 16 to return-code
              goback.
     open     output Decision-File.
     if       fs-reply not = zero and not = 05
              display "Cannot write " function trim (Decision-Name)
              move 16 to return-code
              goback.
*>   lines of earlier periods ride through untouched - their
*>   revokes may not be applied yet - and so does every applied
*>   line, the record of a revoke already made
     perform  varying ws-Dx from 1 by 1 until ws-Dx > Dc-Count
              move Dt-Line (ws-Dx) to Decision-Rec
              if  Dc-Period not = ws-Period
                  or Dc-Applied = "Y"
                  write Decision-Rec
              end-if
     end-perform.
     move     spaces to ws-Line.
     string   "Access recertification - operator permissions   "
              "period " ws-From-Date " to " ws-To-Date
              "   run " ws-Today
              delimited by size into ws-Line.
     write    Report-Rec from ws-Line.
     move     all "-" to ws-Line.
     write    Report-Rec from ws-Line.
     move     "Operator         Name                           Perms"
              & "      Last on  Flags" to ws-Line.
     write    Report-Rec from ws-Line.
     move     "  Letter          Last used    Flags" to ws-Line.
     write    Report-Rec from ws-Line.
     move     all "-" to ws-Line.
     write    Report-Rec from ws-Line.
     perform  5100-One-Operator thru 5100-Exit
              varying ws-Hit from 1 by 1 until ws-Hit > Op-Count.
     move     spaces to Report-Rec.
     write    Report-Rec.
     perform  5300-Sod-Rules thru 5300-Exit.
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     spaces to ws-Line.
     move     1 to ws-Ptr.
     move     Op-Count to ws-Edit.
     string   "Operators " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     move     ws-Dormant-Count to ws-Edit.
     string   ", dormant " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     move     ws-Unused-Count to ws-Edit.
     string   ", permissions unused " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     move     ws-Notheld-Count to ws-Edit.
     string   ", used without holding " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     move     ws-Sod-Count to ws-Edit.
     string   ", SoD conflicts " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     move     ws-Row-Count to ws-Edit.
     string   ", decision lines " function trim (ws-Edit)
              delimited by size into ws-Line pointer ws-Ptr.
     write    Report-Rec from ws-Line.
     close    Report-File Decision-File.
 5000-Exit.
     exit.
*>
*> one operator: the heading line, then a line per letter held or
*> used, each held letter also going to the worksheet
*>
 5100-One-Operator.
     move     spaces to ws-Flags.
     move     1 to ws-Flag-Ptr.
     if       Ot-Last-Signon (ws-Hit) < ws-From-Date
              and Ot-Last-Any (ws-Hit) < ws-From-Date
              string "DORMANT " delimited by size
                     into ws-Flags pointer ws-Flag-Ptr
              add 1 to ws-Dormant-Count.
     if       Ot-Lock (ws-Hit) = "Y"
              string "LOCKED " delimited by size
                     into ws-Flags pointer ws-Flag-Ptr.
     perform  5200-Check-Sod thru 5200-Exit.
     if       Ot-Sod (ws-Hit) not = spaces
              string "SOD " delimited by size
                     into ws-Flags pointer ws-Flag-Ptr.
     move     Ot-Last-Signon (ws-Hit) to ws-Use-Text.
     if       ws-Use-Text = spaces
              move "never" to ws-Use-Text.
     move     spaces to ws-Line.
     string   Ot-Id (ws-Hit) " " Ot-Name (ws-Hit) " "
              Ot-Perms (ws-Hit) " " ws-Use-Text " " ws-Flags
              delimited by size into ws-Line.
     write    Report-Rec from ws-Line.
     if       Ot-Sod (ws-Hit) not = spaces
              move spaces to ws-Line
              string "  conflicting letters held: "
                     Ot-Sod (ws-Hit)
                     delimited by size into ws-Line
              write Report-Rec from ws-Line.
     perform  5150-One-Letter thru 5150-Exit
              varying ws-Lx from 1 by 1 until ws-Lx > 7.
 5100-Exit.
     exit.
*>
 5150-One-Letter.
     move     zero to ws-Px.
     inspect  Ot-Perms (ws-Hit) tallying ws-Px
              for all ws-Letters (ws-Lx:1).
     move     Ot-Last-Use (ws-Hit, ws-Lx) to ws-Use-Text.
     if       ws-Px = zero
              and (ws-Use-Text = spaces
                   or ws-Use-Text < ws-From-Date)
              go to 5150-Exit.
     move     spaces to ws-Flags.
     move     1 to ws-Flag-Ptr.
     if       ws-Px = zero
              string "NOTHELD " delimited by size
                     into ws-Flags pointer ws-Flag-Ptr
              add 1 to ws-Notheld-Count
     else
              if  ws-Use-Text = spaces or ws-Use-Text < ws-From-Date
                  string "UNUSED " delimited by size
                         into ws-Flags pointer ws-Flag-Ptr
                  add 1 to ws-Unused-Count
              end-if
              if  Ot-Last-Signon (ws-Hit) < ws-From-Date
                  and Ot-Last-Any (ws-Hit) < ws-From-Date
                  string "DORMANT " delimited by size
                         into ws-Flags pointer ws-Flag-Ptr
              end-if
              move zero to ws-Cx
              inspect Ot-Sod (ws-Hit) tallying ws-Cx
                      for all ws-Letters (ws-Lx:1)
              if  ws-Cx > zero
                  string "SOD " delimited by size
                         into ws-Flags pointer ws-Flag-Ptr
              end-if
     end-if.
     if       ws-Use-Text = spaces
              move "never" to ws-Use-Text.
     move     spaces to ws-Line.
     string   "  " ws-Letters (ws-Lx:1) "               "
              ws-Use-Text "     " ws-Flags
              delimited by size into ws-Line.
     write    Report-Rec from ws-Line.
     if       ws-Px not = zero
              perform 5400-Worksheet-Line thru 5400-Exit.
 5150-Exit.
     exit.
*>
*> every rule whose letters the operator holds all of
*>
 5200-Check-Sod.
     move     spaces to Ot-Sod (ws-Hit).
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sod-Count
              move "Y" to ws-Held-Sw
              perform varying ws-Cx from 1 by 1 until ws-Cx > 10
                  if  Sd-Letters (ws-Sx) (ws-Cx:1) not = space
                      move zero to ws-Px
                      inspect Ot-Perms (ws-Hit) tallying ws-Px
                              for all Sd-Letters (ws-Sx) (ws-Cx:1)
                      if  ws-Px = zero
                          move "N" to ws-Held-Sw
                      end-if
                  end-if
              end-perform
              if  ws-Held-Sw = "Y"
                  add 1 to ws-Sod-Count
                  move zero to ws-Px
                  inspect Ot-Sod (ws-Hit) tallying ws-Px
                          for characters before initial "  "
                  if  ws-Px > zero
                      add 1 to ws-Px
                  end-if
                  add 1 to ws-Px
                  if  ws-Px < 18
                      string Sd-Letters (ws-Sx) delimited by space
                             " " delimited by size
                             into Ot-Sod (ws-Hit) pointer ws-Px
                  end-if
              end-if
     end-perform.
 5200-Exit.
     exit.
*>
 5300-Sod-Rules.
     move     "Segregation-of-duties rules applied:" to ws-Line.
     write    Report-Rec from ws-Line.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sod-Count
              move spaces to ws-Line
              string "  " Sd-Letters (ws-Sx) " " Sd-Text (ws-Sx)
                     delimited by size into ws-Line
              write Report-Rec from ws-Line
     end-perform.
 5300-Exit.
     exit.
*>
*> a worksheet line for a letter held, with any decision already
*> recorded against it for this period
*>
 5400-Worksheet-Line.
     move     spaces to Decision-Rec.
     move     ws-Period to Dc-Period.
     move     Ot-Id (ws-Hit) to Dc-Id.
     move     ws-Letters (ws-Lx:1) to Dc-Perm.
     move     Ot-Last-Use (ws-Hit, ws-Lx) to Dc-Last-Use.
     move     ws-Flags to Dc-Flags.
     move     "N" to Dc-Applied.
     move     Decision-Rec to ws-Dc-Hold.
     perform  varying ws-Dx from 1 by 1 until ws-Dx > Dc-Count
              move Dt-Line (ws-Dx) to Decision-Rec
              if  Dc-Period = ws-Period
                  and Dc-Id = Ot-Id (ws-Hit)
                  and Dc-Perm = ws-Letters (ws-Lx:1)
                  and Dc-Applied not = "Y"
                  move ws-Dc-Hold (1:66) to Decision-Rec (1:66)
                  move Decision-Rec to ws-Dc-Hold
                  move Dc-Count to ws-Dx
              end-if
     end-perform.
     move     ws-Dc-Hold to Decision-Rec.
     write    Decision-Rec.
     add      1 to ws-Row-Count.
 5400-Exit.
     exit.
*>
*> DECIDE <id> <letter> KEEP|REVOKE BY=<approver> [NOTE=<text>]:
*> the decision goes on the worksheet line, which must exist
*>
 7000-Decide.
     if       ws-Arg-Number < 5
              display "DECIDE needs <id> <letter> KEEP|REVOKE "
                      "BY=<approver>"
              move 16 to return-code
              go to 7000-Exit.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:16)) to ws-Id-Want.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:1)) to ws-Perm-Want.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:6)) to ws-Decision.
     if       ws-Decision not = "KEEP" and not = "REVOKE"
              display "Decision must be KEEP or REVOKE"
              move 16 to return-code
              go to 7000-Exit.
     perform  varying ws-Arg-Sub from 5 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "BY="
                       move function upper-case
                            (ws-Arg-Text (4:16)) to ws-By
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "NOTE="
                       move ws-Arg-Text (6:30) to ws-Note
              end-evaluate
     end-perform.
     if       ws-By = spaces
              display "BY=<approver> is required"
              move 16 to return-code
              go to 7000-Exit.
     if       ws-By = ws-Id-Want
              display "An operator may not recertify their own access"
              move 16 to return-code
              go to 7000-Exit.
     perform  4000-Load-Worksheet thru 4000-Exit.
     move     zero to ws-Hit.
     perform  varying ws-Dx from 1 by 1 until ws-Dx > Dc-Count
              move Dt-Line (ws-Dx) to Decision-Rec
              if  Dc-Id = ws-Id-Want and Dc-Perm = ws-Perm-Want
                  move ws-Dx to ws-Hit
              end-if
     end-perform.
     if       ws-Hit = zero
              display "No worksheet line for " function trim
                      (ws-Id-Want) " " ws-Perm-Want
              move 16 to return-code
              go to 7000-Exit.
     move     Dt-Line (ws-Hit) to Decision-Rec.
     if       Dc-Applied = "Y"
              display "Already applied - " function trim (ws-Id-Want)
                      " " ws-Perm-Want " " Dc-Decision
              move 16 to return-code
              go to 7000-Exit.
     move     ws-Decision to Dc-Decision.
     move     ws-By to Dc-By.
     move     ws-Today to Dc-Date.
     move     ws-Note to Dc-Note.
     move     "N" to Dc-Applied.
     move     Decision-Rec to Dt-Line (ws-Hit).
     open     output Decision-File.
     if       fs-reply not = zero and not = 05
              display "Cannot write " function trim (Decision-Name)
              move 16 to return-code
              go to 7000-Exit.
     perform  varying ws-Dx from 1 by 1 until ws-Dx > Dc-Count
              move Dt-Line (ws-Dx) to Decision-Rec
              write Decision-Rec
     end-perform.
     close    Decision-File.
     display  "Recorded: " function trim (ws-Id-Want) " "
              ws-Perm-Want " " ws-Decision " by " function trim (ws-By).
 7000-Exit.
     exit.
