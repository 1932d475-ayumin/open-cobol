      >>source free
 Identification division.
*>**********************
      program-id.       evidpack.
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
*>    Usage.            Audit evidence pack - the bundle the external
*>                      auditors ask for every year, for a period, in
*>                      one indexed file:
*>                        1 certgate certificates (CERTGATE.DAT)
*>                        2 oczap patches (OCZAP.LOG, or OCZAP_LOG)
*>                        3 keystore ADD, ROTATE, RETIRE and DESTROY
*>                          (cobdeskey's lines on the COBDES audit
*>                          log, COBDES.AUD or COBDES_AUDIT)
*>                        4 operator permission changes - opermaint's
*>                          CREATED, PERMSET, DROPPED and REVOKE lines
*>                          on the sign-on log (SIGNON.LOG, or
*>                          SIGNON_LOG)
*>                        5 failed runs - every tool-audit record that
*>                          ended nonzero (TOOLAUDIT.DAT, or TOOL_AUDIT)
*>                        6 housekeep deletions and restores - the
*>                          DELETED, RECOVERD and RESTORED entries of
*>                          HOUSEKEEP.CAT
*>
*>                      evidpack FROM=<yyyymmdd> [TO=<yyyymmdd>]
*>                               [OUT=<f>] [KEY=<name>]
*>                               [CERT=<f>] [ZAP=<f>] [KEYLOG=<f>]
*>                               [SIGNON=<f>] [AUDIT=<f>] [CAT=<f>]
*>                      evidpack VERIFY [PACK=<f>]
*>
*>                      TO= defaults to today, OUT= to EVIDENCE.PACK.
*>                      The pack opens with an index - each section's
*>                      entry count and the line it starts on - and
*>                      closes with a MAC= line: a COBDES CBC-MAC over
*>                      every line above it under a keystore key kept
*>                      for the job (EVIDENCE unless KEY= names
*>                      another; cobdeskey ADD it first).  VERIFY
*>                      recomputes it, so the pack can be shown to be
*>                      the one handed over, unaltered.  A missing
*>                      source is noted in its section, never fatal.
*>
*>                      Building a pack needs an operator signed on
*>                      through OPSIGNON, named in the pack as the
*>                      one who compiled it; both modes are logged on
*>                      the run-audit trail.
*>
*>                      Print it through printcbl's PDF path - the
*>                      listing's line numbers are the index's:
*>                        printcbl EVIDENCE.PACK e.pdf free PSN . PDF
*>
*>                      Return code: 0 built or verified, 12 the pack
*>                      does not verify, 16 refused or nothing to
*>                      work from.
*>**
*>    Called by.
*>                      The compliance officer, at audit time.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_DELETE_FILE, OPSIGNON, COBDES-INIT,
*>                      COBDES-BLOCK, COBDES-CLOSE (cobdes preloaded,
*>                      COB_PRE_LOAD=cobdes)
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
     select   Source-In        assign Source-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Work-File        assign Work-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Pack-Out         assign Pack-Out-Name
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
 fd  Source-In.
 01  Source-In-Rec         pic x(300).
*>
 fd  Work-File.
 01  Work-Rec              pic x(250).
*>
 fd  Pack-Out.
 01  Pack-Out-Rec          pic x(250).
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
 77  Prog-Name             pic x(18) value "evidpack v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Source-In-Name        pic x(256)   value spaces.
 01  Work-Name             pic x(64)    value "evidpack_work.tmp".
 01  Pack-Out-Name         pic x(64)    value "EVIDENCE.PACK".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
 01  ws-Cert-Name          pic x(64)    value "CERTGATE.DAT".
 01  ws-Zap-Name           pic x(64)    value spaces.
 01  ws-Keylog-Name        pic x(64)    value spaces.
 01  ws-Signon-Name        pic x(64)    value spaces.
 01  ws-Trail-Name         pic x(64)    value spaces.
 01  ws-Cat-Name           pic x(64)    value "HOUSEKEEP.CAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value "BUILD".
     88  Mode-Build                     value "BUILD".
     88  Mode-Verify                    value "VERIFY".
 01  ws-From               pic x(8)     value spaces.
 01  ws-To                 pic x(8)     value spaces.
 01  ws-Key-Name           pic x(16)    value "EVIDENCE".
 01  ws-Operator           pic x(16)    value spaces.
 77  ws-RC                 pic 9(4)     value zero.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
*>
*> the six sections: title, source, entries taken and the pack line
*> each starts on.  The pack's head - title, rule, compiled-by line,
*> blank, index heading, six index lines, blank - is Hdr-Lines long,
*> so a section's start is known while the work file is written
 01  Sect-Table            value spaces.
     03  Sect-Entry        occurs 6.
         05  Sc-Title      pic x(44).
         05  Sc-Source     pic x(64).
         05  Sc-Count      Binary-Long.
         05  Sc-Start      Binary-Long.
 77  ws-Sect               Binary-Long  value zero.
 77  Hdr-Lines             Binary-Long  value 12.
 77  Work-Lines            Binary-Long  value zero.
 77  Pack-Lines            Binary-Long  value zero.
 77  ws-Entries            Binary-Long  value zero.
*>
 01  ws-Line               pic x(250)   value spaces.
 01  ws-Heading            pic x(250)   value spaces.
 01  ws-Row-Date           pic x(8)     value spaces.
 01  ws-Action             pic x(8)     value spaces.
 01  ws-Junk               pic x(300)   value spaces.
 77  ws-Take               pic x        value "N".
 77  ws-Tally              Binary-Long  value zero.
 01  ws-Edit               pic z(5)9.
 01  ws-Edit2              pic z(5)9.
 01  ws-Sect-Edit          pic 9.
*>
*> VERIFY: the MAC line found on the first pass, checked on the second
 77  ws-Mac-Line-No        Binary-Long  value zero.
 77  ws-Read-Lines         Binary-Long  value zero.
 01  ws-Want-Hex           pic x(32)    value spaces.
*>
*> the MAC: CBC from a zero IV over every pack line, 250 bytes
*> space-padded to 256 - sixteen COBDES-BLOCKs a line
 01  ws-Block              pic x(16)    value spaces.
 01  ws-Chain-Buff         pic x(256)   value spaces.
 77  ws-Cx                 Binary-Long  value zero.
 01  sess-area             pic x(2048)  value low-values.
 01  ws-Sess-Open          pic x        value "N".
 01  hex-digits            pic x(16)    value "0123456789ABCDEF".
 01  ws-Hex                pic x(32)    value spaces.
 77  ws-Hx                 Binary-Long  value zero.
 77  ws-Hv                 Binary-Long  value zero.
 77  ws-Hh                 Binary-Long  value zero.
*>
*> the COBDES parameter area, per the COBDES-LNK layout
 01  des-parms.
     02  df               pic 9       value zero.
     02  pw               pic x(8)    value spaces.
     02  data-buff        pic x(8)    value spaces.
     02  algo             pic 9       value 1.
     02  chain-mode       pic 9       value 1.
     02  iv-buff          pic x(16)   value low-values.
     02  aes-key          pic x(16)   value spaces.
     02  aes-buff         pic x(16)   value spaces.
     02  audit-file-name  pic x(64)   value spaces.
     02  audit-on-flag    pic 9       value 0.
     02  pw-min-len       pic 9(2)    value 0.
     02  cobdes-status    pic xx      value "00".
         88  cobdes-ok                value "00".
     02  key-name         pic x(16)   value spaces.
     02  mac-verify-flag  pic 9       value 0.
     02  mac-buff-len     pic 9(4)    value 0.
     02  mac-value        pic x(16)   value low-values.
     02  mac-buff         pic x(256)  value spaces.
*>
 copy "op-signon.cpy".
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
              display "evidpack: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-RC not = zero
              move ws-RC to return-code
              goback.
     if       Mode-Verify
              perform 6000-Verify thru 6000-Exit
              go to 0000-Finish.
*>
*> whoever compiles the pack is named in it
*>
     perform  1200-Sign-On thru 1200-Exit.
     if       ws-RC not = zero
              go to 0000-Finish.
     perform  1500-Open-Key thru 1500-Exit.
     if       ws-RC not = zero
              go to 0000-Finish.
     perform  2000-Build-Work thru 2000-Exit.
     if       ws-RC = zero
              perform 3000-Write-Pack thru 3000-Exit.
     call     "CBL_DELETE_FILE" using Work-Name.
*>
 0000-Finish.
     if       ws-Sess-Open = "Y"
              call "COBDES-CLOSE" using des-parms sess-area
              move "N" to ws-Sess-Open.
     perform  8000-Tool-Audit thru 8000-Exit.
     move     ws-RC to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when ws-Arg-Sub = 1
                   and function upper-case (ws-Arg-Text) = "VERIFY"
                       move "VERIFY" to ws-Mode
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FROM="
                       move ws-Arg-Text (6:8) to ws-From
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "TO="
                       move ws-Arg-Text (4:8) to ws-To
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Pack-Out-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "PACK="
                       move ws-Arg-Text (6:64) to Pack-Out-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "KEY="
                       move function upper-case (ws-Arg-Text (5:16))
                            to ws-Key-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CERT="
                       move ws-Arg-Text (6:64) to ws-Cert-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "ZAP="
                       move ws-Arg-Text (5:64) to ws-Zap-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "KEYLOG="
                       move ws-Arg-Text (8:64) to ws-Keylog-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "SIGNON="
                       move ws-Arg-Text (8:64) to ws-Signon-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "AUDIT="
                       move ws-Arg-Text (7:64) to ws-Trail-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "CAT="
                       move ws-Arg-Text (5:64) to ws-Cat-Name
                  when other
                       move 16 to ws-RC
              end-evaluate
     end-perform.
     if       Mode-Build
              if  ws-To = spaces
                  move ws-Run-Date to ws-To
              end-if
              if  ws-From not numeric or ws-To not numeric
                  or ws-From > ws-To
                  move 16 to ws-RC
              end-if
     end-if.
     if       ws-RC not = zero
              display "Usage: evidpack FROM=<yyyymmdd> [TO=<yyyymmdd>]"
                      " [OUT=<f>] [KEY=<name>]"
              display "                [CERT=<f>] [ZAP=<f>]"
                      " [KEYLOG=<f>] [SIGNON=<f>] [AUDIT=<f>]"
                      " [CAT=<f>]"
              display "       evidpack VERIFY [PACK=<f>]"
              go to 1000-Exit.
*>
*> the sources' own environment names where no argument names them
*>
     if       ws-Zap-Name = spaces
              accept ws-Zap-Name from environment "OCZAP_LOG"
              end-accept
              if  ws-Zap-Name = spaces
                  move "OCZAP.LOG" to ws-Zap-Name
              end-if
     end-if.
     if       ws-Keylog-Name = spaces
              accept ws-Keylog-Name from environment "COBDES_AUDIT"
              end-accept
              if  ws-Keylog-Name = spaces
                  move "COBDES.AUD" to ws-Keylog-Name
              end-if
     end-if.
     if       ws-Signon-Name = spaces
              accept ws-Signon-Name from environment "SIGNON_LOG"
              end-accept
              if  ws-Signon-Name = spaces
                  move "SIGNON.LOG" to ws-Signon-Name
              end-if
     end-if.
     if       ws-Trail-Name = spaces
              accept ws-Trail-Name from environment "TOOL_AUDIT"
              end-accept
              if  ws-Trail-Name = spaces
                  move "TOOLAUDIT.DAT" to ws-Trail-Name
              end-if
     end-if.
     move     "Certification verdicts" to Sc-Title (1).
     move     ws-Cert-Name to Sc-Source (1).
     move     "Zap patches" to Sc-Title (2).
     move     ws-Zap-Name to Sc-Source (2).
     move     "Keystore maintenance" to Sc-Title (3).
     move     ws-Keylog-Name to Sc-Source (3).
     move     "Operator permission changes" to Sc-Title (4).
     move     ws-Signon-Name to Sc-Source (4).
     move     "Failed runs" to Sc-Title (5).
     move     ws-Trail-Name to Sc-Source (5).
     move     "Housekeeping deletions and restores" to Sc-Title (6).
     move     ws-Cat-Name to Sc-Source (6).
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> who is compiling the pack - any operator properly signed on
*>----------------------------------------------------------------
 1200-Sign-On.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     move     op-id to ws-Operator.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - no pack compiled"
              move 16 to ws-RC.
 1200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the key, resolved once for the run - the opening call is the
*> one COBDES logs, with the operator and the key name
*>----------------------------------------------------------------
 1500-Open-Key.
     accept   audit-file-name from environment "COBDES_AUDIT"
              on exception
              move spaces to audit-file-name
     end-accept.
     if       audit-file-name = spaces
              move "COBDES.AUD" to audit-file-name.
     move     1 to audit-on-flag.
     move     1 to algo.
     move     1 to chain-mode.
     move     zero to df.
     move     ws-Key-Name to key-name.
     move     "99" to cobdes-status.
     call     "COBDES-INIT" using des-parms sess-area
              on exception
              move "99" to cobdes-status
     end-call.
     move     zero to audit-on-flag.
     if       not cobdes-ok
              display "Key " function trim (ws-Key-Name)
                      " not available - COBDES status " cobdes-status
              move 16 to ws-RC
              go to 1500-Exit.
     move     "Y" to ws-Sess-Open.
     move     low-values to iv-buff.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the sections into the work file, counted and their start lines
*> noted for the index
*>----------------------------------------------------------------
 2000-Build-Work.
     move     zero to Work-Lines ws-Entries.
     open     output Work-File.
     if       fs-reply not = zero
              display "Cannot write work file "
                      function trim (Work-Name)
              move 16 to ws-RC
              go to 2000-Exit.
     perform  2100-One-Section thru 2100-Exit
              varying ws-Sect from 1 by 1 until ws-Sect > 6.
     close    Work-File.
 2000-Exit.
     exit.
*>
 2100-One-Section.
     move     zero to Sc-Count (ws-Sect).
     move     spaces to ws-Line.
     perform  2900-Work-Line thru 2900-Exit.
     compute  Sc-Start (ws-Sect) = Hdr-Lines + Work-Lines + 1.
     move     ws-Sect to ws-Sect-Edit.
     move     spaces to ws-Line.
     string   ws-Sect-Edit ". " delimited by size
              function trim (Sc-Title (ws-Sect)) delimited by size
              " - " delimited by size
              function trim (Sc-Source (ws-Sect)) delimited by size
              into ws-Line.
     perform  2900-Work-Line thru 2900-Exit.
     move     spaces to ws-Line.
     move     all "-" to ws-Line (1:60).
     perform  2900-Work-Line thru 2900-Exit.
     perform  2050-Set-Heading thru 2050-Exit.
     move     ws-Heading to ws-Line.
     perform  2900-Work-Line thru 2900-Exit.
     move     Sc-Source (ws-Sect) to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              move spaces to ws-Line
              string "  (source not present: " delimited by size
                     function trim (Source-In-Name) delimited by size
                     ")" delimited by size
                     into ws-Line
              perform 2900-Work-Line thru 2900-Exit
              go to 2100-Exit.
 2110-Next.
     read     Source-In at end
              close Source-In
              go to 2120-Done.
     perform  2200-Select thru 2200-Exit.
     if       ws-Take not = "Y"
              go to 2110-Next.
     move     spaces to ws-Line.
     move     Source-In-Rec (1:248) to ws-Line (3:248).
     perform  2900-Work-Line thru 2900-Exit.
     add      1 to Sc-Count (ws-Sect) ws-Entries.
     go       to 2110-Next.
 2120-Done.
     if       Sc-Count (ws-Sect) = zero
              move "  (none in the period)" to ws-Line
              perform 2900-Work-Line thru 2900-Exit.
 2100-Exit.
     exit.
*>
*> each source's columns, over its lines as they stand
 2050-Set-Heading.
     move     spaces to ws-Heading.
     evaluate ws-Sect
         when 1
              move "  Program                          Date     Time"
                 & "   Errors  Unref Nam Reserv   RC Verdict"
                   to ws-Heading
         when 2
              move "  Stamp          Operator         File"
                   to ws-Heading
              move "Record Offset Len  Old / new value"
                   to ws-Heading (100:40)
         when 3
              move "  As logged: timestamp, caller, status, operator,"
                 & " key, custodian, action" to ws-Heading
         when 4
              move "  Date       Time     Event    Operator        "
                 & " By               Detail" to ws-Heading
         when 5
              move "  Tool       Operator         Date     Time   RC"
                 & "   Input / options / outputs" to ws-Heading
         when 6
              move "  Date     Action   File, size and destination"
                   to ws-Heading
     end-evaluate.
 2050-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> is this line one for the pack - the right kind, in the period
*>----------------------------------------------------------------
 2200-Select.
     move     "N" to ws-Take.
     move     spaces to ws-Row-Date.
     if       Source-In-Rec = spaces
              go to 2200-Exit.
     evaluate ws-Sect
         when 1
              move Source-In-Rec (34:8) to ws-Row-Date
         when 2
              move Source-In-Rec (1:8) to ws-Row-Date
         when 3
              if  Source-In-Rec (1:3) not = "TS="
                  go to 2200-Exit
              end-if
              move zero to ws-Tally
              inspect Source-In-Rec tallying ws-Tally
                      for all " CALLER=COBDESKEY "
              if  ws-Tally = zero
                  go to 2200-Exit
              end-if
              move spaces to ws-Junk ws-Action
              unstring Source-In-Rec delimited by " ACTION="
                       into ws-Junk ws-Action
              if  ws-Action not = "ADD" and not = "ROTATE"
                  and not = "RETIRE" and not = "DESTROY"
                  go to 2200-Exit
              end-if
              move Source-In-Rec (4:8) to ws-Row-Date
         when 4
              move Source-In-Rec (21:8) to ws-Action
              if  ws-Action not = "CREATED" and not = "PERMSET"
                  and not = "DROPPED" and not = "REVOKE"
                  go to 2200-Exit
              end-if
              string Source-In-Rec (1:4) Source-In-Rec (6:2)
                     Source-In-Rec (9:2)
                     delimited by size into ws-Row-Date
         when 5
              if  Source-In-Rec (45:4) = "0000"
                  go to 2200-Exit
              end-if
              move Source-In-Rec (29:8) to ws-Row-Date
         when 6
              move Source-In-Rec (10:8) to ws-Action
              if  ws-Action not = "DELETED" and not = "RECOVERD"
                  and not = "RESTORED"
                  go to 2200-Exit
              end-if
              move Source-In-Rec (1:8) to ws-Row-Date
     end-evaluate.
     if       ws-Row-Date not numeric
              go to 2200-Exit.
     if       ws-Row-Date < ws-From or ws-Row-Date > ws-To
              go to 2200-Exit.
     move     "Y" to ws-Take.
 2200-Exit.
     exit.
*>
 2900-Work-Line.
     write    Work-Rec from ws-Line.
     add      1 to Work-Lines.
 2900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the pack: head and index, the sections, the closing count and
*> the MAC over every line before it
*>----------------------------------------------------------------
 3000-Write-Pack.
     open     output Pack-Out.
     if       fs-reply not = zero
              display "Cannot write pack "
                       function trim (Pack-Out-Name)
              move 16 to ws-RC
              go to 3000-Exit.
     move     zero to Pack-Lines.
     move     low-values to iv-buff.
     move     spaces to ws-Line.
     string   "AUDIT EVIDENCE PACK - " ws-From " TO " ws-To
              delimited by size into ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     move     spaces to ws-Line.
     move     all "=" to ws-Line (1:60).
     perform  8500-Put-Line thru 8500-Exit.
     move     spaces to ws-Line.
     string   "Compiled " delimited by size
              ws-Run-Date delimited by size
              " " delimited by size
              ws-Time-Now (1:6) delimited by size
              " by " delimited by size
              ws-Operator delimited by space
              " - sealed under key " delimited by size
              ws-Key-Name delimited by space
              into ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     move     spaces to ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     move     "INDEX" to ws-Line.
     move     "Entries  From line" to ws-Line (53:18).
     perform  8500-Put-Line thru 8500-Exit.
     perform  3100-Index-Line thru 3100-Exit
              varying ws-Sect from 1 by 1 until ws-Sect > 6.
     move     spaces to ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
*>
     open     input Work-File.
     if       fs-reply not = zero
              display "Cannot read work file "
                      function trim (Work-Name)
              close Pack-Out
              move 16 to ws-RC
              go to 3000-Exit.
 3010-Next.
     read     Work-File at end
              close Work-File
              go to 3020-Done.
     move     Work-Rec to ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     go       to 3010-Next.
 3020-Done.
     move     spaces to ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     move     ws-Entries to ws-Edit.
     compute  ws-Edit2 = Pack-Lines + 1.
     move     spaces to ws-Line.
     string   "END OF PACK - " delimited by size
              function trim (ws-Edit) delimited by size
              " entries, " delimited by size
              function trim (ws-Edit2) delimited by size
              " lines sealed by the MAC below" delimited by size
              into ws-Line.
     perform  8500-Put-Line thru 8500-Exit.
     perform  9500-To-Hex thru 9500-Exit.
     move     Pack-Lines to ws-Edit.
     move     spaces to Pack-Out-Rec.
     string   "MAC=" delimited by size
              ws-Hex delimited by size
              " KEY=" delimited by size
              ws-Key-Name delimited by space
              " LINES=" delimited by size
              function trim (ws-Edit) delimited by size
              into Pack-Out-Rec.
     write    Pack-Out-Rec.
     close    Pack-Out.
     perform  varying ws-Sect from 1 by 1 until ws-Sect > 6
              move Sc-Count (ws-Sect) to ws-Edit
              display "  " Sc-Title (ws-Sect) " " ws-Edit
     end-perform.
     display  "Pack written to " function trim (Pack-Out-Name)
              " - MAC " ws-Hex.
 3000-Exit.
     exit.
*>
 3100-Index-Line.
     move     ws-Sect to ws-Sect-Edit.
     move     spaces to ws-Line.
     string   "  " ws-Sect-Edit "  " Sc-Title (ws-Sect)
              delimited by size into ws-Line.
     move     Sc-Count (ws-Sect) to ws-Edit.
     move     ws-Edit to ws-Line (54:6).
     move     Sc-Start (ws-Sect) to ws-Edit.
     move     ws-Edit to ws-Line (63:6).
     perform  8500-Put-Line thru 8500-Exit.
 3100-Exit.
     exit.
*>
*> one block through the chain - IV-BUFF carries it to the next
 3500-Block.
     move     ws-Block to aes-buff.
     move     zero to df.
     move     1 to chain-mode.
     call     "COBDES-BLOCK" using des-parms sess-area.
 3500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> VERIFY: find the MAC line and its key, then chain every line
*> above it again - nothing may follow it either
*>----------------------------------------------------------------
 6000-Verify.
     accept   ws-Operator from environment "OPERATOR_ID"
              on exception
              move spaces to ws-Operator
     end-accept.
     if       ws-Operator = spaces
              move "BATCH" to ws-Operator.
     move     function upper-case (ws-Operator) to ws-Operator.
     move     zero to ws-Mac-Line-No ws-Read-Lines.
     open     input Pack-Out.
     if       fs-reply not = zero
              display "Cannot read pack " function trim (Pack-Out-Name)
              move 16 to ws-RC
              go to 6000-Exit.
 6010-Find.
     read     Pack-Out at end
              close Pack-Out
              go to 6020-Found.
     add      1 to ws-Read-Lines.
     if       Pack-Out-Rec (1:4) = "MAC="
              move ws-Read-Lines to ws-Mac-Line-No
              move Pack-Out-Rec (5:32) to ws-Want-Hex
              move spaces to ws-Key-Name
              unstring Pack-Out-Rec (42:16) delimited by space
                       into ws-Key-Name.
     go       to 6010-Find.
 6020-Found.
     if       ws-Mac-Line-No = zero
              display "No MAC line - not an evidence pack: "
                      function trim (Pack-Out-Name)
              move 16 to ws-RC
              go to 6000-Exit.
     perform  1500-Open-Key thru 1500-Exit.
     if       ws-RC not = zero
              go to 6000-Exit.
     move     zero to Pack-Lines.
     open     input Pack-Out.
 6030-Next.
     read     Pack-Out at end
              close Pack-Out
              go to 6040-Compare.
     if       Pack-Lines + 1 = ws-Mac-Line-No
              close Pack-Out
              go to 6040-Compare.
     perform  8600-Chain-Line thru 8600-Exit.
     add      1 to Pack-Lines.
     go       to 6030-Next.
 6040-Compare.
     perform  9500-To-Hex thru 9500-Exit.
     if       ws-Hex not = ws-Want-Hex
              display "PACK DOES NOT VERIFY - altered since it was"
                      " compiled: " function trim (Pack-Out-Name)
              move 12 to ws-RC
              go to 6000-Exit.
     if       ws-Read-Lines > ws-Mac-Line-No
              display "PACK DOES NOT VERIFY - lines added after its"
                      " MAC: " function trim (Pack-Out-Name)
              move 12 to ws-RC
              go to 6000-Exit.
     move     Pack-Lines to ws-Edit.
     display  "Pack verifies - " function trim (ws-Edit)
              " lines unaltered under key "
              function trim (ws-Key-Name).
 6000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the run-audit trail: every pack compiled or verified, or refused
*>----------------------------------------------------------------
 8000-Tool-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 8000-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "EVIDPACK" to Aud-Tool.
     move     ws-Operator to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     ws-RC to Aud-RC.
     if       Mode-Build
              string "FROM=" ws-From " TO=" ws-To
                     delimited by size into Aud-Input.
     string   function trim (ws-Mode) delimited by size
              " KEY=" delimited by size
              ws-Key-Name delimited by space
              into Aud-Options.
     move     Pack-Out-Name to Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 8000-Exit.
     exit.
*>
*> one pack line written and taken into the MAC
 8500-Put-Line.
     move     ws-Line to Pack-Out-Rec.
     write    Pack-Out-Rec.
     add      1 to Pack-Lines.
     perform  8600-Chain-Line thru 8600-Exit.
 8500-Exit.
     exit.
*>
 8600-Chain-Line.
     move     spaces to ws-Chain-Buff.
     move     Pack-Out-Rec to ws-Chain-Buff (1:250).
     perform  varying ws-Cx from 1 by 16 until ws-Cx > 256
              move ws-Chain-Buff (ws-Cx:16) to ws-Block
              perform 3500-Block thru 3500-Exit
     end-perform.
 8600-Exit.
     exit.
*>
*> the chain's last block, aes-buff, as 32 hex digits in ws-Hex
 9500-To-Hex.
     move     spaces to ws-Hex.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > 16
              compute ws-Hv = function ord (aes-buff (ws-Hx:1)) - 1
              compute ws-Hh = ws-Hv / 16
              compute ws-Hv = ws-Hv - (ws-Hh * 16)
              move hex-digits (ws-Hh + 1:1)
                   to ws-Hex (ws-Hx * 2 - 1:1)
              move hex-digits (ws-Hv + 1:1) to ws-Hex (ws-Hx * 2:1)
     end-perform.
 9500-Exit.
     exit.
