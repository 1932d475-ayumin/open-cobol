      >>source free
 Identification division.
*>**********************
      program-id.       promote.
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
*>    Usage.            Promotion manager - moves a member and the
*>                      copybooks it copies from the test library to
*>                      production, keeping what it replaces so one
*>                      command puts it back.
*>
*>                      promote <member> CR=<change request>
*>                              [TEST=<dir>] [PROD=<dir>]
*>                              [TESTCPY=<dir>] [PRODCPY=<dir>]
*>                              [CERT=<file>] [DTREG=<file>]
*>                      promote BACKOUT <member> [FORCE]
*>                      promote HISTORY [<member>]
*>
*>                      A promotion goes ahead only when all three
*>                      hold:
*>                        - the latest CERTGATE.DAT (or CERT=)
*>                          certificate for this exact version of the
*>                          member - its SRCSUM fingerprint, checksum
*>                          and line count, as it stands in the test
*>                          library now - is a PASS;
*>                        - every decision table dtregistry
*>                          (DTREGISTRY.DAT, the DTREGISTRY name or
*>                          DTREG=) shows generating into the program
*>                          is APPROVED - RETIRED ones are not used;
*>                        - a change request reference is given -
*>                          and, once there is a CR register
*>                          (CRREG.DAT, or the CR_REGISTER name), it
*>                          is on it and APPROVED.
*>                      The program is the member name up to its
*>                      first period, upper case, as certgate names
*>                      it.  Its copybooks are the members its COPY
*>                      statements name, found in the test copy
*>                      library (TESTCPY, default the test library)
*>                      as written or with .cpy added; they go to the
*>                      production copy library (PRODCPY, default the
*>                      production library) with it.
*>
*>                      Each production file replaced is kept first
*>                      under the save directory as <id>.<name>; a
*>                      file that was not there is marked NEW.  A copy
*>                      that fails puts back what had already moved.
*>                      BACKOUT reverses the member's latest promotion
*>                      not already backed out - the kept files go
*>                      back, the NEW ones are removed.  A copybook
*>                      that a later promotion has replaced again
*>                      stops the back-out unless FORCE is given.
*>
*>                      Libraries default to the PROMOTE_TEST and
*>                      PROMOTE_PROD names (test, prod), the save
*>                      directory to PROMOTE_SAVE (promote.sav).
*>                      Promotions and back-outs need an OPSIGNON
*>                      sign-on with the R permission.  Each one, with
*>                      operator, time, certificate id and change
*>                      request, is appended to PROMOTE.LOG (or the
*>                      PROMOTE_LOG name) with a line per file moved,
*>                      and a PROMOTE record - refusals too - goes to
*>                      the run-audit trail (TOOLAUDIT.DAT, or the
*>                      TOOL_AUDIT name).  HISTORY lists the log.
*>
*>                      Return code: 0 done, 8 promotion or back-out
*>                      refused, 16 bad argument or a file problem.
*>                      Production has changed afterwards - libseal
*>                      SEAL it again.
*>**
*>    Called by.
*>                      Run standalone by change control once certgate
*>                      has passed the member.
*>**
*>    Calls.
*>                      ENVPROF
*>                      OPSIGNON, OPSIGNON-CHECK, SRCSUM,
*>                      SYSTEM (cp, mkdir), CBL_CHECK_FILE_EXIST,
*>                      CBL_DELETE_FILE
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
     select   Cert-File        assign Cert-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Registry-File    assign Registry-Name
              organization     line sequential
              status           fs-reply.
*>
*> the change request register - fixed records, formsrun's
     select   CR-File          assign CR-Name
              organization     sequential
              status           fs-reply.
*>
*> the member in the test library, scanned for its COPY statements
     select   Source-File      assign Source-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Promote-Log assign Promote-Log-Name
              organization     line sequential
              status           fs-reply.
*>
*> the common run-audit trail - a record per promotion or back-out,
*> granted or refused, for the access recertification
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> certgate's certificate
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
*>
*> dtregistry's registry
 fd  Registry-File.
 01  Registry-Rec.
     03  Reg-Table         pic x(30).
     03  filler            pic x.
     03  Reg-Owner         pic x(20).
     03  filler            pic x.
     03  Reg-Status        pic x(8).
     03  filler            pic x.
     03  Reg-Version       pic x(8).
     03  filler            pic x.
     03  Reg-Target        pic x(32).
*>
 fd  CR-File.
 copy "cr-reg.cpy".
*>
 fd  Source-File.
 01  Source-Rec            pic x(512).
*>
*> a P line per promotion or back-out, then an F line per file it
*> moved: where the replaced production file was kept (NEW when
*> there was none) and the production file
 fd  Promote-Log.
 01  Pm-Rec.
     03  Pm-Type           pic x.
     03  filler            pic x.
     03  Pm-Id             pic x(16).
     03  filler            pic x.
     03  Pm-Action         pic x(8).
     03  filler            pic x.
     03  Pm-Date           pic 9(8).
     03  filler            pic x.
     03  Pm-Time           pic 9(6).
     03  filler            pic x.
     03  Pm-Operator       pic x(16).
     03  filler            pic x.
     03  Pm-Member         pic x(64).
     03  filler            pic x.
     03  Pm-Cert-Id        pic x(16).
     03  filler            pic x.
     03  Pm-CR             pic x(20).
     03  filler            pic x.
     03  Pm-Ref-Id         pic x(16).
     03  filler            pic x.
     03  Pm-Files          pic 9(3).
 01  Pf-Rec.
     03  Pf-Type           pic x.
     03  filler            pic x.
     03  Pf-Id             pic x(16).
     03  filler            pic x.
     03  Pf-Kind           pic x(4).
     03  filler            pic x.
     03  Pf-Saved          pic x(120).
     03  filler            pic x.
     03  Pf-Target         pic x(120).
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
 77  Prog-Name             pic x(17) value "promote v1.02.00".
 77  fs-reply              pic 99.
 01  Cert-Name             pic x(64)    value "CERTGATE.DAT".
 01  Registry-Name         pic x(64)    value "DTREGISTRY.DAT".
 01  CR-Name               pic x(64)    value "CRREG.DAT".
 01  Source-Name           pic x(200)   value spaces.
 01  Promote-Log-Name      pic x(64)    value "PROMOTE.LOG".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-First-Opt          Binary-Long  value 2.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Member             pic x(64)    value spaces.
 01  ws-Prog-Id            pic x(32)    value spaces.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Promo-Id           pic x(16)    value spaces.
*>
*> the libraries and the options
 01  ws-Test-Dir           pic x(120)   value spaces.
 01  ws-Prod-Dir           pic x(120)   value spaces.
 01  ws-Test-Cpy-Dir       pic x(120)   value spaces.
 01  ws-Prod-Cpy-Dir       pic x(120)   value spaces.
 01  ws-Save-Dir           pic x(120)   value spaces.
 01  ws-CR                 pic x(20)    value spaces.
 77  ws-Force-Sw           pic x        value "N".
 77  ws-Bad-Arg            pic x        value "N".
 77  ws-Refused-Sw         pic x        value "N".
*>
*> the certificate for this version
 01  ws-Cert-Id            pic x(16)    value spaces.
 01  ws-Cert-Verdict       pic x(4)     value spaces.
 01  ws-Cert-When          pic x(15)    value spaces.
 01  ws-Other-Cert-Id      pic x(16)    value spaces.
 01  ws-Sum-Edit           pic z(9)9.
 01  ws-Lines-Edit         pic z(6)9.
 77  ws-Table-Count        Binary-Long  value zero.
*>
*> the files to move: the member first, then its copybooks
 01  Move-Table            value spaces.
     03  Move-Entry        occurs 51.
         05  Mv-Kind       pic x(4).
         05  Mv-From       pic x(200).
         05  Mv-To         pic x(200).
         05  Mv-Saved      pic x(200).
         05  Mv-Done       pic x.
 77  Move-Count            Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
*>
*> COPY statement scan
 01  ws-Upper-Rec          pic x(512)   value spaces.
 01  ws-Word               pic x(64)    value spaces.
 01  ws-Prev-Word          pic x(64)    value spaces.
 01  ws-Cpy-Name           pic x(64)    value spaces.
 01  ws-Cpy-Path           pic x(200)   value spaces.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Dup-Sw             pic x        value "N".
 77  ws-Missing-Count      Binary-Long  value zero.
*>
*> the back-out: this member's promotions in log order, and every
*> promotion id the log shows backed out
 01  Promo-Table           value spaces.
     03  Promo-Entry       occurs 500.
         05  Pz-Id         pic x(16).
         05  Pz-Cert-Id    pic x(16).
         05  Pz-CR         pic x(20).
         05  Pz-Out        pic x.
 77  Promo-Count           Binary-Long  value zero.
 01  Out-Table             value spaces.
     03  Out-Id            pic x(16)    occurs 2000.
 77  Out-Count             Binary-Long  value zero.
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Ox                 Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
 01  ws-Back-Id            pic x(16)    value spaces.
 77  ws-Later-Count        Binary-Long  value zero.
 77  ws-Shown-Count        Binary-Long  value zero.
*>
 01  ws-Check-Name         pic x(200)   value spaces.
 77  ws-Bad-Name-Tally     pic 9(3)     value zero.
 77  ws-Slash-Tally        pic 9(3)     value zero.
 01  ws-Command            pic x(800)   value spaces.
 01  ws-Copy-From          pic x(200)   value spaces.
 01  ws-Copy-To            pic x(200)   value spaces.
 01  ws-Base-Name          pic x(200)   value spaces.
 77  ws-Slash-Pos          Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 01  ws-Audit-Opts         pic x(64)    value spaces.
 01  ws-Audit-Out          pic x(64)    value spaces.
 01  ws-Audit-RC           pic 9(4)     value zero.
 01  ws-Count-Edit         pic zz9.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
*>
 copy "op-signon.cpy".
 copy "src-sum.cpy".
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
              display "promote: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: promote <member> CR=<ref> [TEST=..] "
                      "[PROD=..] [TESTCPY=..] [PRODCPY=..] "
                      "[CERT=..] [DTREG=..] "
                      "| BACKOUT <member> [FORCE] "
                      "| HISTORY [<member>]"
              move 16 to return-code
              goback.
     perform  1000-Get-Args thru 1000-Exit.
     evaluate ws-Mode
         when "HISTORY"
              perform 6000-History thru 6000-Exit
         when "BACKOUT"
              perform 1200-Sign-On thru 1200-Exit
              perform 5000-Back-Out thru 5000-Exit
         when other
              perform 1200-Sign-On thru 1200-Exit
              perform 2000-Promote thru 2000-Exit
     end-evaluate.
     goback.
*>
 1000-Get-Args.
     accept   Promote-Log-Name from environment "PROMOTE_LOG"
              on exception
              move "PROMOTE.LOG" to Promote-Log-Name
     end-accept.
     if       Promote-Log-Name = spaces
              move "PROMOTE.LOG" to Promote-Log-Name.
     accept   Registry-Name from environment "DTREGISTRY"
              on exception
              move "DTREGISTRY.DAT" to Registry-Name
     end-accept.
     if       Registry-Name = spaces
              move "DTREGISTRY.DAT" to Registry-Name.
     accept   CR-Name from environment "CR_REGISTER"
              on exception
              move "CRREG.DAT" to CR-Name
     end-accept.
     if       CR-Name = spaces
              move "CRREG.DAT" to CR-Name.
     accept   ws-Test-Dir from environment "PROMOTE_TEST"
              on exception
              move "test" to ws-Test-Dir
     end-accept.
     if       ws-Test-Dir = spaces
              move "test" to ws-Test-Dir.
     accept   ws-Prod-Dir from environment "PROMOTE_PROD"
              on exception
              move "prod" to ws-Prod-Dir
     end-accept.
     if       ws-Prod-Dir = spaces
              move "prod" to ws-Prod-Dir.
     accept   ws-Save-Dir from environment "PROMOTE_SAVE"
              on exception
              move "promote.sav" to ws-Save-Dir
     end-accept.
     if       ws-Save-Dir = spaces
              move "promote.sav" to ws-Save-Dir.
*> BACKOUT and HISTORY are verbs, anything else is the member
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     if       ws-Mode = "BACKOUT" or "HISTORY"
              if  ws-Arg-Number > 1
                  accept ws-Arg-Text from argument-value
                  move ws-Arg-Text (1:64) to ws-Member
              end-if
              move 3 to ws-First-Opt
     else
              move "PROMOTE" to ws-Mode
              move ws-Arg-Text (1:64) to ws-Member.
     perform  varying ws-Arg-Sub from ws-First-Opt by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "CR="
                       move ws-Arg-Text (4:20) to ws-CR
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "TEST="
                       move ws-Arg-Text (6:120) to ws-Test-Dir
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "PROD="
                       move ws-Arg-Text (6:120) to ws-Prod-Dir
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "TESTCPY="
                       move ws-Arg-Text (9:120) to ws-Test-Cpy-Dir
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "PRODCPY="
                       move ws-Arg-Text (9:120) to ws-Prod-Cpy-Dir
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CERT="
                       move ws-Arg-Text (6:64) to Cert-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "DTREG="
                       move ws-Arg-Text (7:64) to Registry-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "FORCE "
                       move "Y" to ws-Force-Sw
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Test-Cpy-Dir = spaces
              move ws-Test-Dir to ws-Test-Cpy-Dir.
     if       ws-Prod-Cpy-Dir = spaces
              move ws-Prod-Dir to ws-Prod-Cpy-Dir.
     if       ws-Mode = "HISTORY"
              go to 1000-Exit.
*> the member is a plain file name - no directory, nothing the shell
*> would act on - and the directories likewise
     if       ws-Member = spaces
              display function trim (ws-Mode) " needs a member name"
              move "Y" to ws-Bad-Arg.
     move     ws-Member to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     move     zero to ws-Slash-Tally.
     inspect  ws-Member tallying ws-Slash-Tally
              for all "/" all "*" all "?".
     if       ws-Bad-Name-Tally not = zero
        or    ws-Slash-Tally not = zero
              display "Member name not allowed: "
                      function trim (ws-Member)
              move "Y" to ws-Bad-Arg.
     move     ws-Test-Dir to ws-Check-Name.
     perform  1100-Check-Dir thru 1100-Exit.
     move     ws-Prod-Dir to ws-Check-Name.
     perform  1100-Check-Dir thru 1100-Exit.
     move     ws-Test-Cpy-Dir to ws-Check-Name.
     perform  1100-Check-Dir thru 1100-Exit.
     move     ws-Prod-Cpy-Dir to ws-Check-Name.
     perform  1100-Check-Dir thru 1100-Exit.
     move     ws-Save-Dir to ws-Check-Name.
     perform  1100-Check-Dir thru 1100-Exit.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              goback.
*> the program identity certgate certifies
     move     spaces to ws-Base-Name.
     unstring ws-Member delimited by "."
              into ws-Base-Name.
     move     function upper-case (ws-Base-Name (1:32))
              to ws-Prog-Id.
 1000-Exit.
     exit.
*>
 1100-Check-Dir.
     move     ws-Check-Name to ws-Copy-From.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              display "Library name not allowed: "
                      function trim (ws-Copy-From)
              move "Y" to ws-Bad-Arg.
 1100-Exit.
     exit.
*>
*> production is changed by a signed-on operator with R
 1200-Sign-On.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - production not changed"
              move 16 to return-code
              goback.
     move     "R" to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              display "Promotion needs the R permission"
                      " - production not changed"
              move spaces to ws-Audit-Opts ws-Audit-Out
              string ws-Mode " " ws-Member delimited by size
                     into ws-Audit-Opts
              move "REFUSED - no R permission" to ws-Audit-Out
              move 8 to ws-Audit-RC
              perform 7200-Write-Audit thru 7200-Exit
              move 16 to return-code
              goback.
 1200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> PROMOTE: the three conditions, then the move
*>----------------------------------------------------------------
 2000-Promote.
     display  "Promotion of " function trim (ws-Member) " from "
              function trim (ws-Test-Dir) " to "
              function trim (ws-Prod-Dir).
     if       ws-CR = spaces
              display "  REFUSED: no change request - CR=<ref>"
              move "Y" to ws-Refused-Sw
     else
              perform 2050-Check-CR thru 2050-Exit.
     move     spaces to Source-Name.
     string   function trim (ws-Test-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Member) delimited by size
              into Source-Name.
     initialize ss-request.
     move     Source-Name to ss-file.
     call     "SRCSUM" using ss-request
              on exception
              display "SRCSUM not available - cannot fingerprint"
                      " the member"
              move 16 to return-code
              go to 2000-Exit
     end-call.
     if       not ss-done
              display "Cannot read " function trim (Source-Name)
              move 16 to return-code
              go to 2000-Exit.
     perform  2100-Find-Cert thru 2100-Exit.
     perform  2500-Check-Tables thru 2500-Exit.
     perform  3000-Find-Copybooks thru 3000-Exit.
     if       ws-Refused-Sw = "Y"
              display "Promotion refused - production not changed"
              move spaces to ws-Audit-Opts ws-Audit-Out
              string "PROMOTE " ws-Member delimited by size
                     into ws-Audit-Opts
              string "REFUSED CR=" ws-CR delimited by size
                     into ws-Audit-Out
              move 8 to ws-Audit-RC
              perform 7200-Write-Audit thru 7200-Exit
              move 8 to return-code
              go to 2000-Exit.
     accept   ws-Time-Now from time.
     move     spaces to ws-Promo-Id.
     string   "PR" ws-Run-Date ws-Time-Now (1:6)
              delimited by size into ws-Promo-Id.
     perform  4000-Move-Files thru 4000-Exit.
     if       return-code not = zero
              go to 2000-Exit.
     move     spaces to Pm-Rec.
     move     "P"          to Pm-Type.
     move     ws-Promo-Id  to Pm-Id.
     move     "PROMOTE"    to Pm-Action.
     move     ws-Cert-Id   to Pm-Cert-Id.
     move     ws-CR        to Pm-CR.
     move     spaces       to Pm-Ref-Id.
     perform  7000-Write-Log thru 7000-Exit.
     move     Move-Count to ws-Count-Edit.
     display  "Promoted: " function trim (ws-Promo-Id) " - "
              function trim (ws-Count-Edit) " file(s), certificate "
              function trim (ws-Cert-Id) ", CR "
              function trim (ws-CR) ", by " function trim (op-id).
     display  "Production has changed - libseal SEAL it again.".
     move     spaces to ws-Audit-Opts ws-Audit-Out.
     string   "PROMOTE " ws-Member delimited by size
              into ws-Audit-Opts.
     string   ws-Promo-Id " " ws-Cert-Id " CR=" ws-CR
              delimited by size into ws-Audit-Out.
     move     zero to ws-Audit-RC.
     perform  7200-Write-Audit thru 7200-Exit.
 2000-Exit.
     exit.
*>
*> the change request, on the register and APPROVED - with no
*> register yet, the reference alone
 2050-Check-CR.
     move     function upper-case (ws-CR) to ws-CR.
     open     input CR-File.
     if       fs-reply not = zero
              display "  no CR register - change request "
                      function trim (ws-CR) " taken as given"
              go to 2050-Exit.
 2060-Next.
     read     CR-File at end
              close CR-File
              display "  REFUSED: change request "
                      function trim (ws-CR) " is not on the register"
              move "Y" to ws-Refused-Sw
              go to 2050-Exit.
     if       function upper-case (cr-id) not = ws-CR
              go to 2060-Next.
     close    CR-File.
     if       not cr-is-approved
              display "  REFUSED: change request "
                      function trim (ws-CR) " is "
                      function trim (cr-status) ", not APPROVED"
              move "Y" to ws-Refused-Sw
              go to 2050-Exit.
     display  "  change request " function trim (ws-CR)
              " APPROVED by " function trim (cr-approver)
              " - " function trim (cr-title).
 2050-Exit.
     exit.
*>
*> the latest certificate for the program at this fingerprint; and
*> the latest for the program at all, to say why when there is none
 2100-Find-Cert.
     move     spaces to ws-Cert-Id ws-Cert-Verdict ws-Other-Cert-Id.
     move     ss-sum to ws-Sum-Edit.
     move     ss-lines to ws-Lines-Edit.
     open     input Cert-File.
     if       fs-reply not = zero
              display "  REFUSED: no certificates - "
                      function trim (Cert-Name) " not readable"
              move "Y" to ws-Refused-Sw
              go to 2100-Exit.
 2110-Next.
     read     Cert-File at end
              close Cert-File
              go to 2120-Judge.
*> certgate run on a path names the program with its directory
     move     Cert-Prog to ws-Base-Name.
     perform  8300-Base-Name thru 8300-Exit.
     if       ws-Base-Name (1:32) not = ws-Prog-Id
              go to 2110-Next.
     if       Cert-Sum is numeric and Cert-Lines is numeric
        and   Cert-Sum = ss-sum and Cert-Lines = ss-lines
              move Cert-Id to ws-Cert-Id
              move Cert-Verdict to ws-Cert-Verdict
              move spaces to ws-Cert-When
              string Cert-Date " " Cert-Time delimited by size
                     into ws-Cert-When
     else
              move Cert-Id to ws-Other-Cert-Id
              if  ws-Other-Cert-Id = spaces
                  string Cert-Date Cert-Time delimited by size
                         into ws-Other-Cert-Id
              end-if.
     go       to 2110-Next.
 2120-Judge.
     if       ws-Cert-Id = spaces
              display "  REFUSED: no certificate for this version of "
                      function trim (ws-Prog-Id) " (sum "
                      function trim (ws-Sum-Edit) ", "
                      function trim (ws-Lines-Edit) " lines)"
              if  ws-Other-Cert-Id not = spaces
                  display "           certgate last judged a different"
                          " version - " function trim (ws-Other-Cert-Id)
              end-if
              move "Y" to ws-Refused-Sw
              go to 2100-Exit.
     if       ws-Cert-Verdict not = "PASS"
              display "  REFUSED: certificate " function trim (ws-Cert-Id)
                      " for this version is a " ws-Cert-Verdict
              move "Y" to ws-Refused-Sw
              go to 2100-Exit.
     display  "  certificate " function trim (ws-Cert-Id) " PASS "
              ws-Cert-When " - this version".
 2100-Exit.
     exit.
*>
*> every registered table generating into the program, APPROVED
 2500-Check-Tables.
     move     zero to ws-Table-Count.
     open     input Registry-File.
     if       fs-reply not = zero
              display "  no decision table registry - no tables"
                      " to check"
              go to 2500-Exit.
 2510-Next.
     read     Registry-File at end
              close Registry-File
              go to 2520-Done.
     if       function upper-case (Reg-Target) not = ws-Prog-Id
              go to 2510-Next.
     if       Reg-Status = "RETIRED"
              go to 2510-Next.
     add      1 to ws-Table-Count.
     if       Reg-Status not = "APPROVED"
              display "  REFUSED: decision table "
                      function trim (Reg-Table) " is "
                      function trim (Reg-Status) ", not APPROVED"
              move "Y" to ws-Refused-Sw.
     go       to 2510-Next.
 2520-Done.
     if       ws-Table-Count = zero
              display "  no decision tables generate into "
                      function trim (ws-Prog-Id)
     else
              move ws-Table-Count to ws-Count-Edit
              display "  " function trim (ws-Count-Edit)
                      " decision table(s) checked in the registry".
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the member and every copybook its COPY statements name that the
*> test copy library holds
*>----------------------------------------------------------------
 3000-Find-Copybooks.
     move     zero to Move-Count ws-Missing-Count.
     move     spaces to Move-Table.
     add      1 to Move-Count.
     move     "SRC" to Mv-Kind (1).
     move     Source-Name to Mv-From (1).
     string   function trim (ws-Prod-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Member) delimited by size
              into Mv-To (1).
     open     input Source-File.
     if       fs-reply not = zero
              go to 3000-Exit.
 3010-Next.
     read     Source-File at end
              close Source-File
              go to 3090-Done.
*> comment lines, fixed or free
     if       Source-Rec (7:1) = "*" or "/"
              go to 3010-Next.
     move     function upper-case (Source-Rec) to ws-Upper-Rec.
     move     zero to ws-Len.
     inspect  ws-Upper-Rec tallying ws-Len for leading spaces.
     if       ws-Len < 510
        and   ws-Upper-Rec (ws-Len + 1:2) = "*>"
              go to 3010-Next.
     move     spaces to ws-Prev-Word.
     move     1 to ws-Ptr.
 3020-Word.
     if       ws-Ptr > 512
              go to 3010-Next.
     move     spaces to ws-Word.
     unstring Source-Rec delimited by all spaces
              into ws-Word with pointer ws-Ptr.
     if       ws-Word = spaces
              go to 3020-Word.
     if       ws-Word (1:2) = "*>"
              go to 3010-Next.
     if       function upper-case (ws-Prev-Word) = "COPY"
              perform 3100-Add-Copybook thru 3100-Exit.
     move     ws-Word to ws-Prev-Word.
     go       to 3020-Word.
 3090-Done.
     if       Move-Count > 1
              compute ws-Cx = Move-Count - 1
              move ws-Cx to ws-Count-Edit
              display "  " function trim (ws-Count-Edit)
                      " copybook(s) go with it".
 3000-Exit.
     exit.
*>
*> the name as written - quotes and the statement's full stop off -
*> found as it is or with .cpy added
 3100-Add-Copybook.
     move     spaces to ws-Cpy-Name.
     move     zero to ws-Cx.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 64
              if  ws-Word (ws-Bx:1) not = '"' and not = "'"
                  add 1 to ws-Cx
                  move ws-Word (ws-Bx:1) to ws-Cpy-Name (ws-Cx:1)
              end-if
     end-perform.
     move     zero to ws-Len.
     inspect  ws-Cpy-Name tallying ws-Len
              for characters before initial space.
     if       ws-Len > zero
        and   ws-Cpy-Name (ws-Len:1) = "."
              move space to ws-Cpy-Name (ws-Len:1).
     if       ws-Cpy-Name = spaces
              go to 3100-Exit.
     move     ws-Cpy-Name to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              go to 3100-Exit.
     move     spaces to ws-Cpy-Path.
     string   function trim (ws-Test-Cpy-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Cpy-Name) delimited by size
              into ws-Cpy-Path.
     call     "CBL_CHECK_FILE_EXIST" using ws-Cpy-Path ws-File-Info.
     if       return-code not = zero
              move spaces to ws-Cpy-Path
              string function trim (ws-Test-Cpy-Dir) delimited by size
                     "/" delimited by size
                     function trim (ws-Cpy-Name) delimited by size
                     ".cpy" delimited by size
                     into ws-Cpy-Path
              call "CBL_CHECK_FILE_EXIST" using ws-Cpy-Path
                                                ws-File-Info
              if  return-code not = zero
                  move zero to return-code
                  display "  caution: copybook "
                          function trim (ws-Cpy-Name)
                          " is not in the test copy library - not"
                          " promoted with it"
                  add 1 to ws-Missing-Count
                  go to 3100-Exit
              end-if
              move spaces to ws-Check-Name
              string function trim (ws-Cpy-Name) delimited by size
                     ".cpy" delimited by size
                     into ws-Check-Name
              move ws-Check-Name (1:64) to ws-Cpy-Name.
     move     zero to return-code.
     move     "N" to ws-Dup-Sw.
     perform  varying ws-Mx from 2 by 1 until ws-Mx > Move-Count
              if  Mv-From (ws-Mx) = ws-Cpy-Path
                  move "Y" to ws-Dup-Sw
              end-if
     end-perform.
     if       ws-Dup-Sw = "Y" or Move-Count not < 51
              go to 3100-Exit.
     add      1 to Move-Count.
     move     "COPY" to Mv-Kind (Move-Count).
     move     ws-Cpy-Path to Mv-From (Move-Count).
     string   function trim (ws-Prod-Cpy-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Cpy-Name) delimited by size
              into Mv-To (Move-Count).
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> keep each production file being replaced, then copy over it - a
*> failure puts back what had already moved
*>----------------------------------------------------------------
 4000-Move-Files.
     move     spaces to ws-Command.
     string   "mkdir -p " delimited by size
              function trim (ws-Save-Dir) delimited by size
              " " delimited by size
              function trim (ws-Prod-Dir) delimited by size
              " " delimited by size
              function trim (ws-Prod-Cpy-Dir) delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > Move-Count
              perform 4100-Move-One thru 4100-Exit
              if  return-code not = zero
                  perform 4500-Put-Back thru 4500-Exit
                  display "Promotion abandoned - production as it was"
                  move spaces to ws-Audit-Opts ws-Audit-Out
                  string "PROMOTE " ws-Member delimited by size
                         into ws-Audit-Opts
                  move Mv-To (ws-Mx) to ws-Audit-Out
                  move 16 to ws-Audit-RC
                  perform 7200-Write-Audit thru 7200-Exit
                  move 16 to return-code
                  move Move-Count to ws-Mx
              end-if
     end-perform.
 4000-Exit.
     exit.
*>
 4100-Move-One.
     call     "CBL_CHECK_FILE_EXIST" using Mv-To (ws-Mx) ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              move "NEW" to Mv-Saved (ws-Mx)
     else
              move Mv-To (ws-Mx) to ws-Base-Name
              perform 8300-Base-Name thru 8300-Exit
              move spaces to Mv-Saved (ws-Mx)
              string function trim (ws-Save-Dir) delimited by size
                     "/" delimited by size
                     ws-Promo-Id delimited by space
                     "." delimited by size
                     function trim (ws-Base-Name) delimited by size
                     into Mv-Saved (ws-Mx)
              move Mv-To (ws-Mx) to ws-Copy-From
              move Mv-Saved (ws-Mx) to ws-Copy-To
              perform 8200-Copy-File thru 8200-Exit
              if  return-code not = zero
                  go to 4100-Exit
              end-if.
     move     Mv-From (ws-Mx) to ws-Copy-From.
     move     Mv-To (ws-Mx) to ws-Copy-To.
     perform  8200-Copy-File thru 8200-Exit.
     if       return-code not = zero
              go to 4100-Exit.
     move     "Y" to Mv-Done (ws-Mx).
     if       Mv-Saved (ws-Mx) = "NEW"
              display "  " Mv-Kind (ws-Mx) " "
                      function trim (Mv-To (ws-Mx))
                      "  (new to production)"
     else
              display "  " Mv-Kind (ws-Mx) " "
                      function trim (Mv-To (ws-Mx))
                      "  (was kept as "
                      function trim (Mv-Saved (ws-Mx)) ")".
 4100-Exit.
     exit.
*>
 4500-Put-Back.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > Move-Count
              if  Mv-Done (ws-Bx) = "Y"
                  if  Mv-Saved (ws-Bx) = "NEW"
                      call "CBL_DELETE_FILE" using Mv-To (ws-Bx)
                  else
                      move Mv-Saved (ws-Bx) to ws-Copy-From
                      move Mv-To (ws-Bx) to ws-Copy-To
                      perform 8200-Copy-File thru 8200-Exit
                  end-if
                  move space to Mv-Done (ws-Bx)
              end-if
     end-perform.
     move     zero to return-code.
 4500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> BACKOUT: the member's latest promotion still in force, reversed
*>----------------------------------------------------------------
 5000-Back-Out.
     move     zero to Promo-Count Out-Count.
     open     input Promote-Log.
     if       fs-reply not = zero and not = 05
              display "Cannot read " function trim (Promote-Log-Name)
              move 16 to return-code
              go to 5000-Exit.
 5010-Next.
     read     Promote-Log at end
              close Promote-Log
              go to 5020-Pick.
     if       Pm-Type not = "P"
              go to 5010-Next.
     if       Pm-Action = "BACKOUT" and Out-Count < 2000
              add 1 to Out-Count
              move Pm-Ref-Id to Out-Id (Out-Count)
              go to 5010-Next.
     if       Pm-Action = "PROMOTE" and Pm-Member = ws-Member
        and   Promo-Count < 500
              add 1 to Promo-Count
              move Pm-Id to Pz-Id (Promo-Count)
              move Pm-Cert-Id to Pz-Cert-Id (Promo-Count)
              move Pm-CR to Pz-CR (Promo-Count).
     go       to 5010-Next.
 5020-Pick.
     move     zero to ws-Hit.
     perform  varying ws-Px from 1 by 1 until ws-Px > Promo-Count
              move "N" to Pz-Out (ws-Px)
              perform varying ws-Ox from 1 by 1 until ws-Ox > Out-Count
                  if  Out-Id (ws-Ox) = Pz-Id (ws-Px)
                      move "Y" to Pz-Out (ws-Px)
                  end-if
              end-perform
              if  Pz-Out (ws-Px) = "N"
                  move ws-Px to ws-Hit
              end-if
     end-perform.
     if       ws-Hit = zero
              display "No promotion of " function trim (ws-Member)
                      " to back out"
              move spaces to ws-Audit-Opts ws-Audit-Out
              string "BACKOUT " ws-Member delimited by size
                     into ws-Audit-Opts
              move "REFUSED - nothing to back out" to ws-Audit-Out
              move 8 to ws-Audit-RC
              perform 7200-Write-Audit thru 7200-Exit
              move 8 to return-code
              go to 5000-Exit.
     move     Pz-Id (ws-Hit) to ws-Back-Id.
     display  "Backing out " function trim (ws-Back-Id) " of "
              function trim (ws-Member) " - certificate "
              function trim (Pz-Cert-Id (ws-Hit)) ", CR "
              function trim (Pz-CR (ws-Hit)).
     perform  5100-Load-Files thru 5100-Exit.
     if       ws-Later-Count > zero and ws-Force-Sw not = "Y"
              display "Back-out refused - FORCE to put those back"
                      " regardless"
              move spaces to ws-Audit-Opts ws-Audit-Out
              string "BACKOUT " ws-Member delimited by size
                     into ws-Audit-Opts
              string "REFUSED " ws-Back-Id " replaced since"
                     delimited by size into ws-Audit-Out
              move 8 to ws-Audit-RC
              perform 7200-Write-Audit thru 7200-Exit
              move 8 to return-code
              go to 5000-Exit.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > Move-Count
              if  Mv-Saved (ws-Mx) = "NEW"
                  call "CBL_DELETE_FILE" using Mv-To (ws-Mx)
                  move zero to return-code
                  display "  removed  " function trim (Mv-To (ws-Mx))
              else
                  move Mv-Saved (ws-Mx) to ws-Copy-From
                  move Mv-To (ws-Mx) to ws-Copy-To
                  perform 8200-Copy-File thru 8200-Exit
                  if  return-code = zero
                      display "  restored " function trim
                              (Mv-To (ws-Mx))
                  else
                      move "Y" to ws-Refused-Sw
                  end-if
              end-if
     end-perform.
     move     zero to return-code.
     accept   ws-Time-Now from time.
     move     spaces to ws-Promo-Id.
     string   "BO" ws-Run-Date ws-Time-Now (1:6)
              delimited by size into ws-Promo-Id.
     move     spaces to Pm-Rec.
     move     "P"               to Pm-Type.
     move     ws-Promo-Id       to Pm-Id.
     move     "BACKOUT"         to Pm-Action.
     move     Pz-Cert-Id (ws-Hit) to Pm-Cert-Id.
     move     Pz-CR (ws-Hit)    to Pm-CR.
     move     ws-Back-Id        to Pm-Ref-Id.
     perform  7000-Write-Log thru 7000-Exit.
     move     spaces to ws-Audit-Opts ws-Audit-Out.
     string   "BACKOUT " ws-Member delimited by size
              into ws-Audit-Opts.
     string   ws-Promo-Id " of " ws-Back-Id " " Pz-Cert-Id (ws-Hit)
              delimited by size into ws-Audit-Out.
     if       ws-Refused-Sw = "Y"
              display "Back-out INCOMPLETE - see above"
              move 16 to ws-Audit-RC
              perform 7200-Write-Audit thru 7200-Exit
              move 16 to return-code
              go to 5000-Exit.
     move     zero to ws-Audit-RC.
     perform  7200-Write-Audit thru 7200-Exit.
     display  "Backed out: " function trim (ws-Back-Id) " by "
              function trim (op-id) " (" function trim (ws-Promo-Id)
              ")".
     display  "Production has changed - libseal SEAL it again.".
 5000-Exit.
     exit.
*>
*> the files the promotion moved, and whether a later promotion
*> still in force has replaced any of them since
 5100-Load-Files.
     move     zero to Move-Count ws-Later-Count.
     move     spaces to Move-Table.
     open     input Promote-Log.
     if       fs-reply not = zero and not = 05
              go to 5100-Exit.
 5110-Next.
     read     Promote-Log at end
              close Promote-Log
              go to 5120-Later.
     if       Pf-Type = "F" and Pf-Id = ws-Back-Id
        and   Move-Count < 51
              add 1 to Move-Count
              move Pf-Kind   to Mv-Kind (Move-Count)
              move Pf-Saved  to Mv-Saved (Move-Count)
              move Pf-Target to Mv-To (Move-Count).
     go       to 5110-Next.
 5120-Later.
     open     input Promote-Log.
     if       fs-reply not = zero and not = 05
              go to 5100-Exit.
 5130-Next.
     read     Promote-Log at end
              close Promote-Log
              go to 5100-Exit.
     if       Pf-Type not = "F" or Pf-Id (1:2) not = "PR"
        or    Pf-Id not > ws-Back-Id
              go to 5130-Next.
     move     "N" to ws-Dup-Sw.
     perform  varying ws-Ox from 1 by 1 until ws-Ox > Out-Count
              if  Out-Id (ws-Ox) = Pf-Id
                  move "Y" to ws-Dup-Sw
              end-if
     end-perform.
     if       ws-Dup-Sw = "Y"
              go to 5130-Next.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > Move-Count
              if  Mv-To (ws-Mx) = Pf-Target
                  add 1 to ws-Later-Count
                  display "  " function trim (Pf-Target)
                          " has been replaced since, by "
                          function trim (Pf-Id)
              end-if
     end-perform.
     go       to 5130-Next.
 5100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HISTORY: the log, for one member or all
*>----------------------------------------------------------------
 6000-History.
     move     zero to ws-Shown-Count.
     open     input Promote-Log.
     if       fs-reply not = zero and not = 05
              display "No promotions logged."
              go to 6000-Exit.
     display  "Id               Action   Date     Time   Operator"
              "         Certificate      CR                   Member".
 6010-Next.
     read     Promote-Log at end
              close Promote-Log
              go to 6090-Done.
     if       Pm-Type = "P"
              if  ws-Member not = spaces and Pm-Member not = ws-Member
                  move spaces to ws-Back-Id
                  go to 6010-Next
              end-if
              move Pm-Id to ws-Back-Id
              add 1 to ws-Shown-Count
              display Pm-Id " " Pm-Action " " Pm-Date " " Pm-Time " "
                      Pm-Operator " " Pm-Cert-Id " " Pm-CR " "
                      function trim (Pm-Member)
              if  Pm-Ref-Id not = spaces
                  display "    reverses " function trim (Pm-Ref-Id)
              end-if
              go to 6010-Next.
     if       Pf-Type = "F" and Pf-Id = ws-Back-Id
        and   Pf-Saved = "NEW"
              display "    " Pf-Kind " " function trim (Pf-Target)
                      "  new to production"
              go to 6010-Next.
     if       Pf-Type = "F" and Pf-Id = ws-Back-Id
              display "    " Pf-Kind " " function trim (Pf-Target)
                      "  kept as " function trim (Pf-Saved).
     go       to 6010-Next.
 6090-Done.
     if       ws-Shown-Count = zero
              display "No promotions logged."
              move 4 to return-code.
 6000-Exit.
     exit.
*>
*> the P line in Pm-Rec, then for a promotion its files' F lines
 7000-Write-Log.
     move     ws-Run-Date to Pm-Date.
     move     ws-Time-Now (1:6) to Pm-Time.
     move     op-id to Pm-Operator.
     move     ws-Member to Pm-Member.
     move     Move-Count to Pm-Files.
     open     extend Promote-Log.
     if       fs-reply not = zero and not = 05
              display "Caution: cannot write "
                       function trim (Promote-Log-Name)
              go to 7000-Exit.
     write    Pm-Rec.
     if       Pm-Action = "PROMOTE"
              perform varying ws-Mx from 1 by 1
                      until ws-Mx > Move-Count
                  move spaces to Pf-Rec
                  move "F"              to Pf-Type
                  move ws-Promo-Id      to Pf-Id
                  move Mv-Kind (ws-Mx)  to Pf-Kind
                  move Mv-Saved (ws-Mx) to Pf-Saved
                  move Mv-To (ws-Mx)    to Pf-Target
                  write Pf-Rec
              end-perform.
     close    Promote-Log.
 7000-Exit.
     exit.
*>
*> one run-audit record per promotion or back-out, refusals too
 7200-Write-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 7200-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "PROMOTE" to Aud-Tool.
     move     op-id to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     ws-Audit-RC to Aud-RC.
     move     Promote-Log-Name to Aud-Input.
     move     ws-Audit-Opts to Aud-Options.
     move     ws-Audit-Out to Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 7200-Exit.
     exit.
*>
*> same metacharacter screen housekeep applies to its patterns
 8000-Check-Shell-Safe.
     move     zero to ws-Bad-Name-Tally.
     inspect  ws-Check-Name tallying ws-Bad-Name-Tally
              for all ";" all "|" all "&" all "`" all "$"
                      all "<" all ">" all "'" all '"'
                      all "(" all ")" all "\"
                      all "~" all x"0A".
     move     spaces to ws-Check-Name.
 8000-Exit.
     exit.
*>
*> ws-Copy-From copied to ws-Copy-To, return-code 16 if it failed
 8200-Copy-File.
     move     spaces to ws-Command.
     string   "cp " delimited by size
              function trim (ws-Copy-From) delimited by size
              " " delimited by size
              function trim (ws-Copy-To) delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     if       return-code not = zero
              display "Copy failed: " function trim (ws-Command)
              move 16 to return-code
     else
              move zero to return-code.
 8200-Exit.
     exit.
*>
*> the part of ws-Base-Name after its last "/"
 8300-Base-Name.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 200
              if  ws-Base-Name (ws-Bx:1) = "/"
                  move ws-Bx to ws-Slash-Pos
              end-if
     end-perform.
     add      1 to ws-Slash-Pos.
     compute  ws-Bx = 201 - ws-Slash-Pos.
     if       ws-Bx > zero
              move ws-Base-Name (ws-Slash-Pos:ws-Bx) to ws-Base-Name
     else
              move spaces to ws-Base-Name.
 8300-Exit.
     exit.
