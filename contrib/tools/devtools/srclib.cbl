      >>source free
 Identification division.
*>**********************
      program-id.       srclib.
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
*>    Usage.            Source librarian - every member the shop keeps
*>                      under control lives in the library as numbered
*>                      versions, and only one operator at a time may
*>                      be changing it.
*>
*>                      srclib OUT <member> [TO=<working file>]
*>                      srclib IN <member> REASON=<text>
*>                                [FROM=<working file>] [FREE]
*>                                [TYPE=COPY] [EXT=<ext-file>]
*>                                [CPYMAP=<cpymap-file>]
*>                                [CR=<change request>]
*>                      srclib CANCEL <member>
*>                      srclib GET <member> [VERSION=n] [TO=<file>]
*>                      srclib HISTORY <member>|ALL
*>                      srclib LIST
*>
*>                      OUT locks the member to the signed-on operator
*>                      and copies its latest version to the working
*>                      file (default the member name in the current
*>                      directory - never over an existing file).
*>                      IN stores the working file (default the one
*>                      OUT wrote) as the next version with the
*>                      operator and reason, runs cobsrcdiff against
*>                      the version before it to keep that version's
*>                      CHANGES file (<member>.vNNNN.chg, printcbl
*>                      CHANGES= ready - FREE for free-format members)
*>                      and releases the lock.  Only the operator who
*>                      checked a member out may check it in; a member
*>                      new to the library goes in as version 1
*>                      without a check-out.  CANCEL releases the
*>                      lock without storing anything.  CR= records
*>                      the change request the version was made
*>                      under, so crreg can trace the CR to the lines
*>                      it changed; once there is a CR register
*>                      (CRREG.DAT, or the CR_REGISTER name) the CR
*>                      must be on it.
*>
*>                      A copybook checked in (a .cpy member, or
*>                      TYPE=COPY) is handed straight to cpyrebuild so
*>                      the programs that copy it are queued for
*>                      rebuild - EXT= and CPYMAP= name the nightly
*>                      inventory extracts, defaulting to the
*>                      SRCLIB_EXT and SRCLIB_CPYMAP environment
*>                      names.
*>
*>                      GET copies any version (default the latest)
*>                      out without locking anything, to TO= or
*>                      <member>.vNNNN.  HISTORY lists every version
*>                      of the member (or of ALL members) - when, who,
*>                      why and how many line ranges it changed - and
*>                      who has it checked out.  LIST shows the locks.
*>
*>                      The library is the SRCLIB_DIR directory
*>                      (default srclib), its register SRCLIB.DAT
*>                      inside it.  OUT, IN and CANCEL need an
*>                      OPSIGNON sign-on and each writes a SRCLIB
*>                      record to the run-audit trail (TOOLAUDIT.DAT,
*>                      or the TOOL_AUDIT name).
*>**
*>    Called by.
*>                      Run standalone by the programmer changing a
*>                      member.
*>**
*>    Calls.
*>                      ENVPROF
*>                      OPSIGNON, SYSTEM (cp, mkdir, cobsrcdiff,
*>                      cpyrebuild), CBL_CHECK_FILE_EXIST
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
     select   optional Lib-File assign Lib-Name
              organization     line sequential
              status           fs-reply.
*>
*> the from-to ranges cobsrcdiff wrote for the new version
     select   Chg-File         assign Chg-Name
              organization     line sequential
              status           fs-reply.
*>
*> the change request register - fixed records, formsrun's
     select   CR-File          assign CR-Name
              organization     sequential
              status           fs-reply.
*>
*> the common run-audit trail - a record per check-out, check-in
*> and cancel
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Lib-File.
 01  Ver-Rec.
     05  Vr-Type           pic x.
     05  filler            pic x.
     05  Vr-Member         pic x(64).
     05  filler            pic x.
     05  Vr-Version        pic 9(4).
     05  filler            pic x.
     05  Vr-Date           pic 9(8).
     05  filler            pic x.
     05  Vr-Time           pic 9(6).
     05  filler            pic x.
     05  Vr-Operator       pic x(16).
     05  filler            pic x.
     05  Vr-Ranges         pic 9(5).
     05  filler            pic x.
     05  Vr-Flag           pic x.
     05  filler            pic x.
     05  Vr-Reason         pic x(60).
     05  filler            pic x.
     05  Vr-CR             pic x(12).
 01  Lock-Rec.
     05  Lr-Type           pic x.
     05  filler            pic x.
     05  Lr-Member         pic x(64).
     05  filler            pic x.
     05  Lr-Based          pic 9(4).
     05  filler            pic x.
     05  Lr-Date           pic 9(8).
     05  filler            pic x.
     05  Lr-Time           pic 9(6).
     05  filler            pic x.
     05  Lr-Operator       pic x(16).
     05  filler            pic x.
     05  Lr-Work           pic x(120).
*>
 fd  Chg-File.
 01  Chg-Rec               pic x(80).
*>
 fd  CR-File.
 copy "cr-reg.cpy".
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
 77  Prog-Name             pic x(16) value "srclib v1.02.00".
 77  fs-reply              pic 99.
 01  Lib-Dir               pic x(120)   value "srclib".
 01  Lib-Name              pic x(200)   value spaces.
 01  Chg-Name              pic x(200)   value spaces.
 01  CR-Name               pic x(64)    value "CRREG.DAT".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Member             pic x(64)    value spaces.
 01  ws-Member-Up          pic x(64)    value spaces.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
*>
*> the register - versions in check-in order, then the locks
 01  Ver-Table             value spaces.
     03  Ver-Entry         occurs 5000.
         05  Vt-Member     pic x(64).
         05  Vt-Version    pic 9(4).
         05  Vt-Date       pic 9(8).
         05  Vt-Time       pic 9(6).
         05  Vt-Operator   pic x(16).
         05  Vt-Ranges     pic 9(5).
         05  Vt-Flag       pic x.
*>           N new member, D differences, U unchanged, ? not compared
         05  Vt-Reason     pic x(60).
         05  Vt-CR         pic x(12).
 77  Ver-Count             Binary-Long  value zero.
 01  Lock-Table            value spaces.
     03  Lock-Entry        occurs 500.
         05  Lk-Member     pic x(64).
         05  Lk-Based      pic 9(4).
         05  Lk-Date       pic 9(8).
         05  Lk-Time       pic 9(6).
         05  Lk-Operator   pic x(16).
         05  Lk-Work       pic x(120).
 77  Lock-Count            Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
 77  ws-Lock-Hit           Binary-Long  value zero.
 77  ws-Last-Hit           Binary-Long  value zero.
 77  ws-Ver-Hit            Binary-Long  value zero.
 01  ws-Last-Version       pic 9(4)     value zero.
 01  ws-Want-Version       pic 9(4)     value zero.
 01  ws-New-Version        pic 9(4)     value zero.
*>
*> the command line options
 01  ws-Reason             pic x(60)    value spaces.
 01  ws-CR                 pic x(12)    value spaces.
 01  ws-Work-File          pic x(120)   value spaces.
 01  ws-To-File            pic x(120)   value spaces.
 01  ws-Ext-File           pic x(120)   value spaces.
 01  ws-CpyMap-File        pic x(120)   value spaces.
 01  ws-Version-X          pic x(4)     value spaces.
 77  ws-Free-Sw            pic x        value "N".
 77  ws-Copybook-Sw        pic x        value "N".
 77  ws-Bad-Arg            pic x        value "N".
*>
 01  ws-Old-Path           pic x(200)   value spaces.
 01  ws-New-Path           pic x(200)   value spaces.
 01  ws-Prev-Path          pic x(200)   value spaces.
 77  ws-Name-Len           Binary-Long  value zero.
 01  ws-Check-Name         pic x(200)   value spaces.
 77  ws-Bad-Name-Tally     pic 9(3)     value zero.
 77  ws-Slash-Tally        pic 9(3)     value zero.
 01  ws-Command            pic x(800)   value spaces.
 77  ws-Ranges             Binary-Long  value zero.
 01  ws-Flag               pic x        value space.
 01  ws-Audit-Opts         pic x(64)    value spaces.
 01  ws-Audit-Out          pic x(64)    value spaces.
 01  ws-Audit-RC           pic 9(4)     value zero.
*>
*> the history
 77  ws-Shown-Count        Binary-Long  value zero.
 01  ws-Prev-Member        pic x(64)    value spaces.
 01  ws-Range-Edit         pic zzzz9    blank when zero.
 01  ws-Ver-Edit           pic zzz9.
 01  ws-Time-Edit          pic 99b99b99.
 01  ws-What               pic x(14)    value spaces.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
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
              display "srclib: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   Lib-Dir from environment "SRCLIB_DIR"
              on exception
              move "srclib" to Lib-Dir
     end-accept.
     if       Lib-Dir = spaces
              move "srclib" to Lib-Dir.
     move     spaces to Lib-Name.
     string   function trim (Lib-Dir) delimited by size
              "/SRCLIB.DAT" delimited by size
              into Lib-Name.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: srclib OUT <member> [TO=..] "
                      "| IN <member> REASON=.. [FROM=..] [FREE] "
                      "[TYPE=COPY] [EXT=..] [CPYMAP=..] "
                      "| CANCEL <member> "
                      "| GET <member> [VERSION=n] [TO=..] "
                      "| HISTORY <member>|ALL | LIST"
              move 16 to return-code
              goback.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     if       ws-Arg-Number > 1
              accept ws-Arg-Text from argument-value
              move ws-Arg-Text (1:64) to ws-Member
              move function upper-case (ws-Member) to ws-Member-Up.
     perform  1000-Load thru 1000-Exit.
     evaluate ws-Mode
         when "LIST"
              perform 2000-List thru 2000-Exit
         when "HISTORY"
              perform 6000-History thru 6000-Exit
         when "GET"
              perform 1300-Check-Member thru 1300-Exit
              perform 5000-Get thru 5000-Exit
         when "OUT"
              perform 1300-Check-Member thru 1300-Exit
              perform 1200-Sign-On thru 1200-Exit
              perform 3000-Check-Out thru 3000-Exit
         when "IN"
              perform 1300-Check-Member thru 1300-Exit
              perform 1200-Sign-On thru 1200-Exit
              perform 4000-Check-In thru 4000-Exit
         when "CANCEL"
              perform 1300-Check-Member thru 1300-Exit
              perform 1200-Sign-On thru 1200-Exit
              perform 4800-Cancel thru 4800-Exit
         when other
              display "Mode not understood: " ws-Mode
              move 16 to return-code
     end-evaluate.
     goback.
*>
 1000-Load.
     open     input Lib-File.
     if       fs-reply not = zero and not = 05
              go to 1000-Exit.
 1010-Next.
     read     Lib-File at end
              close Lib-File
              go to 1000-Exit.
     if       Vr-Type = "V" and Ver-Count < 5000
              add 1 to Ver-Count
              move Vr-Member   to Vt-Member (Ver-Count)
              move Vr-Version  to Vt-Version (Ver-Count)
              move Vr-Date     to Vt-Date (Ver-Count)
              move Vr-Time     to Vt-Time (Ver-Count)
              move Vr-Operator to Vt-Operator (Ver-Count)
              move Vr-Ranges   to Vt-Ranges (Ver-Count)
              move Vr-Flag     to Vt-Flag (Ver-Count)
              move Vr-Reason   to Vt-Reason (Ver-Count)
              move Vr-CR       to Vt-CR (Ver-Count)
              go to 1010-Next.
     if       Lr-Type = "L" and Lock-Count < 500
              add 1 to Lock-Count
              move Lr-Member   to Lk-Member (Lock-Count)
              move Lr-Based    to Lk-Based (Lock-Count)
              move Lr-Date     to Lk-Date (Lock-Count)
              move Lr-Time     to Lk-Time (Lock-Count)
              move Lr-Operator to Lk-Operator (Lock-Count)
              move Lr-Work     to Lk-Work (Lock-Count).
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*> a change to the library is a signed-on operator's
 1200-Sign-On.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - library not changed"
              move 16 to return-code
              goback.
 1200-Exit.
     exit.
*>
*> a member is a plain file name - no directory, nothing the shell
*> would act on - as it becomes part of every library path
 1300-Check-Member.
     if       ws-Member = spaces
              display function trim (ws-Mode) " needs a member name"
              move 16 to return-code
              goback.
     move     ws-Member to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     move     zero to ws-Slash-Tally.
     inspect  ws-Member tallying ws-Slash-Tally
              for all "/" all "*" all "?".
     if       ws-Bad-Name-Tally not = zero
        or    ws-Slash-Tally not = zero
              display "Member name not allowed: "
                      function trim (ws-Member)
              move 16 to return-code
              goback.
*> the lock on the member and its latest version, if any
     move     zero to ws-Lock-Hit ws-Last-Hit ws-Last-Version.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lock-Count
              if  Lk-Member (ws-Sub) = ws-Member
                  move ws-Sub to ws-Lock-Hit
              end-if
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Ver-Count
              if  Vt-Member (ws-Sub) = ws-Member
                and Vt-Version (ws-Sub) > ws-Last-Version
                  move ws-Sub to ws-Last-Hit
                  move Vt-Version (ws-Sub) to ws-Last-Version
              end-if
     end-perform.
 1300-Exit.
     exit.
*>
 2000-List.
     if       Lock-Count = zero
              display "No members checked out."
              go to 2000-Exit.
     display  "Member                           From Operator"
              "         Since             Working file".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lock-Count
              move Lk-Based (ws-Sub) to ws-Ver-Edit
              move Lk-Time (ws-Sub) to ws-Time-Edit
              inspect ws-Time-Edit replacing all " " by ":"
              display Lk-Member (ws-Sub) (1:32) " " ws-Ver-Edit " "
                      Lk-Operator (ws-Sub) " " Lk-Date (ws-Sub) " "
                      ws-Time-Edit " "
                      function trim (Lk-Work (ws-Sub))
     end-perform.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> OUT: lock the member to this operator and hand over its latest
*> version as the working file
*>----------------------------------------------------------------
 3000-Check-Out.
     if       ws-Last-Hit = zero
              display "Member " function trim (ws-Member)
                      " is not in the library - check it IN to"
                      " start it"
              move 16 to return-code
              go to 3000-Exit.
     if       ws-Lock-Hit not = zero
              display "Member " function trim (ws-Member)
                      " is already checked out by "
                      function trim (Lk-Operator (ws-Lock-Hit))
                      " since " Lk-Date (ws-Lock-Hit)
              move 16 to return-code
              go to 3000-Exit.
     move     ws-Member to ws-Work-File.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "TO="
                       move ws-Arg-Text (4:120) to ws-Work-File
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     move     ws-Work-File to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero or ws-Work-File = spaces
              display "Working file name not allowed: "
                      function trim (ws-Work-File)
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              go to 3000-Exit.
     call     "CBL_CHECK_FILE_EXIST" using ws-Work-File ws-File-Info.
     if       return-code = zero
              display "Working file " function trim (ws-Work-File)
                      " already exists - not overwritten"
              move 16 to return-code
              go to 3000-Exit.
     move     zero to return-code.
     if       Lock-Count not < 500
              display "Library register full"
              move 16 to return-code
              go to 3000-Exit.
     move     ws-Last-Version to ws-Want-Version.
     perform  8100-Version-Path thru 8100-Exit.
     move     ws-New-Path to ws-Old-Path.
     move     ws-Work-File to ws-New-Path.
     perform  8200-Copy-File thru 8200-Exit.
     if       return-code not = zero
              go to 3000-Exit.
     add      1 to Lock-Count.
     move     ws-Member       to Lk-Member (Lock-Count).
     move     ws-Last-Version to Lk-Based (Lock-Count).
     move     ws-Run-Date     to Lk-Date (Lock-Count).
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Lk-Time (Lock-Count).
     move     op-id           to Lk-Operator (Lock-Count).
     move     ws-Work-File    to Lk-Work (Lock-Count).
     perform  7000-Save thru 7000-Exit.
     move     ws-Last-Version to ws-Ver-Edit.
     display  "Checked out: " function trim (ws-Member)
              " version " function trim (ws-Ver-Edit)
              " to " function trim (ws-Work-File)
              " for " function trim (op-id).
     move     spaces to ws-Audit-Opts ws-Audit-Out.
     string   "OUT " ws-Member delimited by size
              into ws-Audit-Opts.
     move     ws-Work-File to ws-Audit-Out.
     perform  7200-Write-Audit thru 7200-Exit.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> IN: the working file becomes the next version - compared with
*> the one before it, the lock released, and a copybook's users
*> queued for rebuild
*>----------------------------------------------------------------
 4000-Check-In.
     if       ws-Lock-Hit = zero and ws-Last-Hit not = zero
              display "Member " function trim (ws-Member)
                      " is not checked out - check it OUT first"
              move 16 to return-code
              go to 4000-Exit.
     if       ws-Lock-Hit not = zero
        and   Lk-Operator (ws-Lock-Hit) not = op-id
              display "Member " function trim (ws-Member)
                      " is checked out by "
                      function trim (Lk-Operator (ws-Lock-Hit))
                      " - only they may check it in"
              move 16 to return-code
              go to 4000-Exit.
     if       ws-Lock-Hit not = zero
              move Lk-Work (ws-Lock-Hit) to ws-Work-File
     else
              move ws-Member to ws-Work-File.
     accept   ws-Ext-File from environment "SRCLIB_EXT"
              on exception
              move spaces to ws-Ext-File
     end-accept.
     accept   ws-CpyMap-File from environment "SRCLIB_CPYMAP"
              on exception
              move spaces to ws-CpyMap-File
     end-accept.
     move     zero to ws-Name-Len.
     inspect  ws-Member tallying ws-Name-Len
              for characters before initial space.
     if       ws-Name-Len > 4
        and   ws-Member-Up (ws-Name-Len - 3:4) = ".CPY"
              move "Y" to ws-Copybook-Sw.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "REASON="
                       move ws-Arg-Text (8:60) to ws-Reason
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FROM="
                       move ws-Arg-Text (6:120) to ws-Work-File
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FREE "
                       move "Y" to ws-Free-Sw
                  when function upper-case (ws-Arg-Text) (1:10)
                           = "TYPE=COPY "
                       move "Y" to ws-Copybook-Sw
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXT="
                       move ws-Arg-Text (5:120) to ws-Ext-File
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "CPYMAP="
                       move ws-Arg-Text (8:120) to ws-CpyMap-File
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "CR="
                       move function upper-case (ws-Arg-Text (4:12))
                            to ws-CR
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Reason = spaces
              display "IN needs REASON=<why it changed>"
              move "Y" to ws-Bad-Arg.
     move     ws-Work-File to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero or ws-Work-File = spaces
              display "Working file name not allowed: "
                      function trim (ws-Work-File)
              move "Y" to ws-Bad-Arg.
     move     ws-Ext-File to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              display "EXT= name not allowed: "
                      function trim (ws-Ext-File)
              move "Y" to ws-Bad-Arg.
     move     ws-CpyMap-File to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              display "CPYMAP= name not allowed: "
                      function trim (ws-CpyMap-File)
              move "Y" to ws-Bad-Arg.
     if       ws-CR not = spaces
              perform 4050-Check-CR thru 4050-Exit.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              go to 4000-Exit.
     call     "CBL_CHECK_FILE_EXIST" using ws-Work-File ws-File-Info.
     if       return-code not = zero
              display "Working file " function trim (ws-Work-File)
                      " not found - nothing checked in"
              move 16 to return-code
              go to 4000-Exit.
     move     zero to return-code.
     if       Ver-Count not < 5000
              display "Library register full"
              move 16 to return-code
              go to 4000-Exit.
*> store it
     move     spaces to ws-Command.
     string   "mkdir -p " delimited by size
              function trim (Lib-Dir) delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     add      1 ws-Last-Version giving ws-New-Version.
     move     ws-New-Version to ws-Want-Version.
     perform  8100-Version-Path thru 8100-Exit.
     move     ws-Work-File to ws-Old-Path.
     perform  8200-Copy-File thru 8200-Exit.
     if       return-code not = zero
              go to 4000-Exit.
     perform  4100-Compare thru 4100-Exit.
*> register it, releasing the lock
     add      1 to Ver-Count.
     move     ws-Member      to Vt-Member (Ver-Count).
     move     ws-New-Version to Vt-Version (Ver-Count).
     move     ws-Run-Date    to Vt-Date (Ver-Count).
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Vt-Time (Ver-Count).
     move     op-id          to Vt-Operator (Ver-Count).
     move     ws-Ranges      to Vt-Ranges (Ver-Count).
     move     ws-Flag        to Vt-Flag (Ver-Count).
     move     ws-Reason      to Vt-Reason (Ver-Count).
     move     ws-CR          to Vt-CR (Ver-Count).
     if       ws-Lock-Hit not = zero
              perform 4900-Drop-Lock thru 4900-Exit.
     perform  7000-Save thru 7000-Exit.
     move     ws-New-Version to ws-Ver-Edit.
     display  "Checked in: " function trim (ws-Member)
              " version " function trim (ws-Ver-Edit)
              " by " function trim (op-id).
     evaluate ws-Flag
         when "N"
              display "  new member"
         when "U"
              display "  no statement changed since the last version"
         when "D"
              move ws-Ranges to ws-Range-Edit
              display "  " function trim (ws-Range-Edit)
                      " changed line range(s) in "
                      function trim (Chg-Name)
         when other
              display "  Caution: not compared with the last version"
     end-evaluate.
     move     spaces to ws-Audit-Opts ws-Audit-Out.
     string   "IN " ws-Member delimited by size
              into ws-Audit-Opts.
     move     ws-New-Path to ws-Audit-Out.
     perform  7200-Write-Audit thru 7200-Exit.
     if       ws-Copybook-Sw = "Y"
              perform 4500-Queue-Rebuild thru 4500-Exit.
 4000-Exit.
     exit.
*>
*> a CR named is on the register - with no register yet, the
*> reference alone
 4050-Check-CR.
     accept   CR-Name from environment "CR_REGISTER"
              on exception
              move "CRREG.DAT" to CR-Name
     end-accept.
     if       CR-Name = spaces
              move "CRREG.DAT" to CR-Name.
     open     input CR-File.
     if       fs-reply not = zero
              go to 4050-Exit.
 4060-Next.
     read     CR-File at end
              close CR-File
              display "Change request " function trim (ws-CR)
                      " is not on the register"
              move "Y" to ws-Bad-Arg
              go to 4050-Exit.
     if       function upper-case (cr-id) not = ws-CR
              go to 4060-Next.
     close    CR-File.
     if       cr-is-rejected or cr-is-closed
              display "Change request " function trim (ws-CR)
                      " is " function trim (cr-status)
                      " - no more changes under it"
              move "Y" to ws-Bad-Arg.
 4050-Exit.
     exit.
*>
*> cobsrcdiff the version before against the new one - its CHANGES
*> file lives beside the new version, one record per changed range
 4100-Compare.
     move     zero to ws-Ranges.
     if       ws-Last-Version = zero
              move "N" to ws-Flag
              go to 4100-Exit.
     move     "?" to ws-Flag.
     move     spaces to Chg-Name ws-Prev-Path.
     string   function trim (ws-New-Path) delimited by size
              ".chg" delimited by size
              into Chg-Name.
     move     ws-Last-Version to ws-Version-X.
     string   function trim (Lib-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Member) delimited by size
              ".v" ws-Version-X delimited by size
              into ws-Prev-Path.
     move     spaces to ws-Command.
     string   "cobsrcdiff " delimited by size
              function trim (ws-Prev-Path) delimited by size
              " " delimited by size
              function trim (ws-New-Path) delimited by size
              " " delimited by size
              function trim (Chg-Name) delimited by size
              into ws-Command.
     if       ws-Free-Sw = "Y"
              move spaces to ws-Check-Name
              string function trim (ws-Command) delimited by size
                     " FREE" delimited by size
                     into ws-Check-Name
              move ws-Check-Name to ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     open     input Chg-File.
     if       fs-reply not = zero
              go to 4100-Exit.
 4110-Next.
     read     Chg-File at end
              close Chg-File
              if  ws-Ranges = zero
                  move "U" to ws-Flag
              else
                  move "D" to ws-Flag
              end-if
              go to 4100-Exit.
*> the "*" lines are cobsrcdiff's own heading
     if       Chg-Rec not = spaces and Chg-Rec (1:1) not = "*"
              add 1 to ws-Ranges.
     go       to 4110-Next.
 4100-Exit.
     exit.
*>
*> a copybook changed - cpyrebuild queues every program that
*> copies it
 4500-Queue-Rebuild.
     if       ws-Ext-File = spaces or ws-CpyMap-File = spaces
              display "Caution: copybook checked in but no EXT= and"
                      " CPYMAP= (or SRCLIB_EXT and SRCLIB_CPYMAP) -"
                      " run cpyrebuild by hand"
              move 4 to return-code
              go to 4500-Exit.
     move     spaces to ws-Command.
     string   "cpyrebuild " delimited by size
              function trim (ws-Ext-File) delimited by size
              " " delimited by size
              function trim (ws-CpyMap-File) delimited by size
              " " delimited by size
              function trim (ws-Member) delimited by size
              into ws-Command.
     display  "Queueing the rebuild of its users: "
              function trim (ws-Command).
     call     "SYSTEM" using ws-Command.
     if       return-code not = zero
              display "Caution: cpyrebuild did not complete - run it"
                      " by hand"
              move 4 to return-code
     else
              move zero to return-code.
 4500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> CANCEL: give the lock up, nothing stored - only its holder
*>----------------------------------------------------------------
 4800-Cancel.
     if       ws-Lock-Hit = zero
              display "Member " function trim (ws-Member)
                      " is not checked out"
              move 4 to return-code
              go to 4800-Exit.
     if       Lk-Operator (ws-Lock-Hit) not = op-id
              display "Member " function trim (ws-Member)
                      " is checked out by "
                      function trim (Lk-Operator (ws-Lock-Hit))
                      " - only they may cancel it"
              move 16 to return-code
              go to 4800-Exit.
     move     Lk-Work (ws-Lock-Hit) to ws-Audit-Out.
     perform  4900-Drop-Lock thru 4900-Exit.
     perform  7000-Save thru 7000-Exit.
     display  "Check-out cancelled: " function trim (ws-Member)
              " - working file " function trim (ws-Audit-Out)
              " left as it is".
     move     spaces to ws-Audit-Opts.
     string   "CANCEL " ws-Member delimited by size
              into ws-Audit-Opts.
     perform  7200-Write-Audit thru 7200-Exit.
 4800-Exit.
     exit.
*>
 4900-Drop-Lock.
     perform  varying ws-Sub from ws-Lock-Hit by 1
              until ws-Sub not < Lock-Count
              move Lock-Entry (ws-Sub + 1) to Lock-Entry (ws-Sub)
     end-perform.
     move     spaces to Lock-Entry (Lock-Count).
     subtract 1 from Lock-Count.
     move     zero to ws-Lock-Hit.
 4900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> GET: any version out, nothing locked
*>----------------------------------------------------------------
 5000-Get.
     if       ws-Last-Hit = zero
              display "Member " function trim (ws-Member)
                      " is not in the library"
              move 16 to return-code
              go to 5000-Exit.
     move     ws-Last-Version to ws-Want-Version.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "VERSION="
                       move ws-Arg-Text (9:4) to ws-Version-X
                       if  function trim (ws-Version-X) is numeric
                           move function numval (ws-Version-X)
                                to ws-Want-Version
                       else
                           display "Not a version number: "
                                   ws-Version-X
                           move "Y" to ws-Bad-Arg
                       end-if
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "TO="
                       move ws-Arg-Text (4:120) to ws-To-File
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     move     zero to ws-Ver-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Ver-Count
              if  Vt-Member (ws-Sub) = ws-Member
                and Vt-Version (ws-Sub) = ws-Want-Version
                  move ws-Sub to ws-Ver-Hit
              end-if
     end-perform.
     if       ws-Ver-Hit = zero and ws-Bad-Arg not = "Y"
              move ws-Want-Version to ws-Ver-Edit
              display "Member " function trim (ws-Member)
                      " has no version " function trim (ws-Ver-Edit)
              move "Y" to ws-Bad-Arg.
     if       ws-To-File = spaces
              move ws-Want-Version to ws-Version-X
              string function trim (ws-Member) delimited by size
                     ".v" ws-Version-X delimited by size
                     into ws-To-File.
     move     ws-To-File to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              display "Output file name not allowed: "
                      function trim (ws-To-File)
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              go to 5000-Exit.
     call     "CBL_CHECK_FILE_EXIST" using ws-To-File ws-File-Info.
     if       return-code = zero
              display "File " function trim (ws-To-File)
                      " already exists - not overwritten"
              move 16 to return-code
              go to 5000-Exit.
     move     zero to return-code.
     perform  8100-Version-Path thru 8100-Exit.
     move     ws-New-Path to ws-Old-Path.
     move     ws-To-File to ws-New-Path.
     perform  8200-Copy-File thru 8200-Exit.
     if       return-code not = zero
              go to 5000-Exit.
     move     ws-Want-Version to ws-Ver-Edit.
     display  "Version " function trim (ws-Ver-Edit) " of "
              function trim (ws-Member) " (" Vt-Date (ws-Ver-Hit)
              " " function trim (Vt-Operator (ws-Ver-Hit))
              ") copied to " function trim (ws-To-File).
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HISTORY: every version of the member, or of all of them, with
*> who made it and why
*>----------------------------------------------------------------
 6000-History.
     if       ws-Member = spaces
              display "HISTORY needs a member name or ALL"
              move 16 to return-code
              go to 6000-Exit.
     move     zero to ws-Shown-Count.
     move     spaces to ws-Prev-Member.
     perform  varying ws-Ix from 1 by 1 until ws-Ix > Ver-Count
              if  Vt-Version (ws-Ix) = 1
                and (ws-Member-Up = "ALL"
                     or Vt-Member (ws-Ix) = ws-Member)
                  perform 6100-One-Member thru 6100-Exit
              end-if
     end-perform.
     if       ws-Shown-Count = zero
              display "Member " function trim (ws-Member)
                      " is not in the library"
              move 4 to return-code.
 6000-Exit.
     exit.
*>
 6100-One-Member.
     add      1 to ws-Shown-Count.
     move     Vt-Member (ws-Ix) to ws-Prev-Member.
     display  " ".
     display  "Member " function trim (ws-Prev-Member).
     display  "  Ver Date     Time     Operator         Ranges"
              " Change         CR           Reason".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Ver-Count
              if  Vt-Member (ws-Sub) = ws-Prev-Member
                  perform 6200-One-Version thru 6200-Exit
              end-if
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lock-Count
              if  Lk-Member (ws-Sub) = ws-Prev-Member
                  move Lk-Based (ws-Sub) to ws-Ver-Edit
                  display "  checked out by "
                          function trim (Lk-Operator (ws-Sub))
                          " on " Lk-Date (ws-Sub) " from version "
                          function trim (ws-Ver-Edit) " to "
                          function trim (Lk-Work (ws-Sub))
              end-if
     end-perform.
 6100-Exit.
     exit.
*>
 6200-One-Version.
     move     Vt-Version (ws-Sub) to ws-Ver-Edit.
     move     Vt-Time (ws-Sub) to ws-Time-Edit.
     inspect  ws-Time-Edit replacing all " " by ":".
     move     Vt-Ranges (ws-Sub) to ws-Range-Edit.
     evaluate Vt-Flag (ws-Sub)
         when "N"
              move "new member" to ws-What
              move zero to ws-Range-Edit
         when "U"
              move "unchanged" to ws-What
         when "D"
              move "changed" to ws-What
         when other
              move "not compared" to ws-What
              move zero to ws-Range-Edit
     end-evaluate.
     display  "  " ws-Ver-Edit " " Vt-Date (ws-Sub) " " ws-Time-Edit
              " " Vt-Operator (ws-Sub) " " ws-Range-Edit " "
              ws-What " " Vt-CR (ws-Sub) " "
              function trim (Vt-Reason (ws-Sub)).
 6200-Exit.
     exit.
*>
*> the versions in check-in order, then the locks
 7000-Save.
     open     output Lib-File.
     if       fs-reply not = zero and not = 05
              display "Cannot rewrite "
                       function trim (Lib-Name)
              move 16 to return-code
              goback.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Ver-Count
              move spaces to Ver-Rec
              move "V"                   to Vr-Type
              move Vt-Member (ws-Sub)    to Vr-Member
              move Vt-Version (ws-Sub)   to Vr-Version
              move Vt-Date (ws-Sub)      to Vr-Date
              move Vt-Time (ws-Sub)      to Vr-Time
              move Vt-Operator (ws-Sub)  to Vr-Operator
              move Vt-Ranges (ws-Sub)    to Vr-Ranges
              move Vt-Flag (ws-Sub)      to Vr-Flag
              move Vt-Reason (ws-Sub)    to Vr-Reason
              move Vt-CR (ws-Sub)        to Vr-CR
              write Ver-Rec
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lock-Count
              move spaces to Lock-Rec
              move "L"                   to Lr-Type
              move Lk-Member (ws-Sub)    to Lr-Member
              move Lk-Based (ws-Sub)     to Lr-Based
              move Lk-Date (ws-Sub)      to Lr-Date
              move Lk-Time (ws-Sub)      to Lr-Time
              move Lk-Operator (ws-Sub)  to Lr-Operator
              move Lk-Work (ws-Sub)      to Lr-Work
              write Lock-Rec
     end-perform.
     close    Lib-File.
 7000-Exit.
     exit.
*>
*> one run-audit record per library change: who, which member
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
     move     "SRCLIB" to Aud-Tool.
     move     op-id to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     zero to Aud-RC.
     move     Lib-Name to Aud-Input.
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
*> ws-Want-Version of the member -> LIBDIR/<member>.vNNNN in
*> ws-New-Path
 8100-Version-Path.
     move     ws-Want-Version to ws-Version-X.
     move     spaces to ws-New-Path.
     string   function trim (Lib-Dir) delimited by size
              "/" delimited by size
              function trim (ws-Member) delimited by size
              ".v" ws-Version-X delimited by size
              into ws-New-Path.
 8100-Exit.
     exit.
*>
*> ws-Old-Path copied to ws-New-Path, return-code 16 if it failed
 8200-Copy-File.
     move     spaces to ws-Command.
     string   "cp " delimited by size
              function trim (ws-Old-Path) delimited by size
              " " delimited by size
              function trim (ws-New-Path) delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     if       return-code not = zero
              display "Copy failed: " function trim (ws-Command)
              move 16 to return-code
     else
              move zero to return-code.
 8200-Exit.
     exit.
